000100******************************************************************
000200*    SUMAAPD.CPY
000300*    RECORD LAYOUT FOR THE SUMA-APD APPROVAL DECISION FILE READ
000400*    BY SUMAAPPR.  ONE RECORD PER HELD ITEM, NAMED BY THE RUN
000500*    ID AND INPUT SEQUENCE SHOWN ON THE SUMA-PND PENDING FILE:
000600*    "A" APPROVES THE ITEM FOR RELEASE, "D" DECLINES IT WITH
000700*    THE REASON GIVEN (A DEFAULT REASON IS USED WHEN IT IS
000800*    LEFT BLANK).
000900*
001000*    MODIFICATION HISTORY
001100*    DATE       INIT DESCRIPTION
001200*    ---------- ---- ------------------------------------------
001300*    2026-10-15 JMQ  INITIAL VERSION.
001400******************************************************************

001600 01  SUMA-APD-RECORD.
001700     05  APD-RUN-ID                 PIC X(08).
001800     05  FILLER                     PIC X(01) VALUE SPACE.
001900     05  APD-SEQ-NBR                PIC 9(07).
002000     05  APD-SEQ-NBR-X REDEFINES APD-SEQ-NBR
002100                                    PIC X(07).
002200     05  FILLER                     PIC X(01) VALUE SPACE.
002300     05  APD-DECISION               PIC X(01).
002400         88  APD-APPROVE                    VALUE "A".
002500         88  APD-DECLINE                    VALUE "D".
002600     05  FILLER                     PIC X(01) VALUE SPACE.
002700     05  APD-REASON                 PIC X(30).
