000100******************************************************************
000200*    SUMAAPG.CPY
000300*    RECORD LAYOUT FOR THE SUMA-APG APPROVAL DECISION LOG, THE
000400*    APPEND-ONLY TRAIL OF EVERY DECISION SUMAAPPR HAS APPLIED TO
000500*    THE SUMA-PND PENDING-APPROVAL FILE - AND EVERY DECISION IT
000600*    REFUSED - WITH THE DATE, TIME, DECIDING OPERATOR, AND THE
000700*    OPERATOR WHO SUBMITTED THE HELD ITEM.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT DESCRIPTION
001100*    ---------- ---- ------------------------------------------
001200*    2026-10-15 JMQ  INITIAL VERSION.
001300******************************************************************

001500 01  SUMA-APG-RECORD.
001600     05  APG-LOG-DATE               PIC X(08).
001700     05  FILLER                     PIC X(01) VALUE SPACE.
001800     05  APG-LOG-TIME               PIC X(08).
001900     05  FILLER                     PIC X(01) VALUE SPACE.
002000     05  APG-OPERATOR-ID            PIC X(08).
002100     05  FILLER                     PIC X(01) VALUE SPACE.
002200     05  APG-ACTION                 PIC X(07).
002300     05  FILLER                     PIC X(01) VALUE SPACE.
002400     05  APG-RUN-ID                 PIC X(08).
002500     05  FILLER                     PIC X(01) VALUE SPACE.
002600     05  APG-SEQ-NBR                PIC X(07).
002700     05  FILLER                     PIC X(01) VALUE SPACE.
002800     05  APG-SUBMIT-OPERATOR        PIC X(08).
002900     05  FILLER                     PIC X(01) VALUE SPACE.
003000     05  APG-AMOUNT                 PIC S9(10)V99.
003100     05  FILLER                     PIC X(01) VALUE SPACE.
003200     05  APG-RELEASE-RUN-ID         PIC X(08).
003300     05  FILLER                     PIC X(01) VALUE SPACE.
003400     05  APG-REASON                 PIC X(30).
