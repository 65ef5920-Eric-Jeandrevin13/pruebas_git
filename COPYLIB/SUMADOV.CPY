000100******************************************************************
000200*    SUMADOV.CPY
000300*    RECORD LAYOUT FOR THE SUMA-DOV DUPLICATE OVERRIDE FILE
000400*    READ BY SUMADUPC.  ONE RECORD PER SUSPECT THE OPERATOR HAS
000500*    CONFIRMED IS A GENUINE REPEAT, NAMED BY THE RUN ID AND
000600*    INPUT SEQUENCE SHOWN ON THE DUPLICATE-SUSPECT REPORT, WITH
000700*    THE REASON FOR LETTING IT THROUGH.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT DESCRIPTION
001100*    ---------- ---- ------------------------------------------
001200*    2026-10-15 JMQ  INITIAL VERSION.
001300******************************************************************

001500 01  SUMA-DOV-RECORD.
001600     05  DOV-RUN-ID                 PIC X(08).
001700     05  FILLER                     PIC X(01) VALUE SPACE.
001800     05  DOV-SEQ-NBR                PIC 9(07).
001900     05  DOV-SEQ-NBR-X REDEFINES DOV-SEQ-NBR
002000                                    PIC X(07).
002100     05  FILLER                     PIC X(01) VALUE SPACE.
002200     05  DOV-REASON                 PIC X(30).
