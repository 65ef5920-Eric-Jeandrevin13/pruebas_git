000100******************************************************************
000200*    SUMABUT.CPY
000300*    RECORD LAYOUT FOR THE SUMA-BUT BUDGET MAINTENANCE
000400*    TRANSACTION FILE READ BY SUMABMNT.  ONE RECORD PER ACTION:
000500*    "A" ADDS A BUDGET FOR AN ACCOUNT AND PERIOD, "C" CHANGES
000600*    THE AMOUNT OF A BUDGET ALREADY ON FILE, "D" DELETES ONE.
000700*    THE PERIOD IS THE BUDGET MONTH AS YYYYMM.  THE AMOUNT IS
000800*    SIGNED AND IS IGNORED ON A DELETE.
000900*
001000*    MODIFICATION HISTORY
001100*    DATE       INIT DESCRIPTION
001200*    ---------- ---- ------------------------------------------
001300*    2026-10-15 JMQ  INITIAL VERSION.
001400******************************************************************

001600 01  SUMA-BUT-RECORD.
001700     05  BUT-ACTION                 PIC X(01).
001800         88  BUT-ACTION-ADD                 VALUE "A".
001900         88  BUT-ACTION-CHANGE              VALUE "C".
002000         88  BUT-ACTION-DELETE              VALUE "D".
002100         88  BUT-ACTION-VALID               VALUE "A" "C" "D".
002200     05  FILLER                     PIC X(01) VALUE SPACE.
002300     05  BUT-ACCT-CODE              PIC X(08).
002400     05  FILLER                     PIC X(01) VALUE SPACE.
002500     05  BUT-PERIOD                 PIC X(06).
002600     05  BUT-PERIOD-N REDEFINES BUT-PERIOD.
002700         10  BUT-PERIOD-YEAR        PIC 9(04).
002800         10  BUT-PERIOD-MONTH       PIC 9(02).
002900     05  FILLER                     PIC X(01) VALUE SPACE.
003000     05  BUT-AMOUNT                 PIC S9(11)V99.
003100     05  BUT-AMOUNT-X REDEFINES BUT-AMOUNT
003200                                    PIC X(13).
