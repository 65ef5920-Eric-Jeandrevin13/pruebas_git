000100******************************************************************
000200*    SUMADWK.CPY
000300*    RECORD LAYOUT FOR THE SUMA-DWK DUPLICATE-CHECK WORK FILE,
000400*    AN INDEXED FILE SUMADUPC REBUILDS FROM SCRATCH ON EVERY
000500*    RUN.  THE KEY LEADS WITH THE TRANSACTION'S FINGERPRINT -
000600*    ACCOUNT, OPERATION, NUM1, AND NUM2 - SO EVERY EARLIER
000700*    TRANSACTION WITH THE SAME FINGERPRINT IS FOUND BY ONE START
000800*    AND A SHORT BROWSE; THE RUN ID AND SEQUENCE BEHIND IT KEEP
000900*    EACH ENTRY UNIQUE.  ENTRIES COME FROM THE SUMA-AUD HISTORY
001000*    INSIDE THE LOOK-BACK WINDOW AND FROM THE DETAILS ALREADY
001100*    CHECKED IN THE CURRENT SUMA-IN FILE.  DWK-SOURCE TELLS THE
001200*    TWO APART.
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT DESCRIPTION
001600*    ---------- ---- ------------------------------------------
001700*    2026-10-15 JMQ  INITIAL VERSION.
001800******************************************************************

002000 01  SUMA-DWK-RECORD.
002100     05  DWK-KEY.
002200         10  DWK-FINGERPRINT.
002300             15  DWK-ACCT-CODE      PIC X(08).
002400             15  DWK-OPER-CODE      PIC X(01).
002500             15  DWK-NUM1           PIC S9(7)V99.
002600             15  DWK-NUM2           PIC S9(7)V99.
002700         10  DWK-RUN-ID             PIC X(08).
002800         10  DWK-SEQ-NBR            PIC 9(07).
002900     05  DWK-RUN-DATE               PIC X(08).
003000     05  DWK-SOURCE                 PIC X(01).
003100         88  DWK-FROM-HISTORY               VALUE "H".
003200         88  DWK-FROM-SAME-FILE             VALUE "F".
