000100******************************************************************
000200*    SUMAOCK.CPY
000300*    PARAMETER AREA PASSED TO THE SUMAOCHK OPERATOR CHECK
000400*    SUBPROGRAM.  THE CALLER SETS OCK-REQUEST AND OCK-PROGRAM-ID:
000500*
000600*      "V" VERIFY - OCK-OPERATOR-ID MUST BE ON THE SUMA-OPR
000700*          MASTER AND ACTIVE.  OCK-RETURN-CODE COMES BACK "0"
000800*          WITH THE OPERATOR'S ROLE, LIMIT, AND ALLOWED
000900*          ACCOUNTS FILLED IN, OR "1" UNKNOWN / "2" INACTIVE /
000970*          "3" OPERATOR RECORD INVALID (LIMIT OR ALLOWED-ACCOUNT
001050*          COUNT NOT USABLE) WITH OCK-REASON SET - A REFUSAL IS
001120*          ALREADY ON THE SUMA-SVL LOG WHEN CONTROL RETURNS.
001200*      "L" LOG - APPEND OCK-REASON, OCK-RUN-ID, OCK-SEQ-NBR, AND
001300*          OCK-ACCT-CODE TO THE SUMA-SVL LOG FOR OCK-OPERATOR-ID.
001400*      "C" CLOSE - CLOSE WHATEVER FILES THE SUBPROGRAM OPENED.
001500*
001600*    MODIFICATION HISTORY
001700*    DATE       INIT DESCRIPTION
001800*    ---------- ---- ------------------------------------------
001900*    2026-10-15 JMQ  INITIAL VERSION.
001950*    2026-10-15 JMQ  ADDED RETURN CODE "3" - RECORD INVALID.
002000******************************************************************

002200 01  SUMA-OCK-AREA.
002300     05  OCK-REQUEST                PIC X(01).
002400         88  OCK-REQ-VERIFY                 VALUE "V".
002500         88  OCK-REQ-LOG                    VALUE "L".
002600         88  OCK-REQ-CLOSE                  VALUE "C".
002700     05  OCK-PROGRAM-ID             PIC X(09).
002800     05  OCK-OPERATOR-ID            PIC X(08).
002900     05  OCK-RETURN-CODE            PIC X(01).
003000         88  OCK-AUTHORIZED                 VALUE "0".
003100         88  OCK-UNKNOWN                    VALUE "1".
003200         88  OCK-INACTIVE                   VALUE "2".
003250         88  OCK-INVALID                    VALUE "3".
003300     05  OCK-REASON                 PIC X(30).
003400     05  OCK-RUN-ID                 PIC X(08).
003500     05  OCK-SEQ-NBR                PIC 9(07).
003600     05  OCK-ACCT-CODE              PIC X(08).
003700     05  OCK-OPR-ROLE               PIC X(01).
003800         88  OCK-ROLE-SUPERVISOR            VALUE "S".
003810         88  OCK-ROLE-CAN-APPROVE           VALUE "A" "S".
003900     05  OCK-TRAN-LIMIT             PIC 9(07)V99.
004000     05  OCK-ACCT-COUNT             PIC 9(02).
004100     05  OCK-ALLOWED-ACCT           PIC X(08) OCCURS 10 TIMES.
