000100******************************************************************
000200*    SUMAOPR.CPY
000300*    RECORD LAYOUT FOR THE SUMA-OPR OPERATOR AUTHORIZATION
000400*    MASTER, AN INDEXED FILE KEYED BY OPERATOR ID.  SUMACOBOL,
000500*    SUMACMNT, SUMAPCTL, SUMARSUB, AND SUMAAPPR REFUSE TO RUN FOR
000600*    AN OPERATOR WHO IS NOT ON FILE OR NOT ACTIVE (THE CHECK IS
000700*    MADE BY THE SUMAOCHK SUBPROGRAM).  SUMACOBOL ALSO REJECTS
000800*    ANY DETAIL OR TRANSFER OVER THE OPERATOR'S PER-TRANSACTION
000900*    LIMIT OR POSTING TO AN ACCOUNT OUTSIDE THE OPERATOR'S
001000*    ALLOWED LIST.  A LIMIT OF ZERO MEANS NO LIMIT; AN ALLOWED-
001100*    ACCOUNT COUNT OF ZERO MEANS EVERY ACCOUNT.  SUMAOMNT
001200*    MAINTAINS THE FILE FROM A BATCH TRANSACTION FILE.
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT DESCRIPTION
001600*    ---------- ---- ------------------------------------------
001700*    2026-10-15 JMQ  INITIAL VERSION.
001800******************************************************************

002000 01  SUMA-OPR-RECORD.
002100     05  OPR-OPERATOR-ID            PIC X(08).
002200     05  OPR-NAME                   PIC X(30).
002300     05  OPR-STATUS                 PIC X(01).
002400         88  OPR-ACTIVE                     VALUE "A".
002500         88  OPR-INACTIVE                   VALUE "I".
002600     05  OPR-ROLE                   PIC X(01).
002700         88  OPR-ROLE-POSTING               VALUE "P".
002800         88  OPR-ROLE-APPROVER              VALUE "A".
002900         88  OPR-ROLE-SUPERVISOR            VALUE "S".
003000         88  OPR-ROLE-VALID                 VALUE "P" "A" "S".
003100     05  OPR-TRAN-LIMIT             PIC 9(07)V99.
003200     05  OPR-ACCT-COUNT             PIC 9(02).
003300     05  OPR-ALLOWED-ACCT           PIC X(08) OCCURS 10 TIMES.
003400     05  OPR-LAST-UPD-DATE          PIC X(08).
003500     05  OPR-LAST-UPD-TIME          PIC X(08).
003600     05  OPR-UPD-OPERATOR           PIC X(08).
