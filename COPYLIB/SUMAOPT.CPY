000100******************************************************************
000200*    SUMAOPT.CPY
000300*    RECORD LAYOUT FOR THE SUMA-OPT OPERATOR MAINTENANCE
000400*    TRANSACTION FILE READ BY SUMAOMNT.  ONE RECORD PER ACTION:
000500*
000600*      "A" ADD AN OPERATOR (NAME AND ROLE REQUIRED; LIMIT
000700*          OPTIONAL, SPACES MEANING NO LIMIT), ACTIVE
000800*      "U" UPDATE AN OPERATOR - EACH OF NAME, ROLE, AND LIMIT
000900*          THAT IS NOT SPACES REPLACES THE MASTER VALUE
001000*      "I" INACTIVATE AN OPERATOR
001100*      "R" REACTIVATE AN OPERATOR
001200*      "G" GRANT AN OPERATOR POSTING RIGHTS TO OPT-ACCT-CODE
001300*      "X" REVOKE AN OPERATOR'S RIGHTS TO OPT-ACCT-CODE
001400*
001500*    AN OPERATOR WITH NO GRANTED ACCOUNTS MAY POST TO ANY
001600*    ACCOUNT; THE FIRST GRANT RESTRICTS THE OPERATOR TO THE
001700*    GRANTED LIST.
001800*
001900*    MODIFICATION HISTORY
002000*    DATE       INIT DESCRIPTION
002100*    ---------- ---- ------------------------------------------
002200*    2026-10-15 JMQ  INITIAL VERSION.
002300******************************************************************

002500 01  SUMA-OPT-RECORD.
002600     05  OPT-ACTION                 PIC X(01).
002700         88  OPT-ACTION-ADD                 VALUE "A".
002800         88  OPT-ACTION-UPDATE              VALUE "U".
002900         88  OPT-ACTION-INACTIVATE          VALUE "I".
003000         88  OPT-ACTION-REACTIVATE          VALUE "R".
003100         88  OPT-ACTION-GRANT               VALUE "G".
003200         88  OPT-ACTION-REVOKE              VALUE "X".
003300     05  FILLER                     PIC X(01) VALUE SPACE.
003400     05  OPT-OPERATOR-ID            PIC X(08).
003500     05  FILLER                     PIC X(01) VALUE SPACE.
003600     05  OPT-NAME                   PIC X(30).
003700     05  FILLER                     PIC X(01) VALUE SPACE.
003800     05  OPT-ROLE                   PIC X(01).
003900     05  FILLER                     PIC X(01) VALUE SPACE.
004000     05  OPT-TRAN-LIMIT             PIC 9(07)V99.
004100     05  OPT-TRAN-LIMIT-X REDEFINES OPT-TRAN-LIMIT
004200                                    PIC X(09).
004300     05  FILLER                     PIC X(01) VALUE SPACE.
004400     05  OPT-ACCT-CODE              PIC X(08).
