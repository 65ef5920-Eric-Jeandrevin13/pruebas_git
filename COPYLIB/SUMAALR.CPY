000100******************************************************************
000200*    SUMAALR.CPY
000300*    RECORD LAYOUT FOR THE SUMA-ALR MONTH-END ALLOCATION RULES
000400*    MASTER, THE FLAT FILE ACCOUNTING MAINTAINS TO SPREAD A COST
000500*    POOL ACROSS THE ACCOUNTS THAT CONSUME IT.  ONE RECORD PER
000600*    POOL AND TARGET ACCOUNT.  EVERY ACTIVE, EFFECTIVE RECORD
000700*    FOR A POOL MUST AGREE ON THE SOURCE, THE BASIS, AND THE
000800*    REMAINDER ACCOUNT; SUMAALOC TAKES THEM FROM THE POOL'S
000900*    FIRST RECORD AND REJECTS THE POOL ON ANY DISAGREEMENT.
001000*
001100*    SOURCE "B" ALLOCATES THE POOL'S SUMA-BAL BALANCE, SOURCE
001200*    "A" ITS ACTIVITY FOR THE MONTH FROM SUMA-AUD.  BASIS "P"
001300*    GIVES EACH TARGET ALR-PERCENT OF THE POOL (THE TARGETS MUST
001400*    TOTAL 100.0000), BASIS "F" GIVES EACH TARGET ALR-SHARES
001500*    OVER THE POOL'S TOTAL SHARES.  THE ROUNDING REMAINDER GOES
001600*    TO ALR-REM-ACCT, OR TO THE POOL'S FIRST TARGET WHEN IT IS
001700*    SPACES.  AN EFFECTIVE-TO OF SPACES MEANS OPEN-ENDED.
001800*
001900*    MODIFICATION HISTORY
002000*    DATE       INIT DESCRIPTION
002100*    ---------- ---- ------------------------------------------
002200*    2026-10-15 JMQ  INITIAL VERSION.
002300******************************************************************

002500 01  SUMA-ALR-RECORD.
002600     05  ALR-STATUS                 PIC X(01).
002700         88  ALR-ACTIVE                     VALUE "A".
002800         88  ALR-CLOSED                     VALUE "C".
002900     05  FILLER                     PIC X(01) VALUE SPACE.
003000     05  ALR-POOL-ACCT              PIC X(08).
003100     05  FILLER                     PIC X(01) VALUE SPACE.
003200     05  ALR-SOURCE                 PIC X(01).
003300         88  ALR-SOURCE-BALANCE             VALUE "B".
003400         88  ALR-SOURCE-ACTIVITY            VALUE "A".
003500         88  ALR-SOURCE-VALID               VALUE "B" "A".
003600     05  FILLER                     PIC X(01) VALUE SPACE.
003700     05  ALR-BASIS                  PIC X(01).
003800         88  ALR-BASIS-PERCENT              VALUE "P".
003900         88  ALR-BASIS-SHARES               VALUE "F".
004000         88  ALR-BASIS-VALID                VALUE "P" "F".
004100     05  FILLER                     PIC X(01) VALUE SPACE.
004200     05  ALR-TARGET-ACCT            PIC X(08).
004300     05  FILLER                     PIC X(01) VALUE SPACE.
004400     05  ALR-PERCENT                PIC 9(03)V9(04).
004500     05  ALR-PERCENT-X REDEFINES ALR-PERCENT
004600                                    PIC X(07).
004700     05  FILLER                     PIC X(01) VALUE SPACE.
004800     05  ALR-SHARES                 PIC 9(07).
004900     05  ALR-SHARES-X REDEFINES ALR-SHARES
005000                                    PIC X(07).
005100     05  FILLER                     PIC X(01) VALUE SPACE.
005200     05  ALR-REM-ACCT               PIC X(08).
005300     05  FILLER                     PIC X(01) VALUE SPACE.
005400     05  ALR-EFF-FROM-DATE          PIC X(08).
005500     05  FILLER                     PIC X(01) VALUE SPACE.
005600     05  ALR-EFF-TO-DATE            PIC X(08).
