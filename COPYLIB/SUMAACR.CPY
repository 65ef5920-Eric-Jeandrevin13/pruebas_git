000100******************************************************************
000200*    SUMAACR.CPY
000300*    RECORD LAYOUT FOR THE SUMA-ACR INTEREST AND FEE RATE TABLE,
000400*    THE FLAT FILE ACCOUNTING MAINTAINS TO DRIVE THE SUMAACRL
000500*    BALANCE ACCRUAL RUN.  ONE RECORD PER ACCOUNT OR ACCOUNT
000600*    CLASS AND KIND OF CHARGE.
000700*
000800*    SCOPE "A" APPLIES THE ENTRY TO THE ONE ACCOUNT IN
000900*    ACR-ACCT-CODE.  SCOPE "C" APPLIES IT TO EVERY ACCOUNT WHOSE
001000*    CODE BEGINS WITH THE CLASS PREFIX KEYED LEFT-JUSTIFIED IN
001100*    ACR-ACCT-CODE ("12" COVERS 12000000 THROUGH 12ZZZZZZ).  FOR
001200*    EACH KIND AN ACCOUNT ENTRY BEATS ANY CLASS ENTRY, AND A
001300*    LONGER CLASS PREFIX BEATS A SHORTER ONE.
001400*
001500*    KIND "I" ACCRUES INTEREST AT ACR-RATE (ANNUAL PERCENT) ON A
001600*    CREDIT BALANCE AT OR ABOVE ACR-MIN-BALANCE.  KIND "F"
001700*    CHARGES ACR-FEE-AMOUNT ON A BALANCE BELOW ACR-MIN-BALANCE,
001800*    PLUS ACR-RATE (ANNUAL PERCENT) ON THE SHORTFALL WHEN A RATE
001900*    IS GIVEN.  ACR-DAY-BASIS IS 360 OR 365; SPACES MEANS 365.
002000*    SPACES IN A MINIMUM OR FEE MEANS ZERO.  AN EFFECTIVE-TO OF
002100*    SPACES MEANS OPEN-ENDED.
002200*
002300*    MODIFICATION HISTORY
002400*    DATE       INIT DESCRIPTION
002500*    ---------- ---- ------------------------------------------
002600*    2026-10-15 JMQ  INITIAL VERSION.
002700******************************************************************

002900 01  SUMA-ACR-RECORD.
003000     05  ACR-STATUS                 PIC X(01).
003100         88  ACR-ACTIVE                     VALUE "A".
003200         88  ACR-CLOSED                     VALUE "C".
003300     05  FILLER                     PIC X(01) VALUE SPACE.
003400     05  ACR-SCOPE                  PIC X(01).
003500         88  ACR-SCOPE-ACCOUNT              VALUE "A".
003600         88  ACR-SCOPE-CLASS                VALUE "C".
003700         88  ACR-SCOPE-VALID                VALUE "A" "C".
003800     05  FILLER                     PIC X(01) VALUE SPACE.
003900     05  ACR-ACCT-CODE              PIC X(08).
004000     05  FILLER                     PIC X(01) VALUE SPACE.
004100     05  ACR-KIND                   PIC X(01).
004200         88  ACR-KIND-INTEREST              VALUE "I".
004300         88  ACR-KIND-FEE                   VALUE "F".
004400         88  ACR-KIND-VALID                 VALUE "I" "F".
004500     05  FILLER                     PIC X(01) VALUE SPACE.
004600     05  ACR-RATE                   PIC 9(03)V9(04).
004700     05  ACR-RATE-X REDEFINES ACR-RATE
004800                                    PIC X(07).
004900     05  FILLER                     PIC X(01) VALUE SPACE.
005000     05  ACR-DAY-BASIS              PIC 9(03).
005100     05  ACR-DAY-BASIS-X REDEFINES ACR-DAY-BASIS
005200                                    PIC X(03).
005300     05  FILLER                     PIC X(01) VALUE SPACE.
005400     05  ACR-MIN-BALANCE            PIC S9(11)V99.
005500     05  ACR-MIN-BALANCE-X REDEFINES ACR-MIN-BALANCE
005600                                    PIC X(13).
005700     05  FILLER                     PIC X(01) VALUE SPACE.
005800     05  ACR-FEE-AMOUNT             PIC 9(07)V99.
005900     05  ACR-FEE-AMOUNT-X REDEFINES ACR-FEE-AMOUNT
006000                                    PIC X(09).
006100     05  FILLER                     PIC X(01) VALUE SPACE.
006200     05  ACR-EFF-FROM-DATE          PIC X(08).
006300     05  FILLER                     PIC X(01) VALUE SPACE.
006400     05  ACR-EFF-TO-DATE            PIC X(08).
