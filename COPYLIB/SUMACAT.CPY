001300*    DATE       INIT DESCRIPTION
001400*    ---------- ---- ------------------------------------------
001500*    2026-09-02 JMQ  INITIAL VERSION.
001510*    2026-10-15 JMQ  ADDED THE "L" ACTION AND CAT-APPR-LIMIT,
001520*                    APPENDED.  "L" SETS AN EXISTING ACCOUNT'S
001530*                    APPROVAL THRESHOLD (ZERO CLEARS IT BACK TO
001540*                    THE SUMA-PRM THRESHOLD); AN "A" ADD TAKES
001550*                    THE LIMIT WHEN ONE IS GIVEN.
001560*    2026-10-15 JMQ  ADDED THE "T" ACTION AND CAT-ACCT-TYPE,
001570*                    APPENDED.  "T" SETS AN EXISTING ACCOUNT'S
001580*                    TYPE ("I" INCOME, "E" EXPENSE, "B" OR
001590*                    SPACES BALANCE SHEET); AN "A" ADD TAKES
001595*                    THE TYPE WHEN ONE IS GIVEN.
001600******************************************************************

001800 01  SUMA-CAT-RECORD.
002000         88  CAT-ACTION-ADD                 VALUE "A".
002100         88  CAT-ACTION-DESCRIBE            VALUE "D".
002200         88  CAT-ACTION-CLOSE               VALUE "C".
002210         88  CAT-ACTION-LIMIT               VALUE "L".
002220         88  CAT-ACTION-TYPE                VALUE "T".
002300         88  CAT-ACTION-VALID               VALUE "A" "D" "C" "L"
002310                                            "T".
002400     05  FILLER                     PIC X(01) VALUE SPACE.
002500     05  CAT-ACCT-CODE              PIC X(08).
002600     05  FILLER                     PIC X(01) VALUE SPACE.
002900     05  CAT-EFF-FROM-DATE          PIC X(08).
003000     05  FILLER                     PIC X(01) VALUE SPACE.
003100     05  CAT-EFF-TO-DATE            PIC X(08).
003200     05  FILLER                     PIC X(01) VALUE SPACE.
003300     05  CAT-APPR-LIMIT             PIC 9(07)V99.
003400     05  CAT-APPR-LIMIT-X REDEFINES CAT-APPR-LIMIT
003500                                    PIC X(09).
003600     05  FILLER                     PIC X(01) VALUE SPACE.
003700     05  CAT-ACCT-TYPE              PIC X(01).
003800         88  CAT-TYPE-VALID                 VALUE "I" "E" "B" " ".
