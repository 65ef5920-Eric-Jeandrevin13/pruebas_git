001300*    DATE       INIT DESCRIPTION
001400*    ---------- ---- ------------------------------------------
001500*    2026-09-02 JMQ  INITIAL VERSION.
001510*    2026-10-15 JMQ  ADDED SCA-APPR-LIMIT, APPENDED - THE
001520*                    ACCOUNT'S OWN APPROVAL THRESHOLD.  A DETAIL
001530*                    OR TRANSFER ON THE ACCOUNT ABOVE IT IS HELD
001540*                    BY SUMACOBOL FOR A SECOND OPERATOR'S
001550*                    APPROVAL.  ZERO OR SPACES MEANS THE SUMA-PRM
001560*                    THRESHOLD APPLIES.
001561*    2026-10-15 JMQ  ADDED SCA-ACCT-TYPE, APPENDED - "I"
001562*                    INCOME, "E" EXPENSE, "B" OR SPACES
001563*                    BALANCE SHEET.  SUMAYEND CLOSES THE INCOME
001564*                    AND EXPENSE ACCOUNTS TO RETAINED EARNINGS
001565*                    AT YEAR END AND CARRIES THE BALANCE-SHEET
001566*                    ACCOUNTS FORWARD.
001600******************************************************************

001800 01  SUMA-COA-RECORD.
002500     05  SCA-EFF-TO-DATE            PIC X(08).
002600     05  SCA-LAST-UPD-DATE          PIC X(08).
002700     05  SCA-LAST-UPD-TIME          PIC X(08).
002800     05  SCA-APPR-LIMIT             PIC 9(07)V99.
002900     05  SCA-APPR-LIMIT-X REDEFINES SCA-APPR-LIMIT
003000                                    PIC X(09).
003100     05  SCA-ACCT-TYPE              PIC X(01).
003200         88  SCA-TYPE-INCOME                VALUE "I".
003300         88  SCA-TYPE-EXPENSE               VALUE "E".
003400         88  SCA-TYPE-BALANCE               VALUE "B" " ".
003500         88  SCA-TYPE-NOMINAL               VALUE "I" "E".
