001311*                    PRM-VAR-REJ-PCT (REJECT-RATE CEILING IN
001312*                    PERCENT, DEFAULT 10).  ZERO OR SPACES
001313*                    MEANS THE PROGRAM DEFAULT APPLIES.
001315*    2026-10-15 JMQ  ADDED PRM-APPR-THRESHOLD, THE AMOUNT ABOVE
001316*                    WHICH SUMACOBOL HOLDS A DETAIL RESULT OR
001317*                    "X" TRANSFER ON THE SUMA-PND PENDING-
001318*                    APPROVAL FILE INSTEAD OF POSTING IT.  A
001319*                    SUMA-COA ACCOUNT LIMIT OVERRIDES IT FOR
001320*                    THAT ACCOUNT.  ZERO OR SPACES MEANS NOTHING
001321*                    IS HELD.
001322*    2026-10-15 JMQ  ADDED PRM-DUP-LOOKBACK-DAYS, THE SUMADUPC
001323*                    DUPLICATE-SUSPECT LOOK-BACK WINDOW IN DAYS
001324*                    BEFORE THE RUN DATE.  ZERO OR SPACES MEANS
001325*                    THE PROGRAM DEFAULT (30 DAYS) APPLIES.
001326*    2026-10-15 JMQ  ADDED PRM-BUD-TOL-PCT, THE SUMABVAR OVER-
001327*                    BUDGET TOLERANCE IN PERCENT OF BUDGET.  AN
001328*                    ACCOUNT WHOSE ACTUAL EXCEEDS BUDGET BY MORE
001329*                    IS FLAGGED.  ZERO OR SPACES MEANS THE
001330*                    PROGRAM DEFAULT (10 PERCENT) APPLIES.
001331*    2026-10-15 JMQ  ADDED PRM-RET-EARN-ACCT, THE RETAINED-
001332*                    EARNINGS ACCOUNT SUMAYEND CLOSES THE
001333*                    INCOME AND EXPENSE ACCOUNTS TO AT YEAR
001334*                    END.  REQUIRED BY SUMAYEND; NO DEFAULT.
001335*    2026-10-15 JMQ  ADDED PRM-REC-TOL-DAYS, THE SUMABREC BANK
001336*                    RECONCILIATION DATE TOLERANCE IN DAYS
001337*                    BETWEEN VALUE DATE AND POSTING DATE.  ZERO
001338*                    OR SPACES MEANS THE PROGRAM DEFAULT (3).
001419******************************************************************

001500 01  SUMA-PRM-RECORD.
001600     05  PRM-NUM-MIN                PIC S9(7)V99.
004900     05  PRM-VAR-REJ-PCT            PIC 9(03).
005000     05  PRM-VAR-REJ-X REDEFINES PRM-VAR-REJ-PCT
005100                                    PIC X(03).
005200     05  FILLER                     PIC X(01) VALUE SPACE.
005300     05  PRM-APPR-THRESHOLD         PIC 9(07)V99.
005400     05  PRM-APPR-THRESHOLD-X REDEFINES PRM-APPR-THRESHOLD
005500                                    PIC X(09).
005600     05  FILLER                     PIC X(01) VALUE SPACE.
005700     05  PRM-DUP-LOOKBACK-DAYS      PIC 9(03).
005800     05  PRM-DUP-LOOKBACK-X REDEFINES PRM-DUP-LOOKBACK-DAYS
005900                                    PIC X(03).
006000     05  FILLER                     PIC X(01) VALUE SPACE.
006100     05  PRM-BUD-TOL-PCT            PIC 9(03).
006200     05  PRM-BUD-TOL-X REDEFINES PRM-BUD-TOL-PCT
006300                                    PIC X(03).
006400     05  FILLER                     PIC X(01) VALUE SPACE.
006500     05  PRM-RET-EARN-ACCT          PIC X(08).
006600     05  FILLER                     PIC X(01) VALUE SPACE.
006700     05  PRM-REC-TOL-DAYS           PIC 9(03).
006800     05  PRM-REC-TOL-X REDEFINES PRM-REC-TOL-DAYS
006900                                    PIC X(03).
