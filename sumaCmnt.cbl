002100*    RETURN CODE 8 SO THE REJECTED ACTIONS GET LOOKED AT.  THE
002200*    MASTER IS CREATED ON FIRST USE SO THE CHART CAN BE
002300*    BOOTSTRAPPED FROM AN ALL-ADDS TRANSACTION FILE.
002310*
002320*    "L" SETS AN EXISTING ACCOUNT'S APPROVAL THRESHOLD - THE
002330*    AMOUNT ABOVE WHICH SUMACOBOL HOLDS A POSTING TO THE
002340*    ACCOUNT FOR A SECOND OPERATOR'S APPROVAL.  A LIMIT OF ZERO
002350*    CLEARS IT BACK TO THE SUMA-PRM THRESHOLD.  AN "A" ADD
002360*    TAKES THE LIMIT WHEN ONE IS GIVEN.
002361*
002362*    "T" SETS AN EXISTING ACCOUNT'S TYPE - "I" INCOME, "E"
002363*    EXPENSE, "B" OR SPACES BALANCE SHEET - WHICH SUMAYEND USES
002364*    TO CLOSE THE INCOME AND EXPENSE ACCOUNTS TO RETAINED
002365*    EARNINGS AT YEAR END.  AN "A" ADD TAKES THE TYPE WHEN ONE
002366*    IS GIVEN.
002370*
002380*    COMMAND LINE: OPERATOR ID.  THE OPERATOR MUST BE ACTIVE ON
002390*    THE SUMA-OPR AUTHORIZATION MASTER OR THE JOB IS REFUSED.
002392*    ONLY A SUPERVISOR MAY SET AN APPROVAL LIMIT OR ACCOUNT
002395*    TYPE - AN "L" OR "T", OR AN "A" CARRYING EITHER, FROM ANY
002398*    OTHER OPERATOR IS REJECTED AND THE REFUSAL IS WRITTEN TO
002399*    THE SUMA-SVL LOG.
002400*
002500*    MODIFICATION HISTORY
002600*    DATE       INIT DESCRIPTION
002700*    ---------- ---- ------------------------------------------
002800*    2026-09-02 JMQ  INITIAL VERSION.
002810*    2026-10-15 JMQ  ADDED THE "L" APPROVAL-LIMIT ACTION AND
002820*                    THE OPTIONAL APPROVAL LIMIT ON AN ADD.
002830*    2026-10-15 JMQ  OPERATOR ID ON THE COMMAND LINE, VERIFIED
002840*                    AGAINST THE OPERATOR AUTHORIZATION MASTER.
002850*    2026-10-15 JMQ  ADDED THE "T" ACCOUNT-TYPE ACTION AND THE
002860*                    OPTIONAL ACCOUNT TYPE ON AN ADD.
002870*    2026-10-15 JMQ  "L" AND "T" NOW NEED A SUPERVISOR; A
002880*                    REFUSAL IS LOGGED TO SUMA-SVL.
002887*    2026-10-15 JMQ  AN ADD CARRYING AN APPROVAL LIMIT OR
002893*                    ACCOUNT TYPE ALSO NEEDS A SUPERVISOR.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
006300
006400 01  WS-FATAL-FILE-ID               PIC X(08)  VALUE SPACES.
006500 01  WS-FATAL-STATUS                PIC X(02)  VALUE SPACES.
006510
006520 01  WS-PARM-LINE                   PIC X(80)  VALUE SPACES.
006530 01  WS-OPERATOR-ID                 PIC X(08)  VALUE SPACES.
006600
006700 01  WS-SWITCHES.
006800     05  WS-CAT-EOF-SW              PIC X(01)  VALUE "N".
007600 01  WS-DESCRIBED-COUNT   PIC 9(07)  COMP      VALUE ZERO.
007700 01  WS-CLOSED-COUNT      PIC 9(07)  COMP      VALUE ZERO.
007800 01  WS-REJECTED-COUNT    PIC 9(07)  COMP      VALUE ZERO.
007810 01  WS-LIMITED-COUNT     PIC 9(07)  COMP      VALUE ZERO.
007815 01  WS-TYPED-COUNT       PIC 9(07)  COMP      VALUE ZERO.
007820
007830     COPY SUMAOCK.
007900
008000 PROCEDURE DIVISION.
008100
010000*    FIRST USE, AND PRIME THE TRANSACTION READ
010100******************************************************************
010200 1000-INITIALIZE.
010210
010220     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
010230     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
010240         INTO WS-OPERATOR-ID.
010250
010260     PERFORM 1050-VERIFY-OPERATOR THRU 1050-EXIT.
010300
010400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
010500     ACCEPT WS-TODAY-TIME FROM TIME.
012900
013000 1000-EXIT.
013100     EXIT.
013103
013106******************************************************************
013109*    1050-VERIFY-OPERATOR - THE RUNNING OPERATOR MUST BE ACTIVE
013112*    ON THE OPERATOR AUTHORIZATION MASTER.  SUMAOCHK LOGS A
013115*    REFUSAL TO THE SECURITY-VIOLATION LOG.
013118******************************************************************
013121 1050-VERIFY-OPERATOR.
013124
013127     MOVE SPACES         TO SUMA-OCK-AREA.
013130     MOVE ZERO           TO OCK-SEQ-NBR.
013133     SET OCK-REQ-VERIFY  TO TRUE.
013136     MOVE "SUMACMNT"     TO OCK-PROGRAM-ID.
013139     MOVE WS-OPERATOR-ID TO OCK-OPERATOR-ID.
013142     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
013145
013148     IF OCK-AUTHORIZED
013151         GO TO 1050-EXIT
013154     END-IF.
013157
013160     DISPLAY "SUMACMNT - OPERATOR " WS-OPERATOR-ID
013163         " REFUSED: " OCK-REASON.
013166     SET OCK-REQ-CLOSE   TO TRUE.
013169     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
013172     MOVE "OPERATOR" TO WS-FATAL-FILE-ID.
013175     MOVE "NA"       TO WS-FATAL-STATUS.
013178     PERFORM 9500-ABEND-RUN THRU 9500-EXIT.
013181
013184 1050-EXIT.
013187     EXIT.
013200
013300******************************************************************
013400*    2000-APPLY-ACTION - DISPATCH ONE MAINTENANCE TRANSACTION
014800             PERFORM 4000-DESCRIBE-ACCOUNT THRU 4000-EXIT
014900         WHEN CAT-ACTION-CLOSE
015000             PERFORM 5000-CLOSE-ACCOUNT    THRU 5000-EXIT
015010         WHEN CAT-ACTION-LIMIT
015020             PERFORM 6000-LIMIT-ACCOUNT    THRU 6000-EXIT
015030         WHEN CAT-ACTION-TYPE
015040             PERFORM 6500-TYPE-ACCOUNT     THRU 6500-EXIT
015100         WHEN OTHER
015200             DISPLAY "SUMACMNT - REJECTED, BAD ACTION CODE "
015250                 CAT-ACTION " FOR " CAT-ACCT-CODE
017700
017800******************************************************************
017900*    3000-ADD-ACCOUNT - ADD A NEW ACTIVE ACCOUNT.  AN ACCOUNT
018000*    ALREADY ON FILE IS REJECTED, NOT OVERWRITTEN.  AN ADD THAT
018030*    CARRIES AN APPROVAL LIMIT OR ACCOUNT TYPE NEEDS A
018060*    SUPERVISOR, AS "L" AND "T" DO.
018100******************************************************************
018200 3000-ADD-ACCOUNT.
018300
018700         ADD 1 TO WS-REJECTED-COUNT
018800         GO TO 3000-EXIT
018900     END-IF.
018910
018911     IF (CAT-APPR-LIMIT-X NOT = SPACES
018912         OR CAT-ACCT-TYPE NOT = SPACES)
018914         AND NOT OCK-ROLE-SUPERVISOR
018915         PERFORM 6900-REFUSE-OPERATOR THRU 6900-EXIT
018916         GO TO 3000-EXIT
018918     END-IF.
018919
018920     IF CAT-APPR-LIMIT-X NOT = SPACES
018930         AND CAT-APPR-LIMIT NOT NUMERIC
018940         DISPLAY "SUMACMNT - REJECTED, LIMIT NOT NUMERIC: "
018950             CAT-ACCT-CODE
018960         ADD 1 TO WS-REJECTED-COUNT
018970         GO TO 3000-EXIT
018980     END-IF.
018982
018984     IF NOT CAT-TYPE-VALID
018986         DISPLAY "SUMACMNT - REJECTED, BAD ACCOUNT TYPE "
018988             CAT-ACCT-TYPE " FOR " CAT-ACCT-CODE
018990         ADD 1 TO WS-REJECTED-COUNT
018992         GO TO 3000-EXIT
018994     END-IF.
019000
019100     MOVE SPACES            TO SUMA-COA-RECORD.
019200     MOVE CAT-ACCT-CODE     TO SCA-ACCT-CODE.
020000     MOVE CAT-EFF-TO-DATE   TO SCA-EFF-TO-DATE.
020100     MOVE WS-TODAY-DATE     TO SCA-LAST-UPD-DATE.
020200     MOVE WS-TODAY-TIME     TO SCA-LAST-UPD-TIME.
020210     IF CAT-APPR-LIMIT-X = SPACES
020220         MOVE ZERO           TO SCA-APPR-LIMIT
020230     ELSE
020240         MOVE CAT-APPR-LIMIT TO SCA-APPR-LIMIT
020250     END-IF.
020260     MOVE CAT-ACCT-TYPE     TO SCA-ACCT-TYPE.
020300
020400     WRITE SUMA-COA-RECORD
020500         INVALID KEY
028400     PERFORM 7000-CHECK-COA-STATUS THRU 7000-EXIT.
028500
028600 5000-EXIT.
028605     EXIT.
028610
028615******************************************************************
028620*    6000-LIMIT-ACCOUNT - SET AN EXISTING ACCOUNT'S APPROVAL
028625*    THRESHOLD.  ZERO CLEARS IT SO THE SUMA-PRM THRESHOLD
028630*    APPLIES AGAIN.
028634******************************************************************
028639 6000-LIMIT-ACCOUNT.
028644
028649     IF NOT OCK-ROLE-SUPERVISOR
028654         PERFORM 6900-REFUSE-OPERATOR THRU 6900-EXIT
028659         GO TO 6000-EXIT
028664     END-IF.
028669
028674     IF CAT-APPR-LIMIT-X = SPACES
028679         DISPLAY "SUMACMNT - REJECTED, LIMIT MISSING: "
028684             CAT-ACCT-CODE
028688         ADD 1 TO WS-REJECTED-COUNT
028693         GO TO 6000-EXIT
028698     END-IF.
028703
028708     IF CAT-APPR-LIMIT NOT NUMERIC
028713         DISPLAY "SUMACMNT - REJECTED, LIMIT NOT NUMERIC: "
028718             CAT-ACCT-CODE
028719         ADD 1 TO WS-REJECTED-COUNT
028720         GO TO 6000-EXIT
028721     END-IF.
028723
028725     MOVE CAT-ACCT-CODE TO SCA-ACCT-CODE.
028728
028730     READ SUMA-COA
028732         INVALID KEY
028734             DISPLAY "SUMACMNT - REJECTED, NOT ON CHART: "
028736                 CAT-ACCT-CODE
028739             ADD 1 TO WS-REJECTED-COUNT
028741         NOT INVALID KEY
028743             MOVE CAT-APPR-LIMIT TO SCA-APPR-LIMIT
028745             MOVE WS-TODAY-DATE  TO SCA-LAST-UPD-DATE
028748             MOVE WS-TODAY-TIME  TO SCA-LAST-UPD-TIME
028750             REWRITE SUMA-COA-RECORD
028752             ADD 1 TO WS-LIMITED-COUNT
028754     END-READ.
028756
028759     PERFORM 7000-CHECK-COA-STATUS THRU 7000-EXIT.
028761
028763 6000-EXIT.
028765     EXIT.
028767
028770******************************************************************
028772*    6500-TYPE-ACCOUNT - SET AN EXISTING ACCOUNT'S TYPE FOR THE
028774*    YEAR-END CLOSE
028776******************************************************************
028778 6500-TYPE-ACCOUNT.
028781
028783     IF NOT OCK-ROLE-SUPERVISOR
028785         PERFORM 6900-REFUSE-OPERATOR THRU 6900-EXIT
028787         GO TO 6500-EXIT
028790     END-IF.
028792
028794     IF NOT CAT-TYPE-VALID
028796         DISPLAY "SUMACMNT - REJECTED, BAD ACCOUNT TYPE "
028798             CAT-ACCT-TYPE " FOR " CAT-ACCT-CODE
028801         ADD 1 TO WS-REJECTED-COUNT
028803         GO TO 6500-EXIT
028805     END-IF.
028807
028809     MOVE CAT-ACCT-CODE TO SCA-ACCT-CODE.
028812
028814     READ SUMA-COA
028816         INVALID KEY
028818             DISPLAY "SUMACMNT - REJECTED, NOT ON CHART: "
028820                 CAT-ACCT-CODE
028823             ADD 1 TO WS-REJECTED-COUNT
028825         NOT INVALID KEY
028827             MOVE CAT-ACCT-TYPE  TO SCA-ACCT-TYPE
028829             MOVE WS-TODAY-DATE  TO SCA-LAST-UPD-DATE
028831             MOVE WS-TODAY-TIME  TO SCA-LAST-UPD-TIME
028834             REWRITE SUMA-COA-RECORD
028836             ADD 1 TO WS-TYPED-COUNT
028838     END-READ.
028840
028843     PERFORM 7000-CHECK-COA-STATUS THRU 7000-EXIT.
028845
028847 6500-EXIT.
028849     EXIT.
028851
028854******************************************************************
028856*    6900-REFUSE-OPERATOR - AN APPROVAL LIMIT OR ACCOUNT TYPE
028858*    CHANGE NEEDS A SUPERVISOR.  THE REFUSAL GOES TO THE SUMA-SVL
028860*    LOG AND THE TRANSACTION IS COUNTED AS REJECTED.
028862******************************************************************
028865 6900-REFUSE-OPERATOR.
028867
028869     MOVE "OPERATOR IS NOT A SUPERVISOR" TO OCK-REASON.
028871     MOVE SPACES         TO OCK-RUN-ID.
028873     MOVE ZERO           TO OCK-SEQ-NBR.
028876     MOVE CAT-ACCT-CODE  TO OCK-ACCT-CODE.
028878     SET OCK-REQ-LOG     TO TRUE.
028880     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
028882
028885     DISPLAY "SUMACMNT - REJECTED, ACTION " CAT-ACTION
028887         " FOR " CAT-ACCT-CODE " NEEDS A SUPERVISOR".
028889     ADD 1 TO WS-REJECTED-COUNT.
028891
028893 6900-EXIT.
028896     EXIT.
028898
028900******************************************************************
029000*    7000-CHECK-COA-STATUS - ABEND ON A FAILED MASTER I-O THAT IS
029100*    NOT AN EXPECTED KEY CONDITION
031200     DISPLAY "SUMACMNT - ACCOUNTS ADDED....: " WS-ADDED-COUNT.
031300     DISPLAY "SUMACMNT - ACCOUNTS DESCRIBED: " WS-DESCRIBED-COUNT.
031400     DISPLAY "SUMACMNT - ACCOUNTS CLOSED...: " WS-CLOSED-COUNT.
031410     DISPLAY "SUMACMNT - LIMITS SET........: " WS-LIMITED-COUNT.
031420     DISPLAY "SUMACMNT - TYPES SET.........: " WS-TYPED-COUNT.
031500     DISPLAY "SUMACMNT - ACTIONS REJECTED..: " WS-REJECTED-COUNT.
031600
031700     IF WS-REJECTED-COUNT > ZERO
032800
032900     CLOSE SUMA-CAT
033000           SUMA-COA.
033010
033020     SET OCK-REQ-CLOSE TO TRUE.
033030     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
033100
033200 9000-EXIT.
033300     EXIT.
