000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUMABMNT.
000300 AUTHOR.        J MARTINEZ QUIROGA.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800******************************************************************
000900*    SUMABMNT
001000*
001100*    BUDGET MASTER BATCH MAINTENANCE.  READS SUMA-BUT, A BUDGET
001200*    TRANSACTION FILE PREPARED BY ACCOUNTING, AND APPLIES EACH
001300*    ACTION TO THE SUMA-BUD BUDGET MASTER, KEYED BY ACCOUNT AND
001400*    PERIOD (YYYYMM): "A" ADDS A BUDGET, "C" CHANGES THE AMOUNT
001500*    OF A BUDGET ALREADY ON FILE, "D" DELETES ONE.  A
001600*    TRANSACTION THAT CANNOT APPLY - BAD ACTION, MISSING CODE,
001700*    BAD PERIOD OR AMOUNT, ACCOUNT NOT ON THE CHART, ADD OF A
001800*    BUDGET ALREADY ON FILE, CHANGE OR DELETE OF ONE THAT IS
001900*    NOT - IS REPORTED ON THE CONSOLE AND COUNTED, AND THE JOB
002000*    ENDS WITH RETURN CODE 8 SO THE REJECTED ACTIONS GET LOOKED
002100*    AT.  THE MASTER IS CREATED ON FIRST USE SO A YEAR'S
002200*    BUDGET CAN BE LOADED FROM AN ALL-ADDS TRANSACTION FILE.
002300*
002400*    WHEN THE SUMA-COA CHART OF ACCOUNTS IS PRESENT AN ADD FOR
002500*    AN ACCOUNT NOT ON THE CHART IS REJECTED.  WITH NO CHART
002600*    THE ACCOUNT CODE IS TAKEN AS KEYED.
002700*
002800*    COMMAND LINE: OPERATOR ID.  THE OPERATOR MUST BE ACTIVE ON
002900*    THE SUMA-OPR AUTHORIZATION MASTER OR THE JOB IS REFUSED.
003000*
003100*    MODIFICATION HISTORY
003200*    DATE       INIT DESCRIPTION
003300*    ---------- ---- ------------------------------------------
003400*    2026-10-15 JMQ  INITIAL VERSION.
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT SUMA-BUT ASSIGN TO "SUMABUT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SUMA-BUT-STATUS.
004300
004400     SELECT SUMA-BUD ASSIGN TO "SUMABUD"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS BUD-KEY
004800         FILE STATUS IS WS-SUMA-BUD-STATUS.
004900
005000     SELECT SUMA-COA ASSIGN TO "SUMACOA"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS SCA-ACCT-CODE
005400         FILE STATUS IS WS-SUMA-COA-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800
005900 FD  SUMA-BUT
006000     RECORDING MODE IS F.
006100     COPY SUMABUT.
006200
006300 FD  SUMA-BUD.
006400     COPY SUMABUD.
006500
006600 FD  SUMA-COA.
006700     COPY SUMACOA.
006800
006900 WORKING-STORAGE SECTION.
007000
007100 01  WS-SUMA-BUT-STATUS             PIC X(02)  VALUE "00".
007200     88  WS-SUMA-BUT-OK                        VALUE "00".
007300
007400 01  WS-SUMA-BUD-STATUS             PIC X(02)  VALUE "00".
007500     88  WS-SUMA-BUD-OK                        VALUE "00".
007600     88  WS-SUMA-BUD-NOT-FOUND                 VALUE "23".
007700     88  WS-SUMA-BUD-DUP-KEY                   VALUE "22".
007800     88  WS-SUMA-BUD-NO-FILE                   VALUE "35".
007900
008000 01  WS-SUMA-COA-STATUS             PIC X(02)  VALUE "00".
008100     88  WS-SUMA-COA-OK                        VALUE "00".
008200     88  WS-SUMA-COA-NOT-FOUND                 VALUE "23".
008300     88  WS-SUMA-COA-NO-FILE                   VALUE "35".
008400
008500 01  WS-FATAL-FILE-ID               PIC X(08)  VALUE SPACES.
008600 01  WS-FATAL-STATUS                PIC X(02)  VALUE SPACES.
008700
008800 01  WS-PARM-LINE                   PIC X(80)  VALUE SPACES.
008900 01  WS-OPERATOR-ID                 PIC X(08)  VALUE SPACES.
009000
009100 01  WS-SWITCHES.
009200     05  WS-BUT-EOF-SW              PIC X(01)  VALUE "N".
009300         88  WS-BUT-EOF                        VALUE "Y".
009400     05  WS-COA-AVAIL-SW            PIC X(01)  VALUE "N".
009500         88  WS-COA-AVAIL                      VALUE "Y".
009600
009700 01  WS-TODAY-DATE                  PIC X(08)  VALUE SPACES.
009800 01  WS-TODAY-TIME                  PIC X(08)  VALUE SPACES.
009900
010000 01  WS-READ-COUNT        PIC 9(07)  COMP      VALUE ZERO.
010100 01  WS-ADDED-COUNT       PIC 9(07)  COMP      VALUE ZERO.
010200 01  WS-CHANGED-COUNT     PIC 9(07)  COMP      VALUE ZERO.
010300 01  WS-DELETED-COUNT     PIC 9(07)  COMP      VALUE ZERO.
010400 01  WS-REJECTED-COUNT    PIC 9(07)  COMP      VALUE ZERO.
010500
010600     COPY SUMAOCK.
010700
010800 PROCEDURE DIVISION.
010900
011000******************************************************************
011100*    0000-MAINLINE
011200******************************************************************
011300 0000-MAINLINE.
011400
011500     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
011600
011700     PERFORM 2000-APPLY-ACTION   THRU 2000-EXIT
011800         UNTIL WS-BUT-EOF.
011900
012000     PERFORM 8000-PRINT-SUMMARY  THRU 8000-EXIT.
012100
012200     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
012300
012400     STOP RUN.
012500
012600******************************************************************
012700*    1000-INITIALIZE - OPEN THE FILES, CREATING THE MASTER ON
012800*    FIRST USE, AND PRIME THE TRANSACTION READ
012900******************************************************************
013000 1000-INITIALIZE.
013100
013200     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
013300     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
013400         INTO WS-OPERATOR-ID.
013500
013600     PERFORM 1050-VERIFY-OPERATOR THRU 1050-EXIT.
013700
013800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
013900     ACCEPT WS-TODAY-TIME FROM TIME.
014000
014100     OPEN INPUT SUMA-BUT.
014200     IF NOT WS-SUMA-BUT-OK
014300         MOVE "SUMA-BUT" TO WS-FATAL-FILE-ID
014400         MOVE WS-SUMA-BUT-STATUS TO WS-FATAL-STATUS
014500         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
014600     END-IF.
014700
014800     OPEN I-O SUMA-BUD.
014900     IF WS-SUMA-BUD-NO-FILE
015000         OPEN OUTPUT SUMA-BUD
015100         IF WS-SUMA-BUD-OK
015200             CLOSE SUMA-BUD
015300             OPEN I-O SUMA-BUD
015400         END-IF
015500     END-IF.
015600     IF NOT WS-SUMA-BUD-OK
015700         MOVE "SUMA-BUD" TO WS-FATAL-FILE-ID
015800         MOVE WS-SUMA-BUD-STATUS TO WS-FATAL-STATUS
015900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
016000     END-IF.
016100
016200     OPEN INPUT SUMA-COA.
016300     IF WS-SUMA-COA-OK
016400         SET WS-COA-AVAIL TO TRUE
016500     ELSE
016600         IF NOT WS-SUMA-COA-NO-FILE
016700             MOVE "SUMA-COA" TO WS-FATAL-FILE-ID
016800             MOVE WS-SUMA-COA-STATUS TO WS-FATAL-STATUS
016900             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
017000         END-IF
017100         DISPLAY "SUMABMNT - NO CHART OF ACCOUNTS, ACCOUNT "
017200             "CODES NOT CHECKED"
017300     END-IF.
017400
017500     PERFORM 2100-READ-SUMA-BUT THRU 2100-EXIT.
017600
017700 1000-EXIT.
017800     EXIT.
017900
018000******************************************************************
018100*    1050-VERIFY-OPERATOR - THE RUNNING OPERATOR MUST BE ACTIVE
018200*    ON THE OPERATOR AUTHORIZATION MASTER.  SUMAOCHK LOGS A
018300*    REFUSAL TO THE SECURITY-VIOLATION LOG.
018400******************************************************************
018500 1050-VERIFY-OPERATOR.
018600
018700     MOVE SPACES         TO SUMA-OCK-AREA.
018800     MOVE ZERO           TO OCK-SEQ-NBR.
018900     SET OCK-REQ-VERIFY  TO TRUE.
019000     MOVE "SUMABMNT"     TO OCK-PROGRAM-ID.
019100     MOVE WS-OPERATOR-ID TO OCK-OPERATOR-ID.
019200     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
019300
019400     IF OCK-AUTHORIZED
019500         GO TO 1050-EXIT
019600     END-IF.
019700
019800     DISPLAY "SUMABMNT - OPERATOR " WS-OPERATOR-ID
019900         " REFUSED: " OCK-REASON.
020000     SET OCK-REQ-CLOSE   TO TRUE.
020100     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
020200     MOVE "OPERATOR" TO WS-FATAL-FILE-ID.
020300     MOVE "NA"       TO WS-FATAL-STATUS.
020400     PERFORM 9500-ABEND-RUN THRU 9500-EXIT.
020500
020600 1050-EXIT.
020700     EXIT.
020800
020900******************************************************************
021000*    2000-APPLY-ACTION - EDIT AND DISPATCH ONE MAINTENANCE
021100*    TRANSACTION
021200******************************************************************
021300 2000-APPLY-ACTION.
021400
021500     IF BUT-ACCT-CODE = SPACES
021600         DISPLAY "SUMABMNT - REJECTED, ACCOUNT CODE MISSING"
021700         ADD 1 TO WS-REJECTED-COUNT
021800         GO TO 2000-NEXT
021900     END-IF.
022000
022100     IF BUT-PERIOD NOT NUMERIC
022200         OR BUT-PERIOD-MONTH < 1
022300         OR BUT-PERIOD-MONTH > 12
022400         DISPLAY "SUMABMNT - REJECTED, BAD PERIOD " BUT-PERIOD
022500             " FOR " BUT-ACCT-CODE
022600         ADD 1 TO WS-REJECTED-COUNT
022700         GO TO 2000-NEXT
022800     END-IF.
022900
023000     MOVE BUT-ACCT-CODE TO BUD-ACCT-CODE.
023100     MOVE BUT-PERIOD    TO BUD-PERIOD.
023200
023300     EVALUATE TRUE
023400         WHEN BUT-ACTION-ADD
023500             PERFORM 3000-ADD-BUDGET    THRU 3000-EXIT
023600         WHEN BUT-ACTION-CHANGE
023700             PERFORM 4000-CHANGE-BUDGET THRU 4000-EXIT
023800         WHEN BUT-ACTION-DELETE
023900             PERFORM 5000-DELETE-BUDGET THRU 5000-EXIT
024000         WHEN OTHER
024100             DISPLAY "SUMABMNT - REJECTED, BAD ACTION CODE "
024200                 BUT-ACTION " FOR " BUT-ACCT-CODE
024300             ADD 1 TO WS-REJECTED-COUNT
024400     END-EVALUATE.
024500
024600 2000-NEXT.
024700     PERFORM 2100-READ-SUMA-BUT THRU 2100-EXIT.
024800
024900 2000-EXIT.
025000     EXIT.
025100
025200******************************************************************
025300*    2100-READ-SUMA-BUT - READ THE NEXT MAINTENANCE TRANSACTION
025400******************************************************************
025500 2100-READ-SUMA-BUT.
025600
025700     READ SUMA-BUT
025800         AT END
025900             MOVE "Y" TO WS-BUT-EOF-SW
026000         NOT AT END
026100             ADD 1 TO WS-READ-COUNT
026200     END-READ.
026300
026400 2100-EXIT.
026500     EXIT.
026600
026700******************************************************************
026800*    3000-ADD-BUDGET - ADD A BUDGET FOR AN ACCOUNT AND PERIOD.
026900*    A BUDGET ALREADY ON FILE IS REJECTED, NOT OVERWRITTEN -
027000*    USE "C" TO CHANGE IT.
027100******************************************************************
027200 3000-ADD-BUDGET.
027300
027400     IF BUT-AMOUNT NOT NUMERIC
027500         DISPLAY "SUMABMNT - REJECTED, AMOUNT NOT NUMERIC: "
027600             BUT-ACCT-CODE " " BUT-PERIOD
027700         ADD 1 TO WS-REJECTED-COUNT
027800         GO TO 3000-EXIT
027900     END-IF.
028000
028100     IF WS-COA-AVAIL
028200         MOVE BUT-ACCT-CODE TO SCA-ACCT-CODE
028300         READ SUMA-COA
028400         IF WS-SUMA-COA-NOT-FOUND
028500             DISPLAY "SUMABMNT - REJECTED, NOT ON CHART: "
028600                 BUT-ACCT-CODE
028700             ADD 1 TO WS-REJECTED-COUNT
028800             GO TO 3000-EXIT
028900         END-IF
029000         IF NOT WS-SUMA-COA-OK
029100             MOVE "SUMA-COA" TO WS-FATAL-FILE-ID
029200             MOVE WS-SUMA-COA-STATUS TO WS-FATAL-STATUS
029300             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
029400         END-IF
029500     END-IF.
029600
029700     MOVE BUT-AMOUNT        TO BUD-AMOUNT.
029800     MOVE WS-TODAY-DATE     TO BUD-LAST-UPD-DATE.
029900     MOVE WS-TODAY-TIME     TO BUD-LAST-UPD-TIME.
030000     MOVE WS-OPERATOR-ID    TO BUD-LAST-UPD-OPERATOR.
030100
030200     WRITE SUMA-BUD-RECORD
030300         INVALID KEY
030400             DISPLAY "SUMABMNT - REJECTED, BUDGET ALREADY ON "
030500                 "FILE: " BUT-ACCT-CODE " " BUT-PERIOD
030600             ADD 1 TO WS-REJECTED-COUNT
030700         NOT INVALID KEY
030800             ADD 1 TO WS-ADDED-COUNT
030900     END-WRITE.
031000
031100     PERFORM 7000-CHECK-BUD-STATUS THRU 7000-EXIT.
031200
031300 3000-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700*    4000-CHANGE-BUDGET - REPLACE THE AMOUNT OF A BUDGET ALREADY
031800*    ON FILE
031900******************************************************************
032000 4000-CHANGE-BUDGET.
032100
032200     IF BUT-AMOUNT NOT NUMERIC
032300         DISPLAY "SUMABMNT - REJECTED, AMOUNT NOT NUMERIC: "
032400             BUT-ACCT-CODE " " BUT-PERIOD
032500         ADD 1 TO WS-REJECTED-COUNT
032600         GO TO 4000-EXIT
032700     END-IF.
032800
032900     READ SUMA-BUD
033000         INVALID KEY
033100             DISPLAY "SUMABMNT - REJECTED, NO BUDGET ON FILE: "
033200                 BUT-ACCT-CODE " " BUT-PERIOD
033300             ADD 1 TO WS-REJECTED-COUNT
033400         NOT INVALID KEY
033500             MOVE BUT-AMOUNT     TO BUD-AMOUNT
033600             MOVE WS-TODAY-DATE  TO BUD-LAST-UPD-DATE
033700             MOVE WS-TODAY-TIME  TO BUD-LAST-UPD-TIME
033800             MOVE WS-OPERATOR-ID TO BUD-LAST-UPD-OPERATOR
033900             REWRITE SUMA-BUD-RECORD
034000             ADD 1 TO WS-CHANGED-COUNT
034100     END-READ.
034200
034300     PERFORM 7000-CHECK-BUD-STATUS THRU 7000-EXIT.
034400
034500 4000-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900*    5000-DELETE-BUDGET - REMOVE A BUDGET FROM THE MASTER
035000******************************************************************
035100 5000-DELETE-BUDGET.
035200
035300     DELETE SUMA-BUD
035400         INVALID KEY
035500             DISPLAY "SUMABMNT - REJECTED, NO BUDGET ON FILE: "
035600                 BUT-ACCT-CODE " " BUT-PERIOD
035700             ADD 1 TO WS-REJECTED-COUNT
035800         NOT INVALID KEY
035900             ADD 1 TO WS-DELETED-COUNT
036000     END-DELETE.
036100
036200     PERFORM 7000-CHECK-BUD-STATUS THRU 7000-EXIT.
036300
036400 5000-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800*    7000-CHECK-BUD-STATUS - ABEND ON A FAILED MASTER I-O THAT IS
036900*    NOT AN EXPECTED KEY CONDITION
037000******************************************************************
037100 7000-CHECK-BUD-STATUS.
037200
037300     IF NOT WS-SUMA-BUD-OK
037400         AND NOT WS-SUMA-BUD-NOT-FOUND
037500         AND NOT WS-SUMA-BUD-DUP-KEY
037600         MOVE "SUMA-BUD" TO WS-FATAL-FILE-ID
037700         MOVE WS-SUMA-BUD-STATUS TO WS-FATAL-STATUS
037800         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
037900     END-IF.
038000
038100 7000-EXIT.
038200     EXIT.
038300
038400******************************************************************
038500*    8000-PRINT-SUMMARY - END-OF-JOB MAINTENANCE COUNTS
038600******************************************************************
038700 8000-PRINT-SUMMARY.
038800
038900     DISPLAY "SUMABMNT - TRANSACTIONS READ.: " WS-READ-COUNT.
039000     DISPLAY "SUMABMNT - BUDGETS ADDED.....: " WS-ADDED-COUNT.
039100     DISPLAY "SUMABMNT - BUDGETS CHANGED...: " WS-CHANGED-COUNT.
039200     DISPLAY "SUMABMNT - BUDGETS DELETED...: " WS-DELETED-COUNT.
039300     DISPLAY "SUMABMNT - ACTIONS REJECTED..: " WS-REJECTED-COUNT.
039400
039500     IF WS-REJECTED-COUNT > ZERO
039600         MOVE 8 TO RETURN-CODE
039700     END-IF.
039800
039900 8000-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300*    9000-TERMINATE - CLOSE THE FILES
040400******************************************************************
040500 9000-TERMINATE.
040600
040700     CLOSE SUMA-BUT
040800           SUMA-BUD.
040900
041000     IF WS-COA-AVAIL
041100         CLOSE SUMA-COA
041200     END-IF.
041300
041400     SET OCK-REQ-CLOSE TO TRUE.
041500     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
041600
041700 9000-EXIT.
041800     EXIT.
041900
042000******************************************************************
042100*    9500-ABEND-RUN - DISPLAY A FATAL I/O STATUS AND STOP THE JOB
042200******************************************************************
042300 9500-ABEND-RUN.
042400
042500     DISPLAY "SUMABMNT - JOB TERMINATED, FILE " WS-FATAL-FILE-ID
042600         " FILE STATUS " WS-FATAL-STATUS.
042700     MOVE 16 TO RETURN-CODE.
042800     STOP RUN.
042900
043000 9500-EXIT.
043100     EXIT.
