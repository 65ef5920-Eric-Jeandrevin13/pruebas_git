000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUMAYEND.
000300 AUTHOR.        J MARTINEZ QUIROGA.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800******************************************************************
000900*    SUMAYEND
001000*
001100*    YEAR-END CLOSE.  FOR THE FISCAL YEAR GIVEN ON THE COMMAND
001200*    LINE (THE CALENDAR YEAR, SAME AS THE SUMA-LDG YEAR-TO-DATE
001300*    FIGURES) THE PROGRAM FIRST REFUSES TO RUN UNLESS ALL TWELVE
001400*    MONTHS ARE CLOSED ON THE SUMA-PCL PERIOD CONTROL MASTER AND
001500*    THE YEAR'S COMPLETION RECORD IS NOT ALREADY ON THE SUMA-YEH
001540*    YEAR-END HISTORY.  IT THEN POSTS THE NET OF EVERY INCOME
001580*    AND EXPENSE BALANCE TO THE RETAINED-EARNINGS ACCOUNT NAMED
001620*    BY PRM-RET-EARN-ACCT ON SUMA-PRM, THEN WALKS THE SUMA-BAL
001660*    BALANCE MASTER IN ACCOUNT ORDER:
001700*
001800*      - EVERY ACCOUNT'S YEAR-END BALANCE AND TRANSACTION COUNT
001900*        IS SNAPSHOT TO SUMA-YEH UNDER THE FISCAL YEAR.
002000*      - AN INCOME OR EXPENSE ACCOUNT (SCA-ACCT-TYPE "I" OR "E"
002100*        ON SUMA-COA) IS CLOSED: A CLOSING ENTRY OF THE NEGATED
002200*        BALANCE BRINGS IT TO ZERO, ITS BALANCE HAVING ALREADY
002300*        GONE TO RETAINED EARNINGS.
002500*      - A BALANCE-SHEET ACCOUNT KEEPS ITS BALANCE, WHICH IS
002600*        CARRIED FORWARD AS THE NEW YEAR'S OPENING BALANCE.
002700*
002800*    EVERY CLOSING ENTRY, AND THE RETAINED-EARNINGS POSTING, IS
002900*    WRITTEN TO THE SUMA-AUD AUDIT TRAIL (OPERATION "Y", RUN ID
003000*    "YEND" PLUS THE YEAR) AND COUNTED ON THE ACCOUNT'S BALANCE
003100*    RECORD, SO THE TRAIL STILL RECOMPUTES EVERY BALANCE FOR
003200*    SUMABVFY.  AN AMOUNT TOO LARGE FOR ONE TRAIL ENTRY IS
003300*    WRITTEN AS SEVERAL.  THE CLOSING REPORT (SUMA-YER) LISTS
003400*    EVERY ACCOUNT AND PROVES THAT THE TOTAL OF ALL BALANCES
003500*    BEFORE THE CLOSE EQUALS THE TOTAL AFTER IT.  AN ACCOUNT NOT
003600*    ON THE CHART IS CARRIED FORWARD AND LISTED; EITHER THAT OR
003700*    A PROOF THAT DOES NOT BALANCE ENDS THE JOB WITH RETURN
003800*    CODE 8.
003900*
003907*    THE LAST THING WRITTEN IS THE YEAR'S COMPLETION RECORD ON
003914*    SUMA-YEH (ACCOUNT CODE HIGH-VALUES).  A RUN THAT STOPS
003921*    BEFORE IT CAN SIMPLY BE RUN AGAIN: AN ACCOUNT WITH ITS
003929*    SUMA-YEH ROW ALREADY WRITTEN IS TAKEN AS CLOSED AND LISTED
003936*    FROM THAT ROW, AND THE CLOSE CARRIES ON FROM THE FIRST
003943*    ACCOUNT WITHOUT ONE.  EACH ACCOUNT'S BALANCE RECORD IS
003950*    REWRITTEN, STAMPED WITH THE YEAR-END RUN ID, BEFORE ITS
003957*    TRAIL ENTRIES AND SUMA-YEH ROW ARE WRITTEN, SO AN ACCOUNT
003964*    CAUGHT PART-WAY THROUGH (STAMPED BUT WITH NO ROW) IS FOUND
003971*    ON THE RERUN AND THE JOB IS REFUSED ("YEAR" / "IR").  IN
003979*    THAT CASE SUMA-BAL, SUMA-YEH AND SUMA-AUD MUST BE RESTORED
003986*    TOGETHER FROM BEFORE THE CLOSE AND THE CLOSE RUN AGAIN.
003988*    A RESUMED CLOSE CARRIES ON THE STOPPED RUN'S AUDIT CHAIN,
003991*    SO ONE SEAL COVERS THE "Y" RECORDS OF BOTH.
003993*
004000*    COMMAND LINE: OPERATOR ID, FISCAL YEAR (YYYY).  THE
004100*    OPERATOR MUST BE AN ACTIVE SUPERVISOR ON THE SUMA-OPR
004200*    AUTHORIZATION MASTER OR THE JOB IS REFUSED.
004300*
004400*    MODIFICATION HISTORY
004500*    DATE       INIT DESCRIPTION
004600*    ---------- ---- ------------------------------------------
004700*    2026-10-15 JMQ  INITIAL VERSION.
004710*    2026-10-15 JMQ  THE CLOSING ENTRIES ARE STAMPED WITH THE
004720*                    AUDIT RUN CHAIN THROUGH SUMAACHN AND THE
004730*                    RUN'S AUDIT RECORDS END WITH A "Z" SEAL.
004740*    2026-10-15 JMQ  RETAINED EARNINGS IS POSTED BEFORE ANY
004750*                    ACCOUNT IS ZEROED; A COMPLETION RECORD ON
004760*                    SUMA-YEH MARKS THE YEAR CLOSED SO A RUN
004770*                    THAT STOPS PART-WAY CAN BE RERUN.
004780*    2026-10-15 JMQ  THE RUN ID CARRIES THE FISCAL YEAR BEFORE
004790*                    THE OPERATOR IS VERIFIED.
004792*    2026-10-15 JMQ  A BALANCE STAMPED BY THIS CLOSE WITH NO
004794*                    HISTORY ROW IS REFUSED ON EVERY RUN, NOT
004796*                    ONLY A RESUMED ONE; A RESUMED CLOSE CARRIES
004798*                    ON THE AUDIT CHAIN OF THE RUN THAT STOPPED.
004800******************************************************************
004900
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT SUMA-PRM ASSIGN TO "SUMAPRM"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-SUMA-PRM-STATUS.
005600
005700     SELECT SUMA-PCL ASSIGN TO "SUMAPCL"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS SPC-PERIOD
006100         FILE STATUS IS WS-SUMA-PCL-STATUS.
006200
006300     SELECT SUMA-COA ASSIGN TO "SUMACOA"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS SCA-ACCT-CODE
006700         FILE STATUS IS WS-SUMA-COA-STATUS.
006800
006900     SELECT SUMA-BAL ASSIGN TO "SUMABAL"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS SBM-ACCT-CODE
007300         FILE STATUS IS WS-SUMA-BAL-STATUS.
007400
007500     SELECT SUMA-YEH ASSIGN TO "SUMAYEH"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS YEH-KEY
007900         FILE STATUS IS WS-SUMA-YEH-STATUS.
008000
008100     SELECT SUMA-AUD ASSIGN TO "SUMAAUD"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-SUMA-AUD-STATUS.
008400
008500     SELECT SUMA-YER ASSIGN TO "SUMAYER"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-SUMA-YER-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100
009200 FD  SUMA-PRM
009300     RECORDING MODE IS F.
009400     COPY SUMAPRM.
009500
009600 FD  SUMA-PCL.
009700     COPY SUMAPCL.
009800
009900 FD  SUMA-COA.
010000     COPY SUMACOA.
010100
010200 FD  SUMA-BAL.
010300     COPY SUMABAL.
010400
010500 FD  SUMA-YEH.
010600     COPY SUMAYEH.
010700
010800 FD  SUMA-AUD
010900     RECORDING MODE IS F.
011000     COPY SUMAAUD.
011100
011200 FD  SUMA-YER
011300     RECORDING MODE IS F.
011400 01  SUMA-YER-RECORD                PIC X(132).
011500
011600 WORKING-STORAGE SECTION.
011700
011800 01  WS-SUMA-PRM-STATUS             PIC X(02)  VALUE "00".
011900     88  WS-SUMA-PRM-OK                        VALUE "00".
012000
012100 01  WS-SUMA-PCL-STATUS             PIC X(02)  VALUE "00".
012200     88  WS-SUMA-PCL-OK                        VALUE "00".
012300     88  WS-SUMA-PCL-NOT-FOUND                 VALUE "23".
012400     88  WS-SUMA-PCL-NO-FILE                   VALUE "35".
012500
012600 01  WS-SUMA-COA-STATUS             PIC X(02)  VALUE "00".
012700     88  WS-SUMA-COA-OK                        VALUE "00".
012800     88  WS-SUMA-COA-NOT-FOUND                 VALUE "23".
012900
013000 01  WS-SUMA-BAL-STATUS             PIC X(02)  VALUE "00".
013100     88  WS-SUMA-BAL-OK                        VALUE "00".
013200     88  WS-SUMA-BAL-NOT-FOUND                 VALUE "23".
013300
013400 01  WS-SUMA-YEH-STATUS             PIC X(02)  VALUE "00".
013500     88  WS-SUMA-YEH-OK                        VALUE "00".
013600     88  WS-SUMA-YEH-NOT-FOUND                 VALUE "23".
013700     88  WS-SUMA-YEH-NO-FILE                   VALUE "35".
013800
013900 01  WS-SUMA-AUD-STATUS             PIC X(02)  VALUE "00".
014000     88  WS-SUMA-AUD-OK                        VALUE "00".
014100     88  WS-SUMA-AUD-NO-FILE                   VALUE "35".
014200
014300 01  WS-SUMA-YER-STATUS             PIC X(02)  VALUE "00".
014400     88  WS-SUMA-YER-OK                        VALUE "00".
014500
014600 01  WS-FATAL-FILE-ID               PIC X(08)  VALUE SPACES.
014700 01  WS-FATAL-STATUS                PIC X(02)  VALUE SPACES.
014800
014900 01  WS-PARM-LINE                   PIC X(80)  VALUE SPACES.
015000 01  WS-OPERATOR-ID                 PIC X(08)  VALUE SPACES.
015100 01  WS-FISCAL-YEAR                 PIC X(04)  VALUE SPACES.
015200 01  WS-RUN-ID.
015300     05  FILLER                     PIC X(04)  VALUE "YEND".
015400     05  WS-RUN-ID-YEAR             PIC X(04)  VALUE SPACES.
015500 01  WS-RE-ACCT-CODE                PIC X(08)  VALUE SPACES.
015550 01  WS-COMPLETE-ACCT-CODE          PIC X(08)  VALUE HIGH-VALUES.
015600 01  WS-RE-ACCT-DESC                PIC X(30)  VALUE SPACES.
015700
015800 01  WS-CHECK-PERIOD.
015900     05  WS-CHECK-YEAR              PIC X(04).
016000     05  WS-CHECK-MONTH             PIC 9(02).
016100 01  WS-MONTH-IX          PIC 9(02)  COMP      VALUE ZERO.
016200
016300 01  WS-SWITCHES.
016400     05  WS-BAL-EOF-SW              PIC X(01)  VALUE "N".
016500         88  WS-BAL-EOF                        VALUE "Y".
016520     05  WS-RESUME-SW               PIC X(01)  VALUE "N".
016540         88  WS-RESUMING                       VALUE "Y".
016560     05  WS-ACCT-DONE-SW            PIC X(01)  VALUE "N".
016580         88  WS-ACCT-DONE                      VALUE "Y".
016600
016700 01  WS-TODAY-DATE                  PIC X(08)  VALUE SPACES.
016800 01  WS-TODAY-TIME                  PIC X(08)  VALUE SPACES.
016900
017000 01  WS-BALANCE-BEFORE    PIC S9(13)V99 COMP-3 VALUE ZERO.
017100 01  WS-CLOSING-AMOUNT    PIC S9(13)V99 COMP-3 VALUE ZERO.
017200 01  WS-RE-AMOUNT         PIC S9(13)V99 COMP-3 VALUE ZERO.
017300
017400 01  WS-ENTRY-ACCT-CODE             PIC X(08)  VALUE SPACES.
017500 01  WS-ENTRY-REMAIN      PIC S9(13)V99 COMP-3 VALUE ZERO.
017600 01  WS-ENTRY-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
017700 01  WS-ENTRY-MAXIMUM     PIC S9(13)V99 COMP-3
017800                                      VALUE 9999999999.99.
017850 01  WS-ENTRY-SIZE        PIC S9(13)V99 COMP-3 VALUE ZERO.
017900 01  WS-ACCT-ENTRY-COUNT  PIC 9(05)  COMP      VALUE ZERO.
018000 01  WS-ENTRY-SEQ-NBR     PIC 9(07)            VALUE ZERO.
018100
018200 01  WS-TOTAL-BEFORE      PIC S9(15)V99 COMP-3 VALUE ZERO.
018300 01  WS-TOTAL-AFTER       PIC S9(15)V99 COMP-3 VALUE ZERO.
018400 01  WS-TOTAL-CLOSED      PIC S9(15)V99 COMP-3 VALUE ZERO.
018500 01  WS-TOTAL-DIFFERENCE  PIC S9(15)V99 COMP-3 VALUE ZERO.
018600
018700 01  WS-OPEN-MONTH-COUNT  PIC 9(02)  COMP      VALUE ZERO.
018800 01  WS-ACCOUNT-COUNT     PIC 9(07)  COMP      VALUE ZERO.
018900 01  WS-CLOSED-COUNT      PIC 9(07)  COMP      VALUE ZERO.
019000 01  WS-CARRIED-COUNT     PIC 9(07)  COMP      VALUE ZERO.
019100 01  WS-UNCHARTED-COUNT   PIC 9(07)  COMP      VALUE ZERO.
019200
019300 01  WS-PAGE-NBR          PIC 9(04)  COMP      VALUE ZERO.
019400 01  WS-LINE-COUNT        PIC 9(02)  COMP      VALUE ZERO.
019500 01  WS-LINES-PER-PAGE    PIC 9(02)  COMP      VALUE 56.
019600
019700 01  WS-PRINT-LINE                  PIC X(132) VALUE SPACES.
019800
019900 01  WS-HDG-LINE-1.
020000     05  FILLER                     PIC X(10)  VALUE "SUMAYEND".
020100     05  FILLER                     PIC X(29)
020200         VALUE "YEAR-END CLOSE - FISCAL YEAR".
020300     05  FILLER                     PIC X(01)  VALUE SPACE.
020400     05  HD1-FISCAL-YEAR            PIC X(04).
020500     05  FILLER                     PIC X(05)  VALUE SPACES.
020600     05  FILLER                     PIC X(05)  VALUE "DATE ".
020700     05  HD1-RUN-DATE               PIC X(08).
020800     05  FILLER                     PIC X(08)  VALUE "   PAGE ".
020900     05  HD1-PAGE-NBR               PIC ZZZ9.
021000     05  FILLER                     PIC X(58)  VALUE SPACES.
021100
021200 01  WS-HDG-COLS.
021300     05  FILLER                     PIC X(12)  VALUE "  ACCOUNT".
021400     05  FILLER                     PIC X(32)
021500         VALUE "DESCRIPTION".
021600     05  FILLER                     PIC X(04)  VALUE "TYPE".
021700     05  FILLER                     PIC X(21)
021800         VALUE "       BALANCE BEFORE".
021900     05  FILLER                     PIC X(01)  VALUE SPACE.
022000     05  FILLER                     PIC X(21)
022100         VALUE "        CLOSING ENTRY".
022200     05  FILLER                     PIC X(01)  VALUE SPACE.
022300     05  FILLER                     PIC X(21)
022400         VALUE "        BALANCE AFTER".
022500     05  FILLER                     PIC X(02)  VALUE SPACES.
022600     05  FILLER                     PIC X(17)  VALUE "ACTION".
022700
022800 01  WS-DETAIL-LINE.
022900     05  FILLER                     PIC X(02)  VALUE SPACES.
023000     05  DTL-ACCT-CODE              PIC X(08).
023100     05  FILLER                     PIC X(02)  VALUE SPACES.
023200     05  DTL-ACCT-DESC              PIC X(30).
023300     05  FILLER                     PIC X(03)  VALUE SPACES.
023400     05  DTL-ACCT-TYPE              PIC X(01).
023500     05  FILLER                     PIC X(02)  VALUE SPACES.
023600     05  DTL-BALANCE-BEFORE
023700         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023800     05  FILLER                     PIC X(01)  VALUE SPACE.
023900     05  DTL-CLOSING-AMOUNT
024000         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
024100     05  FILLER                     PIC X(01)  VALUE SPACE.
024200     05  DTL-BALANCE-AFTER
024300         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
024400     05  FILLER                     PIC X(02)  VALUE SPACES.
024500     05  DTL-ACTION                 PIC X(17).
024600
024700 01  WS-TOT-LINE.
024800     05  FILLER                     PIC X(02)  VALUE SPACES.
024900     05  TOT-LABEL                  PIC X(28).
025000     05  TOT-VALUE
025100         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
025200     05  FILLER                     PIC X(81)  VALUE SPACES.
025300
025400 01  WS-CNT-LINE.
025500     05  FILLER                     PIC X(02)  VALUE SPACES.
025600     05  CNT-LABEL                  PIC X(28).
025700     05  CNT-VALUE                  PIC ZZZ,ZZZ,ZZ9.
025800     05  FILLER                     PIC X(91)  VALUE SPACES.
025900
026000     COPY SUMAOCK.
026050
026060     COPY SUMAACH.
026100
026200 PROCEDURE DIVISION.
026300
026400******************************************************************
026500*    0000-MAINLINE
026600******************************************************************
026700 0000-MAINLINE.
026800
026900     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
027000
027020     PERFORM 3000-POST-RETAINED     THRU 3000-EXIT.
027050
027070     PERFORM 1600-START-BROWSE      THRU 1600-EXIT.
027100     PERFORM 2000-CLOSE-ACCOUNT     THRU 2000-EXIT
027200         UNTIL WS-BAL-EOF.
027500
027600     PERFORM 8000-PROVE-CLOSE       THRU 8000-EXIT.
027700
027800     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
027900
028000     STOP RUN.
028100
028200******************************************************************
028300*    1000-INITIALIZE - EDIT THE COMMAND LINE, VERIFY THE
028400*    OPERATOR, CHECK THE YEAR MAY BE CLOSED, AND OPEN THE FILES
028500******************************************************************
028600 1000-INITIALIZE.
028700
028800     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
028900     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
029000         INTO WS-OPERATOR-ID WS-FISCAL-YEAR.
029100
029200     IF WS-OPERATOR-ID = SPACES
029300         DISPLAY "SUMAYEND - OPERATOR ID PARAMETER IS REQUIRED"
029400         MOVE "PARM    " TO WS-FATAL-FILE-ID
029500         MOVE "NN"       TO WS-FATAL-STATUS
029600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
029700     END-IF.
029800
029900     IF WS-FISCAL-YEAR NOT NUMERIC
030000         DISPLAY "SUMAYEND - FISCAL YEAR MUST BE YYYY: "
030100             WS-FISCAL-YEAR
030200         MOVE "PARM    " TO WS-FATAL-FILE-ID
030300         MOVE "NN"       TO WS-FATAL-STATUS
030400         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
030500     END-IF.
030600
030650     MOVE WS-FISCAL-YEAR TO WS-RUN-ID-YEAR.
030700     PERFORM 1050-VERIFY-OPERATOR THRU 1050-EXIT.
030800
030900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
031000     ACCEPT WS-TODAY-TIME FROM TIME.
031200     MOVE WS-FISCAL-YEAR TO HD1-FISCAL-YEAR.
031300     MOVE WS-TODAY-DATE  TO HD1-RUN-DATE.
031400
031500     OPEN INPUT SUMA-PRM.
031600     IF WS-SUMA-PRM-OK
031700         PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT
031800         CLOSE SUMA-PRM
031900     END-IF.
032000
032100     IF WS-RE-ACCT-CODE = SPACES
032200         DISPLAY "SUMAYEND - NO RETAINED-EARNINGS ACCOUNT ON "
032300             "SUMA-PRM"
032400         MOVE "PARM    " TO WS-FATAL-FILE-ID
032500         MOVE "NN"       TO WS-FATAL-STATUS
032600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
032700     END-IF.
032800
032900     PERFORM 1100-CHECK-PERIODS THRU 1100-EXIT.
033000
033100     OPEN INPUT SUMA-COA.
033200     IF NOT WS-SUMA-COA-OK
033300         MOVE "SUMA-COA" TO WS-FATAL-FILE-ID
033400         MOVE WS-SUMA-COA-STATUS TO WS-FATAL-STATUS
033500         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
033600     END-IF.
033700
033800     PERFORM 1300-CHECK-RE-ACCOUNT THRU 1300-EXIT.
033900
034000     PERFORM 1400-OPEN-HISTORY THRU 1400-EXIT.
034100
034200     OPEN I-O SUMA-BAL.
034300     IF NOT WS-SUMA-BAL-OK
034400         MOVE "SUMA-BAL" TO WS-FATAL-FILE-ID
034500         MOVE WS-SUMA-BAL-STATUS TO WS-FATAL-STATUS
034600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
034700     END-IF.
034800
034850     PERFORM 1500-OPEN-AUDIT-CHAIN THRU 1500-EXIT.
034860
034900     OPEN EXTEND SUMA-AUD.
035000     IF WS-SUMA-AUD-NO-FILE
035100         OPEN OUTPUT SUMA-AUD
035200     END-IF.
035300     IF NOT WS-SUMA-AUD-OK
035400         MOVE "SUMA-AUD" TO WS-FATAL-FILE-ID
035500         MOVE WS-SUMA-AUD-STATUS TO WS-FATAL-STATUS
035600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
035700     END-IF.
035800
035900     OPEN OUTPUT SUMA-YER.
036000     IF NOT WS-SUMA-YER-OK
036100         MOVE "SUMA-YER" TO WS-FATAL-FILE-ID
036200         MOVE WS-SUMA-YER-STATUS TO WS-FATAL-STATUS
036300         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
036400     END-IF.
036500
036600     PERFORM 7100-PAGE-HEADING THRU 7100-EXIT.
037700
037800 1000-EXIT.
037900     EXIT.
038000
038100******************************************************************
038200*    1050-VERIFY-OPERATOR - THE RUNNING OPERATOR MUST BE AN
038300*    ACTIVE SUPERVISOR ON THE OPERATOR AUTHORIZATION MASTER.
038400*    SUMAOCHK LOGS A REFUSAL TO THE SECURITY-VIOLATION LOG.
038500******************************************************************
038600 1050-VERIFY-OPERATOR.
038700
038800     MOVE SPACES         TO SUMA-OCK-AREA.
038900     MOVE ZERO           TO OCK-SEQ-NBR.
039000     SET OCK-REQ-VERIFY  TO TRUE.
039100     MOVE "SUMAYEND"     TO OCK-PROGRAM-ID.
039200     MOVE WS-OPERATOR-ID TO OCK-OPERATOR-ID.
039300     MOVE WS-RUN-ID      TO OCK-RUN-ID.
039400     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
039500
039600     IF OCK-AUTHORIZED
039700         IF OCK-ROLE-SUPERVISOR
039800             GO TO 1050-EXIT
039900         END-IF
040000         MOVE "OPERATOR IS NOT A SUPERVISOR" TO OCK-REASON
040100         SET OCK-REQ-LOG TO TRUE
040200         CALL "SUMAOCHK" USING SUMA-OCK-AREA
040300     END-IF.
040400
040500     DISPLAY "SUMAYEND - OPERATOR " WS-OPERATOR-ID
040600         " REFUSED: " OCK-REASON.
040700     SET OCK-REQ-CLOSE   TO TRUE.
040800     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
040900     MOVE "OPERATOR" TO WS-FATAL-FILE-ID.
041000     MOVE "NA"       TO WS-FATAL-STATUS.
041100     PERFORM 9500-ABEND-RUN THRU 9500-EXIT.
041200
041300 1050-EXIT.
041400     EXIT.
041500
041600******************************************************************
041700*    1100-CHECK-PERIODS - ALL TWELVE MONTHS OF THE FISCAL YEAR
041800*    MUST BE CLOSED ON SUMA-PCL.  EVERY MONTH STILL OPEN IS
041900*    LISTED BEFORE THE JOB IS REFUSED.
042000******************************************************************
042100 1100-CHECK-PERIODS.
042200
042300     OPEN INPUT SUMA-PCL.
042400     IF WS-SUMA-PCL-NO-FILE
042500         DISPLAY "SUMAYEND - NO PERIOD CONTROL MASTER, NO MONTH "
042600             "OF " WS-FISCAL-YEAR " IS CLOSED"
042700         MOVE "PERIOD  " TO WS-FATAL-FILE-ID
042800         MOVE "OP"       TO WS-FATAL-STATUS
042900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
043000     END-IF.
043100     IF NOT WS-SUMA-PCL-OK
043200         MOVE "SUMA-PCL" TO WS-FATAL-FILE-ID
043300         MOVE WS-SUMA-PCL-STATUS TO WS-FATAL-STATUS
043400         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
043500     END-IF.
043600
043700     MOVE WS-FISCAL-YEAR TO WS-CHECK-YEAR.
043800     PERFORM 1110-CHECK-ONE-MONTH THRU 1110-EXIT
043900         VARYING WS-MONTH-IX FROM 1 BY 1 UNTIL WS-MONTH-IX > 12.
044000
044100     CLOSE SUMA-PCL.
044200
044300     IF WS-OPEN-MONTH-COUNT > ZERO
044400         DISPLAY "SUMAYEND - " WS-OPEN-MONTH-COUNT
044500             " MONTH(S) OF " WS-FISCAL-YEAR " STILL OPEN, "
044600             "YEAR NOT CLOSED"
044700         MOVE "PERIOD  " TO WS-FATAL-FILE-ID
044800         MOVE "OP"       TO WS-FATAL-STATUS
044900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
045000     END-IF.
045100
045200 1100-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600*    1110-CHECK-ONE-MONTH - ONE MONTH MUST BE ON FILE AND CLOSED;
045700*    A PERIOD WITH NO RECORD IS OPEN
045800******************************************************************
045900 1110-CHECK-ONE-MONTH.
046000
046100     MOVE WS-MONTH-IX     TO WS-CHECK-MONTH.
046200     MOVE WS-CHECK-PERIOD TO SPC-PERIOD.
046300
046400     READ SUMA-PCL
046500         INVALID KEY
046600             MOVE "O" TO SPC-STATUS
046700     END-READ.
046800
046900     IF NOT WS-SUMA-PCL-OK AND NOT WS-SUMA-PCL-NOT-FOUND
047000         MOVE "SUMA-PCL" TO WS-FATAL-FILE-ID
047100         MOVE WS-SUMA-PCL-STATUS TO WS-FATAL-STATUS
047200         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
047300     END-IF.
047400
047500     IF NOT SPC-CLOSED
047600         DISPLAY "SUMAYEND - PERIOD " WS-CHECK-PERIOD
047700             " IS NOT CLOSED"
047800         ADD 1 TO WS-OPEN-MONTH-COUNT
047900     END-IF.
048000
048100 1110-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500*    1200-LOAD-PARAMETERS - PICK UP THE RETAINED-EARNINGS
048600*    ACCOUNT FROM THE SUMA-PRM CONTROL RECORD
048700******************************************************************
048800 1200-LOAD-PARAMETERS.
048900
049000     READ SUMA-PRM
049100         AT END
049200             CONTINUE
049300         NOT AT END
049400             MOVE PRM-RET-EARN-ACCT TO WS-RE-ACCT-CODE
049500     END-READ.
049600
049700 1200-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100*    1300-CHECK-RE-ACCOUNT - THE RETAINED-EARNINGS ACCOUNT MUST
050200*    BE AN ACTIVE BALANCE-SHEET ACCOUNT ON THE CHART
050300******************************************************************
050400 1300-CHECK-RE-ACCOUNT.
050500
050600     MOVE WS-RE-ACCT-CODE TO SCA-ACCT-CODE.
050700     READ SUMA-COA
050800         INVALID KEY
050900             DISPLAY "SUMAYEND - RETAINED-EARNINGS ACCOUNT "
051000                 WS-RE-ACCT-CODE " IS NOT ON THE CHART"
051100             MOVE "PARM    " TO WS-FATAL-FILE-ID
051200             MOVE "NN"       TO WS-FATAL-STATUS
051300             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
051400     END-READ.
051500
051600     IF NOT WS-SUMA-COA-OK
051700         MOVE "SUMA-COA" TO WS-FATAL-FILE-ID
051800         MOVE WS-SUMA-COA-STATUS TO WS-FATAL-STATUS
051900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
052000     END-IF.
052100
052200     IF SCA-CLOSED OR SCA-TYPE-NOMINAL
052300         DISPLAY "SUMAYEND - RETAINED-EARNINGS ACCOUNT "
052400             WS-RE-ACCT-CODE " MUST BE AN ACTIVE BALANCE-SHEET "
052500             "ACCOUNT"
052600         MOVE "PARM    " TO WS-FATAL-FILE-ID
052700         MOVE "NN"       TO WS-FATAL-STATUS
052800         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
052900     END-IF.
053000
053100     MOVE SCA-ACCT-DESC TO WS-RE-ACCT-DESC.
053200
053300 1300-EXIT.
053400     EXIT.
053500
053600******************************************************************
053700*    1400-OPEN-HISTORY - OPEN THE YEAR-END HISTORY, CREATING IT
053800*    ON FIRST USE, AND REFUSE A YEAR WHOSE COMPLETION RECORD IS
053830*    ALREADY ON IT.  ROWS FOR THE YEAR WITHOUT ONE ARE LEFT BY
053860*    A CLOSE THAT STOPPED PART-WAY, WHICH THIS RUN RESUMES.
053900******************************************************************
054000 1400-OPEN-HISTORY.
054100
054200     OPEN I-O SUMA-YEH.
054300     IF WS-SUMA-YEH-NO-FILE
054400         OPEN OUTPUT SUMA-YEH
054500         IF WS-SUMA-YEH-OK
054600             CLOSE SUMA-YEH
054700             OPEN I-O SUMA-YEH
054800         END-IF
054900     END-IF.
055000     IF NOT WS-SUMA-YEH-OK
055100         MOVE "SUMA-YEH" TO WS-FATAL-FILE-ID
055200         MOVE WS-SUMA-YEH-STATUS TO WS-FATAL-STATUS
055300         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
055400     END-IF.
055500
055600     MOVE WS-FISCAL-YEAR TO YEH-FISCAL-YEAR.
055609     MOVE WS-COMPLETE-ACCT-CODE TO YEH-ACCT-CODE.
055617     READ SUMA-YEH
055626         INVALID KEY
055635             CONTINUE
055643     END-READ.
055652
055661     IF NOT WS-SUMA-YEH-OK AND NOT WS-SUMA-YEH-NOT-FOUND
055670         MOVE "SUMA-YEH" TO WS-FATAL-FILE-ID
055678         MOVE WS-SUMA-YEH-STATUS TO WS-FATAL-STATUS
055687         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
055696     END-IF.
055704
055713     IF WS-SUMA-YEH-OK
055722         DISPLAY "SUMAYEND - FISCAL YEAR " WS-FISCAL-YEAR
055730             " WAS ALREADY CLOSED ON " YEH-CLOSE-DATE
055739             " BY " YEH-OPERATOR-ID
055748         MOVE "YEAR    " TO WS-FATAL-FILE-ID
055757         MOVE "AC"       TO WS-FATAL-STATUS
055765         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
055774     END-IF.
055783     MOVE WS-FISCAL-YEAR TO YEH-FISCAL-YEAR.
055791     MOVE LOW-VALUES     TO YEH-ACCT-CODE.
055800     START SUMA-YEH KEY IS NOT LESS THAN YEH-KEY
055900         INVALID KEY
056000             GO TO 1400-EXIT
056100     END-START.
056200
056300     READ SUMA-YEH NEXT RECORD
056400         AT END
056500             GO TO 1400-EXIT
056600     END-READ.
056740     IF YEH-FISCAL-YEAR = WS-FISCAL-YEAR
056880         DISPLAY "SUMAYEND - RESUMING THE CLOSE OF FISCAL YEAR "
057020             WS-FISCAL-YEAR " STARTED ON " YEH-CLOSE-DATE
057170             " BY " YEH-OPERATOR-ID
057310         MOVE "Y" TO WS-RESUME-SW
057450     END-IF.
057600
057700 1400-EXIT.
057800     EXIT.
057810
057820******************************************************************
057830*    1500-OPEN-AUDIT-CHAIN - PICK UP THE AUDIT TRAIL'S RUN CHAIN
057840*    BEFORE THE TRAIL IS OPENED FOR WRITING.  A RESUMED CLOSE
057843*    CARRIES ON THE CHAIN OF THE RUN THAT STOPPED, SO ITS "Y"
057847*    RECORDS ARE SEALED WITH THIS RUN'S.
057850******************************************************************
057860 1500-OPEN-AUDIT-CHAIN.
057870
057880     MOVE SPACES         TO SUMA-ACH-AREA.
057890     SET ACH-REQ-OPEN    TO TRUE.
057900     MOVE "SUMAYEND"     TO ACH-PROGRAM-ID.
057910     MOVE WS-OPERATOR-ID TO ACH-OPERATOR-ID.
057912     IF WS-RESUMING
057915         SET ACH-RESUME  TO TRUE
057918     END-IF.
057920     CALL "SUMAACHN" USING SUMA-ACH-AREA SUMA-AUD-RECORD.
057930
057940     IF NOT ACH-OK
057950         MOVE "SUMA-AUD" TO WS-FATAL-FILE-ID
057960         MOVE ACH-FILE-STATUS TO WS-FATAL-STATUS
057970         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
057980     END-IF.
057982
057985     IF ACH-RESUMED
057988         DISPLAY "SUMAYEND - AUDIT CHAIN RESUMED AFTER RECORD "
057990             ACH-RUN-COUNT
057992     END-IF.
057995
057998 1500-EXIT.
058000     EXIT.
058002
058004******************************************************************
058009*    1600-START-BROWSE - POSITION AT THE FIRST SUMA-BAL ACCOUNT
058013*    AND READ IT
058018******************************************************************
058022 1600-START-BROWSE.
058027
058032     MOVE "N"        TO WS-BAL-EOF-SW.
058036     MOVE LOW-VALUES TO SBM-ACCT-CODE.
058041     START SUMA-BAL KEY IS NOT LESS THAN SBM-ACCT-CODE
058045         INVALID KEY
058050             MOVE "Y" TO WS-BAL-EOF-SW
058054     END-START.
058059
058063     IF NOT WS-BAL-EOF
058068         PERFORM 2100-READ-NEXT-BALANCE THRU 2100-EXIT
058073     END-IF.
058077
058082 1600-EXIT.
058086     EXIT.
058091
058095******************************************************************
058100*    2000-CLOSE-ACCOUNT - SNAPSHOT ONE BALANCE AND EITHER CLOSE
058200*    IT TO RETAINED EARNINGS OR CARRY IT FORWARD.  THE
058300*    RETAINED-EARNINGS ACCOUNT ITSELF WAS POSTED BY 3000, AND
058400*    AN ACCOUNT CLOSED BY AN EARLIER PART OF THIS CLOSE IS ONLY
058450*    LISTED.
058500******************************************************************
058600 2000-CLOSE-ACCOUNT.
058700
058800     IF SBM-ACCT-CODE = WS-RE-ACCT-CODE
058900         GO TO 2000-NEXT
059000     END-IF.
059020     PERFORM 2050-CHECK-DONE THRU 2050-EXIT.
059040     IF WS-ACCT-DONE
059060         GO TO 2000-NEXT
059080     END-IF.
059100
059200     MOVE SBM-BALANCE TO WS-BALANCE-BEFORE.
059300     MOVE ZERO        TO WS-CLOSING-AMOUNT.
059400     ADD SBM-BALANCE  TO WS-TOTAL-BEFORE.
059500     ADD 1            TO WS-ACCOUNT-COUNT.
059600
059700     MOVE SPACES         TO SUMA-YEH-RECORD.
059800     MOVE WS-FISCAL-YEAR TO YEH-FISCAL-YEAR.
059900     MOVE SBM-ACCT-CODE  TO YEH-ACCT-CODE.
060000
060100     MOVE SBM-ACCT-CODE TO SCA-ACCT-CODE.
060200     READ SUMA-COA
060300         INVALID KEY
060400             MOVE SPACES TO SCA-ACCT-TYPE
060500             MOVE "** NOT ON CHART **" TO SCA-ACCT-DESC
060600             MOVE "NOT ON CHART"       TO DTL-ACTION
060700             SET YEH-CARRIED-FORWARD   TO TRUE
060800             ADD 1 TO WS-UNCHARTED-COUNT
060900             ADD 1 TO WS-CARRIED-COUNT
061000             GO TO 2000-SNAPSHOT
061100     END-READ.
061200
061300     IF NOT WS-SUMA-COA-OK
061400         MOVE "SUMA-COA" TO WS-FATAL-FILE-ID
061500         MOVE WS-SUMA-COA-STATUS TO WS-FATAL-STATUS
061600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
061700     END-IF.
061800
061900     IF NOT SCA-TYPE-NOMINAL
062000         MOVE "CARRIED FORWARD"  TO DTL-ACTION
062100         SET YEH-CARRIED-FORWARD TO TRUE
062200         ADD 1 TO WS-CARRIED-COUNT
062300         GO TO 2000-SNAPSHOT
062400     END-IF.
062500
062600     MOVE "CLOSED TO R/E"   TO DTL-ACTION.
062700     SET YEH-CLOSED-TO-RE   TO TRUE.
062800     ADD 1 TO WS-CLOSED-COUNT.
062900
063000     IF SBM-BALANCE = ZERO
063100         GO TO 2000-SNAPSHOT
063200     END-IF.
063300
063400     COMPUTE WS-CLOSING-AMOUNT = ZERO - SBM-BALANCE
063500     END-COMPUTE.
063700     ADD SBM-BALANCE TO WS-TOTAL-CLOSED.
063800
063900     MOVE SBM-ACCT-CODE     TO WS-ENTRY-ACCT-CODE.
064000     MOVE WS-CLOSING-AMOUNT TO WS-ENTRY-REMAIN.
064100     PERFORM 2300-COUNT-ENTRIES THRU 2300-EXIT.
064200
064300     MOVE ZERO           TO SBM-BALANCE.
064400     ADD WS-ACCT-ENTRY-COUNT TO SBM-TRAN-COUNT.
064500     MOVE WS-TODAY-DATE  TO SBM-LAST-UPD-DATE.
064600     MOVE WS-RUN-ID      TO SBM-LAST-RUN-ID.
064700
064800     REWRITE SUMA-BAL-RECORD.
064900     IF NOT WS-SUMA-BAL-OK
065000         MOVE "SUMA-BAL" TO WS-FATAL-FILE-ID
065100         MOVE WS-SUMA-BAL-STATUS TO WS-FATAL-STATUS
065200         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
065300     END-IF.
065320
065350     PERFORM 2400-WRITE-CLOSING-ENTRIES THRU 2400-EXIT.
065400
065500 2000-SNAPSHOT.
065600     MOVE SCA-ACCT-TYPE     TO YEH-ACCT-TYPE.
065700     MOVE SCA-ACCT-DESC     TO YEH-ACCT-DESC.
065800     MOVE WS-BALANCE-BEFORE TO YEH-CLOSE-BALANCE.
065900     PERFORM 2500-WRITE-HISTORY THRU 2500-EXIT.
066000
066100     ADD SBM-BALANCE TO WS-TOTAL-AFTER.
066200
066300 2000-NEXT.
066400     PERFORM 2100-READ-NEXT-BALANCE THRU 2100-EXIT.
066500
066600 2000-EXIT.
066700     EXIT.
066701
066702******************************************************************
066704*    2050-CHECK-DONE - WHEN RESUMING, AN ACCOUNT WITH ITS SUMA-YEH
066707*    ROW ALREADY WRITTEN WAS CLOSED BY THE EARLIER RUN AND IS ONLY
066709*    LISTED.  ONE STAMPED WITH THIS RUN ID BUT WITH NO ROW WAS
066710*    CAUGHT PART-WAY THROUGH AND THE CLOSE CANNOT CARRY ON.  THE
066711*    STAMP IS CHECKED ON EVERY RUN, SINCE A CLOSE THAT STOPPED
066713*    BEFORE ITS FIRST ROW LEAVES NOTHING TO RESUME FROM.
066714******************************************************************
066715 2050-CHECK-DONE.
066717
066720     MOVE "N" TO WS-ACCT-DONE-SW.
066722     IF NOT WS-RESUMING
066724         GO TO 2050-CHECK-STAMP
066726     END-IF.
066728
066730     MOVE WS-FISCAL-YEAR TO YEH-FISCAL-YEAR.
066733     MOVE SBM-ACCT-CODE  TO YEH-ACCT-CODE.
066735     READ SUMA-YEH
066737         INVALID KEY
066739             CONTINUE
066741     END-READ.
066743
066746     IF NOT WS-SUMA-YEH-OK AND NOT WS-SUMA-YEH-NOT-FOUND
066748         MOVE "SUMA-YEH" TO WS-FATAL-FILE-ID
066750         MOVE WS-SUMA-YEH-STATUS TO WS-FATAL-STATUS
066752         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
066754     END-IF.
066757
066759     IF WS-SUMA-YEH-OK
066761         MOVE "Y" TO WS-ACCT-DONE-SW
066763         PERFORM 2800-LIST-DONE THRU 2800-EXIT
066765         GO TO 2050-EXIT
066767     END-IF.
066770
066771 2050-CHECK-STAMP.
066772     IF SBM-LAST-RUN-ID = WS-RUN-ID
066774         DISPLAY "SUMAYEND - ACCOUNT " SBM-ACCT-CODE
066776             " WAS PART-WAY THROUGH ITS CLOSE WHEN THE LAST RUN "
066778             "STOPPED"
066780         DISPLAY "SUMAYEND - RESTORE SUMA-BAL, SUMA-YEH AND "
066783             "SUMA-AUD FROM BEFORE THE CLOSE AND RUN IT AGAIN"
066785         MOVE "YEAR    " TO WS-FATAL-FILE-ID
066787         MOVE "IR"       TO WS-FATAL-STATUS
066789         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
066791     END-IF.
066793
066796 2050-EXIT.
066798     EXIT.
066800
066900******************************************************************
067000*    2100-READ-NEXT-BALANCE - BROWSE FORWARD THROUGH SUMA-BAL
067100******************************************************************
067200 2100-READ-NEXT-BALANCE.
067300
067400     READ SUMA-BAL NEXT RECORD
067500         AT END
067600             MOVE "Y" TO WS-BAL-EOF-SW
067700     END-READ.
067800
067900     IF NOT WS-BAL-EOF AND NOT WS-SUMA-BAL-OK
068000         MOVE "SUMA-BAL" TO WS-FATAL-FILE-ID
068100         MOVE WS-SUMA-BAL-STATUS TO WS-FATAL-STATUS
068200         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
068300     END-IF.
068400
068500 2100-EXIT.
068600     EXIT.
068700
068704******************************************************************
068709*    2300-COUNT-ENTRIES - THE NUMBER OF TRAIL ENTRIES
068713*    2400-WRITE-CLOSING-ENTRIES WILL NEED FOR WS-ENTRY-REMAIN,
068717*    SO THE BALANCE RECORD CAN BE REWRITTEN BEFORE THEY ARE
068722******************************************************************
068726 2300-COUNT-ENTRIES.
068730
068735     IF WS-ENTRY-REMAIN < ZERO
068739         COMPUTE WS-ENTRY-SIZE = ZERO - WS-ENTRY-REMAIN
068743         END-COMPUTE
068748     ELSE
068752         MOVE WS-ENTRY-REMAIN TO WS-ENTRY-SIZE
068757     END-IF.
068761
068765     DIVIDE WS-ENTRY-SIZE BY WS-ENTRY-MAXIMUM
068770         GIVING WS-ACCT-ENTRY-COUNT.
068774     IF WS-ACCT-ENTRY-COUNT * WS-ENTRY-MAXIMUM < WS-ENTRY-SIZE
068778         ADD 1 TO WS-ACCT-ENTRY-COUNT
068783     END-IF.
068787
068791 2300-EXIT.
068796     EXIT.
068798
068800******************************************************************
068900*    2400-WRITE-CLOSING-ENTRIES - WRITE WS-ENTRY-REMAIN TO THE
069000*    AUDIT TRAIL AGAINST WS-ENTRY-ACCT-CODE, IN AS MANY ENTRIES
069100*    AS THE TRAIL'S RESULT FIELD NEEDS.  WS-ACCT-ENTRY-COUNT
069200*    RETURNS THE NUMBER WRITTEN FOR THE BALANCE RECORD'S COUNT.
069300******************************************************************
069400 2400-WRITE-CLOSING-ENTRIES.
069500
069600     MOVE ZERO TO WS-ACCT-ENTRY-COUNT.
069700
069800     PERFORM 2450-WRITE-ONE-ENTRY THRU 2450-EXIT
069900         UNTIL WS-ENTRY-REMAIN = ZERO.
070000
070100 2400-EXIT.
070200     EXIT.
070300
070400******************************************************************
070500*    2450-WRITE-ONE-ENTRY - ONE CLOSING ENTRY OF UP TO THE
070600*    LARGEST AMOUNT THE TRAIL'S RESULT FIELD HOLDS
070700******************************************************************
070800 2450-WRITE-ONE-ENTRY.
070900
071000     EVALUATE TRUE
071100         WHEN WS-ENTRY-REMAIN > WS-ENTRY-MAXIMUM
071200             MOVE WS-ENTRY-MAXIMUM TO WS-ENTRY-AMOUNT
071300         WHEN WS-ENTRY-REMAIN < ZERO - WS-ENTRY-MAXIMUM
071400             COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-ENTRY-MAXIMUM
071500             END-COMPUTE
071600         WHEN OTHER
071700             MOVE WS-ENTRY-REMAIN  TO WS-ENTRY-AMOUNT
071800     END-EVALUATE.
071900
072000     ADD 1 TO WS-ENTRY-SEQ-NBR.
072100
072200     MOVE SPACES              TO SUMA-AUD-RECORD.
072300     MOVE WS-TODAY-DATE       TO SAR-RUN-DATE.
072400     MOVE WS-TODAY-TIME       TO SAR-RUN-TIME.
072500     MOVE WS-OPERATOR-ID      TO SAR-OPERATOR-ID.
072600     MOVE ZERO                TO SAR-NUM1.
072700     MOVE ZERO                TO SAR-NUM2.
072800     SET SAR-YEAR-END-CLOSE   TO TRUE.
072900     MOVE WS-ENTRY-AMOUNT     TO SAR-RESUL.
073000     MOVE WS-ENTRY-ACCT-CODE  TO SAR-ACCT-CODE.
073100     MOVE WS-RUN-ID           TO SAR-RUN-ID.
073200     MOVE WS-ENTRY-SEQ-NBR    TO SAR-SEQ-NBR.
073300     MOVE SPACE               TO SAR-REV-FLAG.
073400
073410     SET ACH-REQ-NEXT TO TRUE.
073420     CALL "SUMAACHN" USING SUMA-ACH-AREA SUMA-AUD-RECORD.
073430
073500     WRITE SUMA-AUD-RECORD.
073600     IF NOT WS-SUMA-AUD-OK
073700         MOVE "SUMA-AUD" TO WS-FATAL-FILE-ID
073800         MOVE WS-SUMA-AUD-STATUS TO WS-FATAL-STATUS
073900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
074000     END-IF.
074100
074200     SUBTRACT WS-ENTRY-AMOUNT FROM WS-ENTRY-REMAIN.
074300     ADD 1 TO WS-ACCT-ENTRY-COUNT.
074400
074500 2450-EXIT.
074600     EXIT.
074700
074800******************************************************************
074900*    2500-WRITE-HISTORY - COMPLETE THE YEAR-END SNAPSHOT FROM
075000*    THE UPDATED BALANCE RECORD, WRITE IT, AND LIST THE ACCOUNT
075100******************************************************************
075200 2500-WRITE-HISTORY.
075300
075400     MOVE WS-CLOSING-AMOUNT TO YEH-CLOSING-AMOUNT.
075500     MOVE SBM-BALANCE       TO YEH-OPEN-BALANCE.
075600     COMPUTE YEH-CLOSE-TRAN-COUNT =
075700         SBM-TRAN-COUNT - WS-ACCT-ENTRY-COUNT
075800     END-COMPUTE.
075900     MOVE WS-TODAY-DATE     TO YEH-CLOSE-DATE.
076000     MOVE WS-TODAY-TIME     TO YEH-CLOSE-TIME.
076100     MOVE WS-OPERATOR-ID    TO YEH-OPERATOR-ID.
076200     MOVE WS-RUN-ID         TO YEH-RUN-ID.
076300
076400     WRITE SUMA-YEH-RECORD.
076500     IF NOT WS-SUMA-YEH-OK
076600         MOVE "SUMA-YEH" TO WS-FATAL-FILE-ID
076700         MOVE WS-SUMA-YEH-STATUS TO WS-FATAL-STATUS
076800         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
076900     END-IF.
077000
077008     PERFORM 2550-LIST-ACCOUNT THRU 2550-EXIT.
077017
077025     MOVE ZERO TO WS-ACCT-ENTRY-COUNT.
077033
077042 2500-EXIT.
077050     EXIT.
077058
077067******************************************************************
077075*    2550-LIST-ACCOUNT - LIST ONE SUMA-YEH ROW ON THE REPORT
077083******************************************************************
077092 2550-LIST-ACCOUNT.
077096
077100     MOVE YEH-ACCT-CODE      TO DTL-ACCT-CODE.
077200     MOVE YEH-ACCT-DESC      TO DTL-ACCT-DESC.
077300     MOVE YEH-ACCT-TYPE      TO DTL-ACCT-TYPE.
077400     MOVE YEH-CLOSE-BALANCE  TO DTL-BALANCE-BEFORE.
077500     MOVE YEH-CLOSING-AMOUNT TO DTL-CLOSING-AMOUNT.
077600     MOVE YEH-OPEN-BALANCE   TO DTL-BALANCE-AFTER.
077700
077800     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
077900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
078200
078208 2550-EXIT.
078215     EXIT.
078222
078230******************************************************************
078238*    2800-LIST-DONE - AN ACCOUNT THE EARLIER PART OF THIS CLOSE
078245*    ALREADY CLOSED: TAKE ITS FIGURES FOR THE PROOF AND ITS
078252*    ENTRIES FOR THE SEQUENCE FROM ITS SUMA-YEH ROW, AND LIST IT
078260******************************************************************
078268 2800-LIST-DONE.
078275
078282     ADD YEH-CLOSE-BALANCE TO WS-TOTAL-BEFORE.
078290     ADD YEH-OPEN-BALANCE  TO WS-TOTAL-AFTER.
078298     ADD 1                 TO WS-ACCOUNT-COUNT.
078305
078312     EVALUATE TRUE
078320         WHEN YEH-CLOSED-TO-RE
078328             MOVE "CLOSED TO R/E"     TO DTL-ACTION
078335             ADD YEH-CLOSE-BALANCE    TO WS-TOTAL-CLOSED
078342             ADD 1 TO WS-CLOSED-COUNT
078350         WHEN YEH-RETAINED-EARNINGS
078358             MOVE "RETAINED EARNINGS" TO DTL-ACTION
078365         WHEN YEH-ACCT-DESC = "** NOT ON CHART **"
078372             MOVE "NOT ON CHART"      TO DTL-ACTION
078380             ADD 1 TO WS-UNCHARTED-COUNT
078388             ADD 1 TO WS-CARRIED-COUNT
078395         WHEN OTHER
078402             MOVE "CARRIED FORWARD"   TO DTL-ACTION
078410             ADD 1 TO WS-CARRIED-COUNT
078418     END-EVALUATE.
078425
078432     MOVE YEH-CLOSING-AMOUNT TO WS-ENTRY-REMAIN.
078440     PERFORM 2300-COUNT-ENTRIES THRU 2300-EXIT.
078448     ADD WS-ACCT-ENTRY-COUNT TO WS-ENTRY-SEQ-NBR.
078455     MOVE ZERO TO WS-ACCT-ENTRY-COUNT.
078462
078470     PERFORM 2550-LIST-ACCOUNT THRU 2550-EXIT.
078478
078485 2800-EXIT.
078492     EXIT.
078500
078600******************************************************************
078700*    3000-POST-RETAINED - POST THE NET OF EVERY INCOME AND
078800*    EXPENSE BALANCE TO THE RETAINED-EARNINGS ACCOUNT, OPENING
078900*    ITS BALANCE RECORD IF IT HAS NONE, AND SNAPSHOT IT.  THIS
078930*    COMES BEFORE ANY ACCOUNT IS ZEROED, SO A RUN THAT STOPS
078960*    PART-WAY NEVER LEAVES A BALANCE OFF THE BOOKS.
079000******************************************************************
079100 3000-POST-RETAINED.
079200
079220     PERFORM 1600-START-BROWSE  THRU 1600-EXIT.
079250     PERFORM 3100-TOTAL-NOMINAL THRU 3100-EXIT
079270         UNTIL WS-BAL-EOF.
079280
079300     MOVE WS-RE-ACCT-CODE TO SBM-ACCT-CODE.
079400     READ SUMA-BAL
079500         INVALID KEY
079600             MOVE WS-RE-ACCT-CODE TO SBM-ACCT-CODE
079700             MOVE ZERO            TO SBM-BALANCE
079800             MOVE ZERO            TO SBM-TRAN-COUNT
079900             MOVE SPACES          TO SBM-LAST-UPD-DATE
080000             MOVE SPACES          TO SBM-LAST-RUN-ID
080100     END-READ.
080200
080300     IF NOT WS-SUMA-BAL-OK AND NOT WS-SUMA-BAL-NOT-FOUND
080400         MOVE "SUMA-BAL" TO WS-FATAL-FILE-ID
080500         MOVE WS-SUMA-BAL-STATUS TO WS-FATAL-STATUS
080600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
080700     END-IF.
080800
080820     PERFORM 2050-CHECK-DONE THRU 2050-EXIT.
080840     IF WS-ACCT-DONE
080860         GO TO 3000-EXIT
080880     END-IF.
080890
080900     IF WS-SUMA-BAL-NOT-FOUND AND WS-RE-AMOUNT = ZERO
081000         GO TO 3000-EXIT
081100     END-IF.
081200
081300     MOVE SBM-BALANCE   TO WS-BALANCE-BEFORE.
081400     MOVE WS-RE-AMOUNT  TO WS-CLOSING-AMOUNT.
081500     ADD SBM-BALANCE    TO WS-TOTAL-BEFORE.
081600     ADD 1              TO WS-ACCOUNT-COUNT.
081700
081800     MOVE WS-RE-ACCT-CODE TO WS-ENTRY-ACCT-CODE.
081900     MOVE WS-RE-AMOUNT    TO WS-ENTRY-REMAIN.
082000     PERFORM 2300-COUNT-ENTRIES THRU 2300-EXIT.
082100
082200     ADD WS-RE-AMOUNT        TO SBM-BALANCE.
082300     ADD WS-ACCT-ENTRY-COUNT TO SBM-TRAN-COUNT.
082400     IF WS-RE-AMOUNT NOT = ZERO
082500         MOVE WS-TODAY-DATE  TO SBM-LAST-UPD-DATE
082600         MOVE WS-RUN-ID      TO SBM-LAST-RUN-ID
082700     END-IF.
082800
082900     IF WS-SUMA-BAL-NOT-FOUND
083000         WRITE SUMA-BAL-RECORD
083100     ELSE
083200         REWRITE SUMA-BAL-RECORD
083300     END-IF.
083400     IF NOT WS-SUMA-BAL-OK
083500         MOVE "SUMA-BAL" TO WS-FATAL-FILE-ID
083600         MOVE WS-SUMA-BAL-STATUS TO WS-FATAL-STATUS
083700         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
083800     END-IF.
083820
083850     PERFORM 2400-WRITE-CLOSING-ENTRIES THRU 2400-EXIT.
083900
084000     MOVE SPACES            TO SUMA-YEH-RECORD.
084100     MOVE WS-FISCAL-YEAR    TO YEH-FISCAL-YEAR.
084200     MOVE WS-RE-ACCT-CODE   TO YEH-ACCT-CODE.
084300     MOVE "B"               TO YEH-ACCT-TYPE.
084400     MOVE WS-RE-ACCT-DESC   TO YEH-ACCT-DESC.
084500     MOVE WS-BALANCE-BEFORE TO YEH-CLOSE-BALANCE.
084600     SET YEH-RETAINED-EARNINGS TO TRUE.
084700     MOVE "RETAINED EARNINGS" TO DTL-ACTION.
084800     PERFORM 2500-WRITE-HISTORY THRU 2500-EXIT.
084900
085000     ADD SBM-BALANCE TO WS-TOTAL-AFTER.
085100
085200 3000-EXIT.
085300     EXIT.
085302
085303******************************************************************
085306*    3100-TOTAL-NOMINAL - ADD ONE INCOME OR EXPENSE BALANCE INTO
085309*    THE AMOUNT TO GO TO RETAINED EARNINGS
085312******************************************************************
085316 3100-TOTAL-NOMINAL.
085319
085322     IF SBM-ACCT-CODE = WS-RE-ACCT-CODE
085325         GO TO 3100-NEXT
085328     END-IF.
085331
085334     MOVE SBM-ACCT-CODE TO SCA-ACCT-CODE.
085338     READ SUMA-COA
085341         INVALID KEY
085344             GO TO 3100-NEXT
085347     END-READ.
085350
085353     IF NOT WS-SUMA-COA-OK
085356         MOVE "SUMA-COA" TO WS-FATAL-FILE-ID
085359         MOVE WS-SUMA-COA-STATUS TO WS-FATAL-STATUS
085362         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
085366     END-IF.
085369
085372     IF SCA-TYPE-NOMINAL
085375         ADD SBM-BALANCE TO WS-RE-AMOUNT
085378     END-IF.
085381
085384 3100-NEXT.
085388     PERFORM 2100-READ-NEXT-BALANCE THRU 2100-EXIT.
085391
085394 3100-EXIT.
085397     EXIT.
085400
085500******************************************************************
085600*    7000-WRITE-LINE - WRITE ONE REPORT LINE, BREAKING TO A NEW
085700*    PAGE WHEN THE CURRENT ONE IS FULL
085800******************************************************************
085900 7000-WRITE-LINE.
086000
086100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
086200         PERFORM 7100-PAGE-HEADING THRU 7100-EXIT
086300     END-IF.
086400
086500     WRITE SUMA-YER-RECORD FROM WS-PRINT-LINE
086600         AFTER ADVANCING 1 LINE.
086700     PERFORM 7900-CHECK-YER-STATUS THRU 7900-EXIT.
086800     ADD 1 TO WS-LINE-COUNT.
086900
087000 7000-EXIT.
087100     EXIT.
087200
087300******************************************************************
087400*    7100-PAGE-HEADING - THROW A PAGE AND PRINT THE HEADING BLOCK
087500******************************************************************
087600 7100-PAGE-HEADING.
087700
087800     ADD 1 TO WS-PAGE-NBR.
087900     MOVE WS-PAGE-NBR TO HD1-PAGE-NBR.
088000
088100     WRITE SUMA-YER-RECORD FROM WS-HDG-LINE-1
088200         AFTER ADVANCING PAGE.
088300     PERFORM 7900-CHECK-YER-STATUS THRU 7900-EXIT.
088400
088500     WRITE SUMA-YER-RECORD FROM WS-HDG-COLS
088600         AFTER ADVANCING 2 LINES.
088700     PERFORM 7900-CHECK-YER-STATUS THRU 7900-EXIT.
088800
088900     MOVE SPACES TO SUMA-YER-RECORD.
089000     WRITE SUMA-YER-RECORD
089100         AFTER ADVANCING 1 LINE.
089200     PERFORM 7900-CHECK-YER-STATUS THRU 7900-EXIT.
089300
089400     MOVE 4 TO WS-LINE-COUNT.
089500
089600 7100-EXIT.
089700     EXIT.
089800
089900******************************************************************
090000*    7900-CHECK-YER-STATUS - ABEND ON A FAILED REPORT WRITE
090100******************************************************************
090200 7900-CHECK-YER-STATUS.
090300
090400     IF NOT WS-SUMA-YER-OK
090500         MOVE "SUMA-YER" TO WS-FATAL-FILE-ID
090600         MOVE WS-SUMA-YER-STATUS TO WS-FATAL-STATUS
090700         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
090800     END-IF.
090900
091000 7900-EXIT.
091100     EXIT.
091200
091300******************************************************************
091400*    8000-PROVE-CLOSE - THE TOTAL OF ALL BALANCES AFTER THE
091500*    CLOSE MUST EQUAL THE TOTAL BEFORE IT: EVERY AMOUNT TAKEN
091600*    OFF AN INCOME OR EXPENSE ACCOUNT WENT TO RETAINED EARNINGS
091700******************************************************************
091800 8000-PROVE-CLOSE.
091900
092000     COMPUTE WS-TOTAL-DIFFERENCE =
092100         WS-TOTAL-AFTER - WS-TOTAL-BEFORE
092200     END-COMPUTE.
092300
092400     MOVE SPACES TO WS-PRINT-LINE.
092500     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
092600
092700     MOVE "TOTAL BEFORE CLOSE......:" TO TOT-LABEL.
092800     MOVE WS-TOTAL-BEFORE TO TOT-VALUE.
092900     MOVE WS-TOT-LINE TO WS-PRINT-LINE.
093000     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
093100
093200     MOVE "CLOSED TO RETAINED EARN.:" TO TOT-LABEL.
093300     MOVE WS-TOTAL-CLOSED TO TOT-VALUE.
093400     MOVE WS-TOT-LINE TO WS-PRINT-LINE.
093500     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
093600
093700     MOVE "TOTAL AFTER CLOSE.......:" TO TOT-LABEL.
093800     MOVE WS-TOTAL-AFTER TO TOT-VALUE.
093900     MOVE WS-TOT-LINE TO WS-PRINT-LINE.
094000     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
094100
094200     MOVE "DIFFERENCE..............:" TO TOT-LABEL.
094300     MOVE WS-TOTAL-DIFFERENCE TO TOT-VALUE.
094400     MOVE WS-TOT-LINE TO WS-PRINT-LINE.
094500     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
094600
094700     MOVE SPACES TO WS-PRINT-LINE.
094800     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
094900
095000     MOVE "ACCOUNTS SNAPSHOT.......:" TO CNT-LABEL.
095100     MOVE WS-ACCOUNT-COUNT TO CNT-VALUE.
095200     MOVE WS-CNT-LINE TO WS-PRINT-LINE.
095300     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
095400
095500     MOVE "CLOSED TO R/E...........:" TO CNT-LABEL.
095600     MOVE WS-CLOSED-COUNT TO CNT-VALUE.
095700     MOVE WS-CNT-LINE TO WS-PRINT-LINE.
095800     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
095900
096000     MOVE "CARRIED FORWARD.........:" TO CNT-LABEL.
096100     MOVE WS-CARRIED-COUNT TO CNT-VALUE.
096200     MOVE WS-CNT-LINE TO WS-PRINT-LINE.
096300     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
096400
096500     MOVE "NOT ON CHART............:" TO CNT-LABEL.
096600     MOVE WS-UNCHARTED-COUNT TO CNT-VALUE.
096700     MOVE WS-CNT-LINE TO WS-PRINT-LINE.
096800     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
096900
097000     MOVE "CLOSING ENTRIES WRITTEN.:" TO CNT-LABEL.
097100     MOVE WS-ENTRY-SEQ-NBR TO CNT-VALUE.
097200     MOVE WS-CNT-LINE TO WS-PRINT-LINE.
097300     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
097400
097500     IF WS-TOTAL-DIFFERENCE = ZERO
097600         DISPLAY "SUMAYEND - FISCAL YEAR " WS-FISCAL-YEAR
097700             " CLOSED, TOTALS PROVE BEFORE TO AFTER"
097800     ELSE
097900         DISPLAY "SUMAYEND - CLOSE DOES NOT PROVE"
098000         DISPLAY "  TOTAL BEFORE: " WS-TOTAL-BEFORE
098100         DISPLAY "  TOTAL AFTER.: " WS-TOTAL-AFTER
098200         MOVE 8 TO RETURN-CODE
098300     END-IF.
098400
098500     DISPLAY "SUMAYEND - ACCOUNTS CLOSED.....: " WS-CLOSED-COUNT.
098600     DISPLAY "SUMAYEND - ACCOUNTS CARRIED....: " WS-CARRIED-COUNT.
098700     DISPLAY "SUMAYEND - CLOSING ENTRIES.....: " WS-ENTRY-SEQ-NBR.
098800
098900     IF WS-UNCHARTED-COUNT > ZERO
099000         DISPLAY "SUMAYEND - ACCOUNTS NOT ON CHART, CARRIED: "
099100             WS-UNCHARTED-COUNT
099200         MOVE 8 TO RETURN-CODE
099300     END-IF.
099400
099500 8000-EXIT.
099600     EXIT.
099610
099620******************************************************************
099630*    8500-WRITE-AUDIT-SEAL - CLOSE THE RUN'S AUDIT CHAIN WITH ITS
099640*    SEAL RECORD UNDER THE YEAR-END RUN ID
099650******************************************************************
099660 8500-WRITE-AUDIT-SEAL.
099670
099680     SET ACH-REQ-SEAL    TO TRUE.
099690     MOVE WS-OPERATOR-ID TO ACH-OPERATOR-ID.
099700     MOVE WS-RUN-ID      TO ACH-SEAL-RUN-ID.
099710     CALL "SUMAACHN" USING SUMA-ACH-AREA SUMA-AUD-RECORD.
099720
099730     WRITE SUMA-AUD-RECORD.
099740     IF NOT WS-SUMA-AUD-OK
099750         MOVE "SUMA-AUD" TO WS-FATAL-FILE-ID
099760         MOVE WS-SUMA-AUD-STATUS TO WS-FATAL-STATUS
099770         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
099780     END-IF.
099790
099795 8500-EXIT.
099798     EXIT.
099800
099801******************************************************************
099804*    8600-WRITE-COMPLETE - THE YEAR'S COMPLETION RECORD, WRITTEN
099807*    LAST OF ALL: FROM HERE ON THE YEAR IS CLOSED AND A RERUN IS
099810*    REFUSED
099814******************************************************************
099817 8600-WRITE-COMPLETE.
099820
099823     MOVE SPACES                TO SUMA-YEH-RECORD.
099826     MOVE WS-FISCAL-YEAR        TO YEH-FISCAL-YEAR.
099829     MOVE WS-COMPLETE-ACCT-CODE TO YEH-ACCT-CODE.
099832     MOVE "YEAR-END CLOSE COMPLETE" TO YEH-ACCT-DESC.
099835     MOVE ZERO                  TO YEH-CLOSE-BALANCE.
099838     MOVE WS-ACCOUNT-COUNT      TO YEH-CLOSE-TRAN-COUNT.
099841     MOVE WS-TOTAL-CLOSED       TO YEH-CLOSING-AMOUNT.
099844     MOVE ZERO                  TO YEH-OPEN-BALANCE.
099847     SET YEH-CLOSE-COMPLETE     TO TRUE.
099851     MOVE WS-TODAY-DATE         TO YEH-CLOSE-DATE.
099854     MOVE WS-TODAY-TIME         TO YEH-CLOSE-TIME.
099857     MOVE WS-OPERATOR-ID        TO YEH-OPERATOR-ID.
099860     MOVE WS-RUN-ID             TO YEH-RUN-ID.
099863
099866     WRITE SUMA-YEH-RECORD.
099869     IF NOT WS-SUMA-YEH-OK
099872         MOVE "SUMA-YEH" TO WS-FATAL-FILE-ID
099875         MOVE WS-SUMA-YEH-STATUS TO WS-FATAL-STATUS
099878         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
099881     END-IF.
099885
099888 8600-EXIT.
099891     EXIT.
099894
099897******************************************************************
099900*    9000-TERMINATE - SEAL THE AUDIT RECORDS, MARK THE YEAR
099950*    CLOSED, AND CLOSE THE FILES
100000******************************************************************
100100 9000-TERMINATE.
100200
100250     PERFORM 8500-WRITE-AUDIT-SEAL THRU 8500-EXIT.
100255     PERFORM 8600-WRITE-COMPLETE   THRU 8600-EXIT.
100260
100300     CLOSE SUMA-COA
100400           SUMA-BAL
100500           SUMA-YEH
100600           SUMA-AUD
100700           SUMA-YER.
100800
100900     SET OCK-REQ-CLOSE TO TRUE.
101000     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
101100
101200 9000-EXIT.
101300     EXIT.
101400
101500******************************************************************
101600*    9500-ABEND-RUN - DISPLAY A FATAL I/O STATUS AND STOP THE JOB
101700******************************************************************
101800 9500-ABEND-RUN.
101900
102000     DISPLAY "SUMAYEND - JOB TERMINATED, FILE " WS-FATAL-FILE-ID
102100         " FILE STATUS " WS-FATAL-STATUS.
102200     MOVE 16 TO RETURN-CODE.
102300     STOP RUN.
102400
102500 9500-EXIT.
102600     EXIT.
