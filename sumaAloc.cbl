000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUMAALOC.
000300 AUTHOR.        J MARTINEZ QUIROGA.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800******************************************************************
000900*    SUMAALOC
001000*
001100*    MONTH-END COST ALLOCATION ENGINE.  READS THE SUMA-ALR
001200*    ALLOCATION RULES MASTER, SORTS THE ACTIVE RULES EFFECTIVE
001300*    ON THE RUN DATE BY POOL ACCOUNT, AND FOR EACH POOL TAKES
001400*    THE AMOUNT TO SPREAD - THE POOL'S SUMA-BAL BALANCE, OR ITS
001500*    ACTIVITY FOR THE RUN DATE'S MONTH SUMMED FROM SUMA-AUD -
001600*    AND DIVIDES IT ACROSS THE POOL'S TARGET ACCOUNTS BY
001700*    PERCENTAGE OR BY FIXED SHARES.  EACH SHARE IS TRUNCATED TO
001800*    THE CENT; WHAT THE TRUNCATION LEAVES OVER GOES TO THE
001900*    POOL'S DESIGNATED REMAINDER ACCOUNT, SO THE TRANSFERS OUT
002000*    OF A POOL ALWAYS ADD BACK TO THE POOL AMOUNT EXACTLY.
002100*
002200*    THE OUTPUT IS A COMPLETE SUMA-IN BATCH GROUP (SUMA-ALB) OF
002300*    "X" INTER-ACCOUNT TRANSFERS FROM THE POOL TO EACH TARGET,
002400*    UNDER A GENERATED HEADER CARRYING THE RUN ID FROM THE
002500*    COMMAND LINE AND A TRAILER WHOSE RECORD COUNT AND HASH
002600*    TOTAL ARE COMPUTED THE SAME WAY SUMACOBOL RECONCILES THEM,
002700*    EXACTLY AS SUMASGEN BUILDS ITS GENERATED BATCHES.  THE
002800*    ALLOCATION REGISTER (SUMA-ALP) SHOWS EVERY POOL, ITS SOURCE
002900*    AND BASIS, EACH TARGET'S COMPUTED SHARE AND TRANSFER, AND
003000*    THE BATCH CONTROLS, SO ACCOUNTING CAN SIGN THE ALLOCATION
003100*    OFF BEFORE THE BATCH IS RELEASED TO SUMACOBOL.
003200*
003300*    A POOL WITH NOTHING TO SPREAD (ZERO OR A CREDIT) IS LISTED
003400*    AND SKIPPED.  A POOL WHOSE RULES ARE UNUSABLE - BAD SOURCE
003500*    OR BASIS, RULES THAT DISAGREE, PERCENTAGES NOT TOTALLING
003600*    100, NO SHARES, A TARGET EQUAL TO THE POOL, A SHARE TOO
003700*    LARGE FOR A TRANSFER RECORD - IS LISTED AS REJECTED WITH
003800*    THE REASON, NONE OF ITS TRANSFERS ARE WRITTEN, AND THE JOB
003900*    ENDS WITH RETURN CODE 8 SO THE RULES GET FIXED, THOUGH THE
004000*    BATCH BUILT FROM THE GOOD POOLS STILL STANDS.
004100*
004200*    COMMAND LINE: NEW RUN ID (REQUIRED) AND THE RUN DATE AS
004300*    YYYYMMDD (OPTIONAL, DEFAULT TODAY).  THE RUN DATE'S MONTH
004400*    IS THE ALLOCATION PERIOD FOR ACTIVITY POOLS.
004500*
004600*    MODIFICATION HISTORY
004700*    DATE       INIT DESCRIPTION
004800*    ---------- ---- ------------------------------------------
004900*    2026-10-15 JMQ  INITIAL VERSION.
004920*    2026-10-15 JMQ  SUMAYEND YEAR-END CLOSE ENTRIES AND AUDIT
004950*                    CHAIN CONTROL RECORDS ARE LEFT OUT OF THE
004970*                    ACTIVITY BASIS - THEY ARE NOT ACTIVITY.
005000******************************************************************
005100
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT SUMA-ALR ASSIGN TO "SUMAALR"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-SUMA-ALR-STATUS.
005800
005900     SELECT SUMA-BAL ASSIGN TO "SUMABAL"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS SBM-ACCT-CODE
006300         FILE STATUS IS WS-SUMA-BAL-STATUS.
006400
006500     SELECT SUMA-AUD ASSIGN TO "SUMAAUD"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-SUMA-AUD-STATUS.
006800
006900     SELECT SUMA-ALB ASSIGN TO "SUMAALB"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-SUMA-ALB-STATUS.
007200
007300     SELECT SUMA-ALP ASSIGN TO "SUMAALP"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-SUMA-ALP-STATUS.
007600
007700     SELECT SORT-WORK ASSIGN TO "SORTWORK".
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100
008200 FD  SUMA-ALR
008300     RECORDING MODE IS F.
008400     COPY SUMAALR.
008500
008600 FD  SUMA-BAL.
008700     COPY SUMABAL.
008800
008900 FD  SUMA-AUD
009000     RECORDING MODE IS F.
009100     COPY SUMAAUD.
009200
009300 FD  SUMA-ALB
009400     RECORDING MODE IS F.
009500     COPY SUMAIN.
009600
009700 FD  SUMA-ALP
009800     RECORDING MODE IS F.
009900 01  SUMA-ALP-RECORD                PIC X(132).
010000
010100 SD  SORT-WORK.
010200 01  SORT-RECORD.
010300     05  SRT-POOL-ACCT              PIC X(08).
010400     05  SRT-SEQ-NBR                PIC 9(07).
010500     05  SRT-SOURCE                 PIC X(01).
010600     05  SRT-BASIS                  PIC X(01).
010700     05  SRT-TARGET-ACCT            PIC X(08).
010800     05  SRT-PERCENT                PIC 9(03)V9(04).
010900     05  SRT-PERCENT-X REDEFINES SRT-PERCENT
011000                                    PIC X(07).
011100     05  SRT-SHARES                 PIC 9(07).
011200     05  SRT-SHARES-X REDEFINES SRT-SHARES
011300                                    PIC X(07).
011400     05  SRT-REM-ACCT               PIC X(08).
011500
011600 WORKING-STORAGE SECTION.
011700
011800 01  WS-SUMA-ALR-STATUS             PIC X(02)  VALUE "00".
011900     88  WS-SUMA-ALR-OK                        VALUE "00".
012000
012100 01  WS-SUMA-BAL-STATUS             PIC X(02)  VALUE "00".
012200     88  WS-SUMA-BAL-OK                        VALUE "00".
012300     88  WS-SUMA-BAL-NOT-FOUND                 VALUE "23".
012400
012500 01  WS-SUMA-AUD-STATUS             PIC X(02)  VALUE "00".
012600     88  WS-SUMA-AUD-OK                        VALUE "00".
012700
012800 01  WS-SUMA-ALB-STATUS             PIC X(02)  VALUE "00".
012900     88  WS-SUMA-ALB-OK                        VALUE "00".
013000
013100 01  WS-SUMA-ALP-STATUS             PIC X(02)  VALUE "00".
013200     88  WS-SUMA-ALP-OK                        VALUE "00".
013300
013400 01  WS-FATAL-FILE-ID               PIC X(08)  VALUE SPACES.
013500 01  WS-FATAL-STATUS                PIC X(02)  VALUE SPACES.
013600
013700 01  WS-PARM-LINE                   PIC X(80)  VALUE SPACES.
013800 01  WS-NEW-RUN-ID                  PIC X(08)  VALUE SPACES.
013900 01  WS-DATE-PARM                   PIC X(08)  VALUE SPACES.
014000 01  WS-DATE-PARM-N REDEFINES WS-DATE-PARM
014100                                    PIC 9(08).
014200
014300 01  WS-RUN-DATE                    PIC X(08)  VALUE SPACES.
014400 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
014500     05  WS-RUN-PERIOD              PIC X(06).
014600     05  WS-RUN-DAY                 PIC X(02).
014700
014800 01  WS-AUD-DATE                    PIC X(08)  VALUE SPACES.
014900 01  WS-AUD-DATE-PARTS REDEFINES WS-AUD-DATE.
015000     05  WS-AUD-PERIOD              PIC X(06).
015100     05  WS-AUD-DAY                 PIC X(02).
015200
015300 01  WS-SWITCHES.
015400     05  WS-ALR-EOF-SW              PIC X(01)  VALUE "N".
015500         88  WS-ALR-EOF                        VALUE "Y".
015600     05  WS-AUD-EOF-SW              PIC X(01)  VALUE "N".
015700         88  WS-AUD-EOF                        VALUE "Y".
015800     05  WS-SORT-EOF-SW             PIC X(01)  VALUE "N".
015900         88  WS-SORT-EOF                       VALUE "Y".
016000     05  WS-POOL-BAD-SW             PIC X(01)  VALUE "N".
016100         88  WS-POOL-BAD                       VALUE "Y".
016200         88  WS-POOL-GOOD                      VALUE "N".
016300
016400 01  WS-POOL-ACCT                   PIC X(08)  VALUE SPACES.
016500 01  WS-POOL-SOURCE                 PIC X(01)  VALUE SPACE.
016600     88  WS-SOURCE-BALANCE                     VALUE "B".
016700     88  WS-SOURCE-ACTIVITY                    VALUE "A".
016800     88  WS-SOURCE-VALID                       VALUE "B" "A".
016900 01  WS-POOL-BASIS                  PIC X(01)  VALUE SPACE.
017000     88  WS-BASIS-PERCENT                      VALUE "P".
017100     88  WS-BASIS-SHARES                       VALUE "F".
017200     88  WS-BASIS-VALID                        VALUE "P" "F".
017300 01  WS-REM-ACCT                    PIC X(08)  VALUE SPACES.
017400 01  WS-POOL-REASON                 PIC X(30)  VALUE SPACES.
017500
017600 01  WS-POOL-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
017700 01  WS-POOL-ALLOCATED    PIC S9(13)V99 COMP-3 VALUE ZERO.
017800 01  WS-REMAINDER         PIC S9(13)V99 COMP-3 VALUE ZERO.
017900 01  WS-TOTAL-PERCENT     PIC 9(05)V9(04) COMP-3 VALUE ZERO.
018000 01  WS-TOTAL-SHARES      PIC 9(09)  COMP-3    VALUE ZERO.
018100 01  WS-XFR-LIMIT         PIC S9(13)V99 COMP-3 VALUE 9999999.99.
018200
018300 01  WS-TX                PIC 9(03)  COMP      VALUE ZERO.
018400 01  WS-TARGET-COUNT      PIC 9(03)  COMP      VALUE ZERO.
018500 01  WS-REM-TX            PIC 9(03)  COMP      VALUE ZERO.
018600 01  WS-TARGET-MAX        PIC 9(03)  COMP      VALUE 50.
018700
018800 01  WS-TARGET-TABLE.
018900     05  WS-TARGET-ENTRY OCCURS 50 TIMES.
019000         10  TGT-ACCT-CODE          PIC X(08).
019100         10  TGT-PERCENT            PIC 9(03)V9(04).
019200         10  TGT-SHARES             PIC 9(07).
019300         10  TGT-REM-FLAG           PIC X(01).
019400         10  TGT-SHARE-AMT          PIC S9(13)V99 COMP-3.
019500         10  TGT-REM-AMT            PIC S9(13)V99 COMP-3.
019600         10  TGT-XFR-AMT            PIC S9(13)V99 COMP-3.
019700
019800 01  WS-AX                PIC 9(03)  COMP      VALUE ZERO.
019900 01  WS-FOUND-AX          PIC 9(03)  COMP      VALUE ZERO.
020000 01  WS-ACT-COUNT         PIC 9(03)  COMP      VALUE ZERO.
020100 01  WS-ACT-MAX           PIC 9(03)  COMP      VALUE 200.
020200
020300 01  WS-ACT-TABLE.
020400     05  WS-ACT-ENTRY OCCURS 200 TIMES.
020500         10  ACT-ACCT-CODE          PIC X(08).
020600         10  ACT-AMOUNT             PIC S9(13)V99 COMP-3.
020700
020800 01  WS-READ-COUNT        PIC 9(07)  COMP      VALUE ZERO.
020900 01  WS-RELEASED-COUNT    PIC 9(07)  COMP      VALUE ZERO.
021000 01  WS-NOT-EFF-COUNT     PIC 9(07)  COMP      VALUE ZERO.
021100 01  WS-AUD-READ-COUNT    PIC 9(09)  COMP      VALUE ZERO.
021200 01  WS-POOL-COUNT        PIC 9(07)  COMP      VALUE ZERO.
021300 01  WS-POSTED-POOL-COUNT PIC 9(07)  COMP      VALUE ZERO.
021400 01  WS-EMPTY-POOL-COUNT  PIC 9(07)  COMP      VALUE ZERO.
021500 01  WS-BAD-POOL-COUNT    PIC 9(07)  COMP      VALUE ZERO.
021600 01  WS-XFR-COUNT         PIC 9(07)  COMP      VALUE ZERO.
021700 01  WS-HASH-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
021800 01  WS-GRAND-ALLOCATED   PIC S9(15)V99 COMP-3 VALUE ZERO.
021900
022000 01  WS-PAGE-NBR          PIC 9(04)  COMP      VALUE ZERO.
022100 01  WS-LINE-COUNT        PIC 9(02)  COMP      VALUE ZERO.
022200 01  WS-LINES-PER-PAGE    PIC 9(02)  COMP      VALUE 56.
022300
022400 01  WS-PRINT-LINE                  PIC X(132) VALUE SPACES.
022500
022600 01  WS-HDG-LINE-1.
022700     05  FILLER                     PIC X(10)  VALUE "SUMAALOC".
022800     05  FILLER                     PIC X(36)
022900         VALUE "MONTH-END COST ALLOCATION REGISTER".
023000     05  FILLER                     PIC X(04)  VALUE "RUN ".
023100     05  HD1-RUN-ID                 PIC X(08).
023200     05  FILLER                     PIC X(08)  VALUE "  DATED ".
023300     05  HD1-RUN-DATE               PIC X(08).
023400     05  FILLER                     PIC X(09)  VALUE "  PERIOD ".
023500     05  HD1-PERIOD                 PIC X(06).
023600     05  FILLER                     PIC X(08)  VALUE "   PAGE ".
023700     05  HD1-PAGE-NBR               PIC ZZZ9.
023800     05  FILLER                     PIC X(31)  VALUE SPACES.
023900
024000 01  WS-HDG-COLS.
024100     05  FILLER                     PIC X(06)  VALUE SPACES.
024200     05  FILLER                     PIC X(10)  VALUE "TARGET".
024300     05  FILLER                     PIC X(10)  VALUE " PERCENT".
024400     05  FILLER                     PIC X(11)  VALUE "    SHARES".
024500     05  FILLER                     PIC X(23)
024600         VALUE "         COMPUTED SHARE".
024700     05  FILLER                     PIC X(16)
024800         VALUE "       REMAINDER".
024900     05  FILLER                     PIC X(16)
025000         VALUE "    TRANSFER AMT".
025100     05  FILLER                     PIC X(02)  VALUE SPACES.
025200     05  FILLER                     PIC X(38)  VALUE "NOTE".
025300
025400 01  WS-POOL-LINE.
025500     05  FILLER                     PIC X(02)  VALUE SPACES.
025600     05  FILLER                     PIC X(05)  VALUE "POOL ".
025700     05  POL-ACCT-CODE              PIC X(08).
025800     05  FILLER                     PIC X(09)  VALUE "  SOURCE ".
025900     05  POL-SOURCE-DESC            PIC X(08).
026000     05  FILLER                     PIC X(08)  VALUE "  BASIS ".
026100     05  POL-BASIS-DESC             PIC X(07).
026200     05  FILLER                     PIC X(16)
026300         VALUE "  REMAINDER TO ".
026400     05  POL-REM-ACCT               PIC X(08).
026500     05  FILLER                     PIC X(09)  VALUE "  AMOUNT ".
026600     05  POL-AMOUNT
026700         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
026800     05  FILLER                     PIC X(31)  VALUE SPACES.
026900
027000 01  WS-DETAIL-LINE.
027100     05  FILLER                     PIC X(06)  VALUE SPACES.
027200     05  DTL-TARGET-ACCT            PIC X(08).
027300     05  FILLER                     PIC X(02)  VALUE SPACES.
027400     05  DTL-PERCENT                PIC ZZ9.9999.
027500     05  DTL-PERCENT-X REDEFINES DTL-PERCENT
027600                                    PIC X(08).
027700     05  FILLER                     PIC X(02)  VALUE SPACES.
027800     05  DTL-SHARES                 PIC Z,ZZZ,ZZ9.
027900     05  DTL-SHARES-X REDEFINES DTL-SHARES
028000                                    PIC X(09).
028100     05  FILLER                     PIC X(02)  VALUE SPACES.
028200     05  DTL-SHARE-AMT
028300         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
028400     05  FILLER                     PIC X(02)  VALUE SPACES.
028500     05  DTL-REM-AMT                PIC ZZZ,ZZZ,ZZ9.99-.
028600     05  FILLER                     PIC X(01)  VALUE SPACE.
028700     05  DTL-XFR-AMT                PIC ZZZ,ZZZ,ZZ9.99-.
028800     05  FILLER                     PIC X(02)  VALUE SPACES.
028900     05  DTL-NOTE                   PIC X(30).
029000     05  FILLER                     PIC X(09)  VALUE SPACES.
029100
029200 01  WS-POOL-TOTAL-LINE.
029300     05  FILLER                     PIC X(06)  VALUE SPACES.
029400     05  PTL-LABEL                  PIC X(30).
029500     05  PTL-AMOUNT
029600         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
029700     05  FILLER                     PIC X(02)  VALUE SPACES.
029800     05  PTL-NOTE                   PIC X(40).
029900     05  FILLER                     PIC X(33)  VALUE SPACES.
030000
030100 01  WS-TIE-LINE.
030200     05  FILLER                     PIC X(02)  VALUE SPACES.
030300     05  TIE-LABEL                  PIC X(28).
030400     05  TIE-VALUE
030500         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
030600     05  FILLER                     PIC X(81)  VALUE SPACES.
030700
030800 01  WS-COUNT-LINE.
030900     05  FILLER                     PIC X(02)  VALUE SPACES.
031000     05  CNT-LABEL                  PIC X(28).
031100     05  FILLER                     PIC X(10)  VALUE SPACES.
031200     05  CNT-VALUE                  PIC ZZZ,ZZZ,ZZ9.
031300     05  FILLER                     PIC X(81)  VALUE SPACES.
031400
031500 PROCEDURE DIVISION.
031600
031700******************************************************************
031800*    0000-MAINLINE - SORT THE EFFECTIVE RULES BY POOL, ALLOCATE
031900*    EACH POOL, AND CLOSE THE GENERATED BATCH
032000******************************************************************
032100 0000-MAINLINE.
032200
032300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
032400
032500     SORT SORT-WORK
032600         ON ASCENDING KEY SRT-POOL-ACCT
032700                          SRT-SEQ-NBR
032800         INPUT PROCEDURE IS 2000-RELEASE-RULES
032900             THRU 2000-RLS-EXIT
033000         OUTPUT PROCEDURE IS 4000-ALLOCATE-POOLS
033100             THRU 4000-ALC-EXIT.
033200
033300     PERFORM 5000-WRITE-TRAILER   THRU 5000-EXIT.
033400
033500     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
033600
033700     IF WS-BAD-POOL-COUNT > ZERO
033800         MOVE 8 TO RETURN-CODE
033900     END-IF.
034000
034100     STOP RUN.
034200
034300******************************************************************
034400*    1000-INITIALIZE - PICK UP THE RUN ID AND DATE, OPEN THE
034500*    FILES, AND WRITE THE GENERATED BATCH HEADER
034600******************************************************************
034700 1000-INITIALIZE.
034800
034900     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
035000     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
035100         INTO WS-NEW-RUN-ID WS-DATE-PARM.
035200
035300     IF WS-NEW-RUN-ID = SPACES
035400         DISPLAY "SUMAALOC - NEW RUN ID PARAMETER IS REQUIRED"
035500         MOVE "PARM    " TO WS-FATAL-FILE-ID
035600         MOVE "NN"       TO WS-FATAL-STATUS
035700         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
035800     END-IF.
035900
036000     IF WS-DATE-PARM = SPACES
036100         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
036200     ELSE
036300         IF WS-DATE-PARM-N IS NUMERIC
036400             MOVE WS-DATE-PARM TO WS-RUN-DATE
036500         ELSE
036600             DISPLAY "SUMAALOC - INVALID RUN DATE: " WS-DATE-PARM
036700             MOVE "PARM    " TO WS-FATAL-FILE-ID
036800             MOVE "NN"       TO WS-FATAL-STATUS
036900             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
037000         END-IF
037100     END-IF.
037200
037300     MOVE WS-NEW-RUN-ID TO HD1-RUN-ID.
037400     MOVE WS-RUN-DATE   TO HD1-RUN-DATE.
037500     MOVE WS-RUN-PERIOD TO HD1-PERIOD.
037600
037700     OPEN INPUT SUMA-ALR.
037800     IF NOT WS-SUMA-ALR-OK
037900         MOVE "SUMA-ALR" TO WS-FATAL-FILE-ID
038000         MOVE WS-SUMA-ALR-STATUS TO WS-FATAL-STATUS
038100         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
038200     END-IF.
038300
038400     OPEN INPUT SUMA-BAL.
038500     IF NOT WS-SUMA-BAL-OK
038600         MOVE "SUMA-BAL" TO WS-FATAL-FILE-ID
038700         MOVE WS-SUMA-BAL-STATUS TO WS-FATAL-STATUS
038800         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
038900     END-IF.
039000
039100     OPEN OUTPUT SUMA-ALB.
039200     IF NOT WS-SUMA-ALB-OK
039300         MOVE "SUMA-ALB" TO WS-FATAL-FILE-ID
039400         MOVE WS-SUMA-ALB-STATUS TO WS-FATAL-STATUS
039500         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
039600     END-IF.
039700
039800     OPEN OUTPUT SUMA-ALP.
039900     IF NOT WS-SUMA-ALP-OK
040000         MOVE "SUMA-ALP" TO WS-FATAL-FILE-ID
040100         MOVE WS-SUMA-ALP-STATUS TO WS-FATAL-STATUS
040200         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
040300     END-IF.
040400
040500     MOVE SPACES        TO SUMA-IN-RECORD.
040600     MOVE "H"           TO SIR-RECORD-TYPE.
040700     MOVE WS-RUN-DATE   TO SIH-RUN-DATE.
040800     MOVE WS-NEW-RUN-ID TO SIH-RUN-ID.
040900     PERFORM 4900-WRITE-SUMA-ALB THRU 4900-EXIT.
041000
041100     DISPLAY "SUMAALOC - GENERATING ALLOCATION RUN "
041200         WS-NEW-RUN-ID " DATED " WS-RUN-DATE.
041300
041400     PERFORM 7100-PAGE-HEADING THRU 7100-EXIT.
041500
041600 1000-EXIT.
041700     EXIT.
041800
041900******************************************************************
042000*    2000-RELEASE-RULES - SORT INPUT PROCEDURE.  ONE SORT RECORD
042100*    PER ACTIVE RULE EFFECTIVE ON THE RUN DATE, IN FILE ORDER
042200*    WITHIN THE POOL.  WHEN ANY POOL ALLOCATES ITS ACTIVITY THE
042300*    MONTH'S AUDIT TRAIL IS SUMMED HERE, BEFORE THE FIRST POOL
042400*    IS ALLOCATED.
042500******************************************************************
042600 2000-RELEASE-RULES.
042700
042800     PERFORM 2100-READ-SUMA-ALR THRU 2100-EXIT.
042900
043000     PERFORM 2200-RELEASE-ONE THRU 2200-EXIT
043100         UNTIL WS-ALR-EOF.
043200
043300     IF WS-ACT-COUNT > ZERO
043400         PERFORM 3000-LOAD-ACTIVITY THRU 3000-EXIT
043500     END-IF.
043600
043700 2000-RLS-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    2100-READ-SUMA-ALR - READ THE NEXT ALLOCATION RULE
044200******************************************************************
044300 2100-READ-SUMA-ALR.
044400
044500     READ SUMA-ALR
044600         AT END
044700             MOVE "Y" TO WS-ALR-EOF-SW
044800         NOT AT END
044900             ADD 1 TO WS-READ-COUNT
045000     END-READ.
045100
045200 2100-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600*    2200-RELEASE-ONE - HAND ONE EFFECTIVE RULE TO THE SORT.  A
045700*    CLOSED OR NOT-YET/NO-LONGER EFFECTIVE RULE IS COUNTED AND
045800*    SKIPPED; EVERYTHING ELSE IS EDITED POOL BY POOL AFTER THE
045900*    SORT, SO ONE BAD RULE REJECTS ITS WHOLE POOL.
046000******************************************************************
046100 2200-RELEASE-ONE.
046200
046300     IF NOT ALR-ACTIVE
046400         ADD 1 TO WS-NOT-EFF-COUNT
046500         GO TO 2200-NEXT
046600     END-IF.
046700
046800     IF ALR-EFF-FROM-DATE NOT = SPACES
046900         AND WS-RUN-DATE < ALR-EFF-FROM-DATE
047000         ADD 1 TO WS-NOT-EFF-COUNT
047100         GO TO 2200-NEXT
047200     END-IF.
047300     IF ALR-EFF-TO-DATE NOT = SPACES
047400         AND WS-RUN-DATE > ALR-EFF-TO-DATE
047500         ADD 1 TO WS-NOT-EFF-COUNT
047600         GO TO 2200-NEXT
047700     END-IF.
047800
047900     MOVE SPACES          TO SORT-RECORD.
048000     MOVE ALR-POOL-ACCT   TO SRT-POOL-ACCT.
048100     MOVE WS-READ-COUNT   TO SRT-SEQ-NBR.
048200     MOVE ALR-SOURCE      TO SRT-SOURCE.
048300     MOVE ALR-BASIS       TO SRT-BASIS.
048400     MOVE ALR-TARGET-ACCT TO SRT-TARGET-ACCT.
048500     MOVE ALR-PERCENT-X   TO SRT-PERCENT-X.
048600     MOVE ALR-SHARES-X    TO SRT-SHARES-X.
048700     MOVE ALR-REM-ACCT    TO SRT-REM-ACCT.
048800
048900     RELEASE SORT-RECORD.
049000     ADD 1 TO WS-RELEASED-COUNT.
049100
049200     IF ALR-SOURCE-ACTIVITY
049300         MOVE ALR-POOL-ACCT TO WS-POOL-ACCT
049400         PERFORM 3300-FIND-ACTIVITY THRU 3300-EXIT
049500         IF WS-FOUND-AX = ZERO
049600             AND WS-ACT-COUNT < WS-ACT-MAX
049700             ADD 1 TO WS-ACT-COUNT
049800             MOVE ALR-POOL-ACCT TO ACT-ACCT-CODE (WS-ACT-COUNT)
049900             MOVE ZERO          TO ACT-AMOUNT (WS-ACT-COUNT)
050000         END-IF
050100     END-IF.
050200
050300 2200-NEXT.
050400     PERFORM 2100-READ-SUMA-ALR THRU 2100-EXIT.
050500
050600 2200-EXIT.
050700     EXIT.
050800
050900******************************************************************
051000*    3000-LOAD-ACTIVITY - ONE PASS OF THE AUDIT TRAIL, SUMMING
051100*    THE RUN DATE'S MONTH FOR EVERY ACTIVITY POOL.  REVERSAL
051200*    ENTRIES ALREADY CARRY NEGATED AMOUNTS SO A STRAIGHT SUM IS
051300*    THE NET ACTIVITY.  ENTRIES POSTED UNDER THIS ALLOCATION'S
051400*    OWN RUN ID ARE LEFT OUT, SO A RERUN AFTER THE BATCH HAS
051500*    POSTED DOES NOT ALLOCATE ITS OWN TRANSFERS.
051600******************************************************************
051700 3000-LOAD-ACTIVITY.
051800
051900     OPEN INPUT SUMA-AUD.
052000     IF NOT WS-SUMA-AUD-OK
052100         MOVE "SUMA-AUD" TO WS-FATAL-FILE-ID
052200         MOVE WS-SUMA-AUD-STATUS TO WS-FATAL-STATUS
052300         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
052400     END-IF.
052500
052600     PERFORM 3100-READ-SUMA-AUD THRU 3100-EXIT.
052700     PERFORM 3200-ACCUMULATE-AUDIT THRU 3200-EXIT
052800         UNTIL WS-AUD-EOF.
052900
053000     CLOSE SUMA-AUD.
053100
053200     DISPLAY "SUMAALOC - AUDIT RECORDS READ FOR ACTIVITY: "
053300         WS-AUD-READ-COUNT.
053400
053500 3000-EXIT.
053600     EXIT.
053700
053800******************************************************************
053900*    3100-READ-SUMA-AUD - READ THE NEXT AUDIT RECORD
054000******************************************************************
054100 3100-READ-SUMA-AUD.
054200
054300     READ SUMA-AUD
054400         AT END
054500             MOVE "Y" TO WS-AUD-EOF-SW
054600         NOT AT END
054700             ADD 1 TO WS-AUD-READ-COUNT
054800     END-READ.
054900
055000 3100-EXIT.
055100     EXIT.
055200
055300******************************************************************
055400*    3200-ACCUMULATE-AUDIT - ADD ONE AUDIT ENTRY TO ITS POOL'S
055500*    ACTIVITY WHEN IT FALLS IN THE ALLOCATION PERIOD.  YEAR-END
055550*    CLOSE ENTRIES AND CHAIN CONTROL RECORDS ARE NOT ACTIVITY.
055600******************************************************************
055700 3200-ACCUMULATE-AUDIT.
055800
055900     MOVE SAR-RUN-DATE TO WS-AUD-DATE.
056000
056100     IF WS-AUD-PERIOD = WS-RUN-PERIOD
056200         AND SAR-RUN-ID NOT = WS-NEW-RUN-ID
056300         AND SAR-RESUL IS NUMERIC
056330         AND NOT SAR-YEAR-END-CLOSE
056360         AND NOT SAR-CHAIN-CONTROL
056400         MOVE SAR-ACCT-CODE TO WS-POOL-ACCT
056500         PERFORM 3300-FIND-ACTIVITY THRU 3300-EXIT
056600         IF WS-FOUND-AX > ZERO
056700             ADD SAR-RESUL TO ACT-AMOUNT (WS-FOUND-AX)
056800         END-IF
056900     END-IF.
057000
057100     PERFORM 3100-READ-SUMA-AUD THRU 3100-EXIT.
057200
057300 3200-EXIT.
057400     EXIT.
057500
057600******************************************************************
057700*    3300-FIND-ACTIVITY - LOCATE THE ACTIVITY ACCUMULATOR FOR
057800*    THE ACCOUNT IN WS-POOL-ACCT; WS-FOUND-AX IS ZERO IF NONE
057900******************************************************************
058000 3300-FIND-ACTIVITY.
058100
058200     MOVE ZERO TO WS-FOUND-AX.
058300     PERFORM 3310-TEST-ACTIVITY THRU 3310-EXIT
058400         VARYING WS-AX FROM 1 BY 1
058500         UNTIL WS-AX > WS-ACT-COUNT OR WS-FOUND-AX > ZERO.
058600
058700 3300-EXIT.
058800     EXIT.
058900
059000******************************************************************
059100*    3310-TEST-ACTIVITY - TEST ONE ACTIVITY ACCUMULATOR
059200******************************************************************
059300 3310-TEST-ACTIVITY.
059400
059500     IF ACT-ACCT-CODE (WS-AX) = WS-POOL-ACCT
059600         MOVE WS-AX TO WS-FOUND-AX
059700     END-IF.
059800
059900 3310-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300*    4000-ALLOCATE-POOLS - SORT OUTPUT PROCEDURE.  CONTROL BREAK
060400*    ON POOL ACCOUNT: GATHER THE POOL'S TARGETS, THEN SPREAD IT.
060500******************************************************************
060600 4000-ALLOCATE-POOLS.
060700
060800     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
060900
061000     PERFORM 4200-ALLOCATE-ONE-POOL THRU 4200-EXIT
061100         UNTIL WS-SORT-EOF.
061200
061300 4000-ALC-EXIT.
061400     EXIT.
061500
061600******************************************************************
061700*    4100-RETURN-SORTED - GET THE NEXT RULE FROM THE SORT
061800******************************************************************
061900 4100-RETURN-SORTED.
062000
062100     RETURN SORT-WORK
062200         AT END
062300             MOVE "Y" TO WS-SORT-EOF-SW
062400     END-RETURN.
062500
062600 4100-EXIT.
062700     EXIT.
062800
062900******************************************************************
063000*    4200-ALLOCATE-ONE-POOL - ONE POOL FROM ITS FIRST RULE TO THE
063100*    BREAK: LOAD AND EDIT THE TARGETS, FIND THE POOL AMOUNT,
063200*    COMPUTE THE SHARES AND REMAINDER, AND WRITE THE TRANSFERS
063300******************************************************************
063400 4200-ALLOCATE-ONE-POOL.
063500
063600     ADD 1 TO WS-POOL-COUNT.
063700
063800     MOVE SRT-POOL-ACCT TO WS-POOL-ACCT.
063900     MOVE SRT-SOURCE    TO WS-POOL-SOURCE.
064000     MOVE SRT-BASIS     TO WS-POOL-BASIS.
064100     MOVE SRT-REM-ACCT  TO WS-REM-ACCT.
064200     MOVE SPACES        TO WS-POOL-REASON.
064300     SET WS-POOL-GOOD   TO TRUE.
064400     MOVE ZERO          TO WS-TARGET-COUNT.
064500     MOVE ZERO          TO WS-TOTAL-PERCENT.
064600     MOVE ZERO          TO WS-TOTAL-SHARES.
064700     MOVE ZERO          TO WS-POOL-AMOUNT.
064800     MOVE ZERO          TO WS-POOL-ALLOCATED.
064900     MOVE ZERO          TO WS-REMAINDER.
065000
065100     IF WS-POOL-ACCT = SPACES
065200         MOVE "POOL ACCOUNT IS MISSING" TO WS-POOL-REASON
065300         SET WS-POOL-BAD TO TRUE
065400     END-IF.
065500     IF WS-POOL-GOOD AND NOT WS-SOURCE-VALID
065600         MOVE "SOURCE IS NOT B OR A" TO WS-POOL-REASON
065700         SET WS-POOL-BAD TO TRUE
065800     END-IF.
065900     IF WS-POOL-GOOD AND NOT WS-BASIS-VALID
066000         MOVE "BASIS IS NOT P OR F" TO WS-POOL-REASON
066100         SET WS-POOL-BAD TO TRUE
066200     END-IF.
066300
066400     PERFORM 4300-LOAD-TARGET THRU 4300-EXIT
066500         UNTIL WS-SORT-EOF
066600            OR SRT-POOL-ACCT NOT = WS-POOL-ACCT.
066700
066800     IF WS-POOL-GOOD
066900         PERFORM 4400-CHECK-POOL THRU 4400-EXIT
067000     END-IF.
067100
067200     IF WS-POOL-GOOD
067300         PERFORM 4500-GET-POOL-AMOUNT THRU 4500-EXIT
067400     END-IF.
067500
067600     PERFORM 6000-PRINT-POOL-HEADING THRU 6000-EXIT.
067700
067800     IF WS-POOL-BAD
067900         ADD 1 TO WS-BAD-POOL-COUNT
068000         DISPLAY "SUMAALOC - POOL " WS-POOL-ACCT
068100             " REJECTED: " WS-POOL-REASON
068200         MOVE "POOL REJECTED - NOT ALLOCATED" TO PTL-LABEL
068300         MOVE ZERO           TO PTL-AMOUNT
068400         MOVE WS-POOL-REASON TO PTL-NOTE
068500         PERFORM 6200-PRINT-POOL-TOTAL THRU 6200-EXIT
068600         GO TO 4200-EXIT
068700     END-IF.
068800
068900     IF WS-POOL-AMOUNT NOT > ZERO
069000         ADD 1 TO WS-EMPTY-POOL-COUNT
069100         MOVE "NOTHING TO ALLOCATE"  TO PTL-LABEL
069200         MOVE WS-POOL-AMOUNT TO PTL-AMOUNT
069300         MOVE "ZERO OR CREDIT AMOUNT - POOL SKIPPED" TO PTL-NOTE
069400         PERFORM 6200-PRINT-POOL-TOTAL THRU 6200-EXIT
069500         GO TO 4200-EXIT
069600     END-IF.
069700
069800     PERFORM 4600-COMPUTE-SHARE THRU 4600-EXIT
069900         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TARGET-COUNT.
070000
070100     COMPUTE WS-REMAINDER = WS-POOL-AMOUNT - WS-POOL-ALLOCATED
070200     END-COMPUTE.
070300     PERFORM 4700-APPLY-REMAINDER THRU 4700-EXIT.
070400
070500     PERFORM 4750-CHECK-TRANSFER-SIZE THRU 4750-EXIT
070600         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TARGET-COUNT.
070700
070800     IF WS-POOL-BAD
070900         ADD 1 TO WS-BAD-POOL-COUNT
071000         DISPLAY "SUMAALOC - POOL " WS-POOL-ACCT
071100             " REJECTED: " WS-POOL-REASON
071200         MOVE "POOL REJECTED - NOT ALLOCATED" TO PTL-LABEL
071300         MOVE ZERO           TO PTL-AMOUNT
071400         MOVE WS-POOL-REASON TO PTL-NOTE
071500         PERFORM 6200-PRINT-POOL-TOTAL THRU 6200-EXIT
071600         GO TO 4200-EXIT
071700     END-IF.
071800
071900     PERFORM 4800-EMIT-TARGET THRU 4800-EXIT
072000         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TARGET-COUNT.
072100
072200     ADD 1 TO WS-POSTED-POOL-COUNT.
072300     ADD WS-POOL-AMOUNT TO WS-GRAND-ALLOCATED.
072400
072500     MOVE "POOL TOTAL ALLOCATED"  TO PTL-LABEL.
072600     MOVE WS-POOL-AMOUNT TO PTL-AMOUNT.
072700     MOVE "TRANSFERS ADD BACK TO THE POOL" TO PTL-NOTE.
072800     PERFORM 6200-PRINT-POOL-TOTAL THRU 6200-EXIT.
072900
073000 4200-EXIT.
073100     EXIT.
073200
073300******************************************************************
073400*    4300-LOAD-TARGET - EDIT ONE OF THE POOL'S RULES AND ADD ITS
073500*    TARGET TO THE TABLE.  THE FIRST FAULT FOUND IN THE POOL IS
073600*    THE REASON REPORTED; THE REST OF ITS RULES ARE STILL READ
073700*    SO THE NEXT POOL STARTS CLEAN.
073800******************************************************************
073900 4300-LOAD-TARGET.
074000
074100     IF WS-POOL-BAD
074200         GO TO 4300-NEXT
074300     END-IF.
074400
074500     IF SRT-SOURCE NOT = WS-POOL-SOURCE
074600         OR SRT-BASIS NOT = WS-POOL-BASIS
074700         OR SRT-REM-ACCT NOT = WS-REM-ACCT
074800         MOVE "POOL RULES DISAGREE" TO WS-POOL-REASON
074900         SET WS-POOL-BAD TO TRUE
075000         GO TO 4300-NEXT
075100     END-IF.
075200
075300     IF SRT-TARGET-ACCT = SPACES
075400         MOVE "TARGET ACCOUNT IS MISSING" TO WS-POOL-REASON
075500         SET WS-POOL-BAD TO TRUE
075600         GO TO 4300-NEXT
075700     END-IF.
075800
075900     IF SRT-TARGET-ACCT = WS-POOL-ACCT
076000         MOVE "TARGET IS THE POOL ACCOUNT" TO WS-POOL-REASON
076100         SET WS-POOL-BAD TO TRUE
076200         GO TO 4300-NEXT
076300     END-IF.
076400
076500     IF WS-TARGET-COUNT NOT < WS-TARGET-MAX
076600         MOVE "TOO MANY TARGETS FOR ONE POOL" TO WS-POOL-REASON
076700         SET WS-POOL-BAD TO TRUE
076800         GO TO 4300-NEXT
076900     END-IF.
077000
077100     ADD 1 TO WS-TARGET-COUNT.
077200     MOVE SRT-TARGET-ACCT TO TGT-ACCT-CODE (WS-TARGET-COUNT).
077300     MOVE ZERO            TO TGT-PERCENT (WS-TARGET-COUNT).
077400     MOVE ZERO            TO TGT-SHARES (WS-TARGET-COUNT).
077500     MOVE "N"             TO TGT-REM-FLAG (WS-TARGET-COUNT).
077600     MOVE ZERO            TO TGT-SHARE-AMT (WS-TARGET-COUNT).
077700     MOVE ZERO            TO TGT-REM-AMT (WS-TARGET-COUNT).
077800     MOVE ZERO            TO TGT-XFR-AMT (WS-TARGET-COUNT).
077900
078000     IF WS-BASIS-PERCENT
078100         IF SRT-PERCENT NOT NUMERIC
078200             MOVE "PERCENT IS NOT NUMERIC" TO WS-POOL-REASON
078300             SET WS-POOL-BAD TO TRUE
078400             GO TO 4300-NEXT
078500         END-IF
078600         MOVE SRT-PERCENT TO TGT-PERCENT (WS-TARGET-COUNT)
078700         ADD SRT-PERCENT  TO WS-TOTAL-PERCENT
078800     ELSE
078900         IF SRT-SHARES NOT NUMERIC
079000             MOVE "SHARES ARE NOT NUMERIC" TO WS-POOL-REASON
079100             SET WS-POOL-BAD TO TRUE
079200             GO TO 4300-NEXT
079300         END-IF
079400         MOVE SRT-SHARES TO TGT-SHARES (WS-TARGET-COUNT)
079500         ADD SRT-SHARES  TO WS-TOTAL-SHARES
079600     END-IF.
079700
079800 4300-NEXT.
079900     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
080000
080100 4300-EXIT.
080200     EXIT.
080300
080400******************************************************************
080500*    4400-CHECK-POOL - POOL-LEVEL EDITS ONCE ALL ITS TARGETS ARE
080600*    IN: PERCENTAGES MUST TOTAL EXACTLY 100, SHARES MUST NOT BE
080700*    ZERO, AND THE REMAINDER ACCOUNT DEFAULTS TO THE FIRST TARGET
080800******************************************************************
080900 4400-CHECK-POOL.
081000
081100     IF WS-BASIS-PERCENT
081200         AND WS-TOTAL-PERCENT NOT = 100
081300         MOVE "PERCENTAGES DO NOT TOTAL 100" TO WS-POOL-REASON
081400         SET WS-POOL-BAD TO TRUE
081500         GO TO 4400-EXIT
081600     END-IF.
081700
081800     IF WS-BASIS-SHARES
081900         AND WS-TOTAL-SHARES = ZERO
082000         MOVE "TOTAL SHARES ARE ZERO" TO WS-POOL-REASON
082100         SET WS-POOL-BAD TO TRUE
082200         GO TO 4400-EXIT
082300     END-IF.
082400
082500     IF WS-REM-ACCT = SPACES
082600         MOVE TGT-ACCT-CODE (1) TO WS-REM-ACCT
082700     END-IF.
082800
082900     IF WS-REM-ACCT = WS-POOL-ACCT
083000         MOVE "REMAINDER ACCT IS THE POOL" TO WS-POOL-REASON
083100         SET WS-POOL-BAD TO TRUE
083200     END-IF.
083300
083400 4400-EXIT.
083500     EXIT.
083600
083700******************************************************************
083800*    4500-GET-POOL-AMOUNT - THE AMOUNT TO SPREAD: THE BALANCE ON
083900*    SUMA-BAL, OR THE MONTH'S ACTIVITY SUMMED FROM SUMA-AUD.  A
084000*    POOL WITH NO BALANCE RECORD HAS NOTHING TO ALLOCATE.
084100******************************************************************
084200 4500-GET-POOL-AMOUNT.
084300
084400     IF WS-SOURCE-BALANCE
084500         MOVE WS-POOL-ACCT TO SBM-ACCT-CODE
084600         READ SUMA-BAL
084700             INVALID KEY
084800                 MOVE ZERO TO WS-POOL-AMOUNT
084900             NOT INVALID KEY
085000                 MOVE SBM-BALANCE TO WS-POOL-AMOUNT
085100         END-READ
085200         IF NOT WS-SUMA-BAL-OK AND NOT WS-SUMA-BAL-NOT-FOUND
085300             MOVE "SUMA-BAL" TO WS-FATAL-FILE-ID
085400             MOVE WS-SUMA-BAL-STATUS TO WS-FATAL-STATUS
085500             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
085600         END-IF
085700     ELSE
085800         PERFORM 3300-FIND-ACTIVITY THRU 3300-EXIT
085900         IF WS-FOUND-AX = ZERO
086000             MOVE "TOO MANY ACTIVITY POOLS" TO WS-POOL-REASON
086100             SET WS-POOL-BAD TO TRUE
086200         ELSE
086300             MOVE ACT-AMOUNT (WS-FOUND-AX) TO WS-POOL-AMOUNT
086400         END-IF
086500     END-IF.
086600
086700 4500-EXIT.
086800     EXIT.
086900
087000******************************************************************
087100*    4600-COMPUTE-SHARE - ONE TARGET'S SHARE, TRUNCATED TO THE
087200*    CENT SO THE SHARES NEVER EXCEED THE POOL
087300******************************************************************
087400 4600-COMPUTE-SHARE.
087500
087600     IF WS-BASIS-PERCENT
087700         COMPUTE TGT-SHARE-AMT (WS-TX) =
087800             WS-POOL-AMOUNT * TGT-PERCENT (WS-TX) / 100
087900         END-COMPUTE
088000     ELSE
088100         COMPUTE TGT-SHARE-AMT (WS-TX) =
088200             WS-POOL-AMOUNT * TGT-SHARES (WS-TX) / WS-TOTAL-SHARES
088300         END-COMPUTE
088400     END-IF.
088500
088600     MOVE TGT-SHARE-AMT (WS-TX) TO TGT-XFR-AMT (WS-TX).
088700     ADD TGT-SHARE-AMT (WS-TX)  TO WS-POOL-ALLOCATED.
088800
088900 4600-EXIT.
089000     EXIT.
089100
089200******************************************************************
089300*    4700-APPLY-REMAINDER - THE ROUNDING REMAINDER JOINS THE
089400*    REMAINDER ACCOUNT'S TRANSFER WHEN IT IS ONE OF THE TARGETS,
089500*    OTHERWISE IT GETS A TRANSFER LINE OF ITS OWN
089600******************************************************************
089700 4700-APPLY-REMAINDER.
089800
089900     IF WS-REMAINDER = ZERO
090000         GO TO 4700-EXIT
090100     END-IF.
090200
090300     MOVE ZERO TO WS-REM-TX.
090400     PERFORM 4710-TEST-REM-TARGET THRU 4710-EXIT
090500         VARYING WS-TX FROM 1 BY 1
090600         UNTIL WS-TX > WS-TARGET-COUNT OR WS-REM-TX > ZERO.
090700
090800     IF WS-REM-TX = ZERO
090900         IF WS-TARGET-COUNT NOT < WS-TARGET-MAX
091000             MOVE "TOO MANY TARGETS FOR ONE POOL"
091100                 TO WS-POOL-REASON
091200             SET WS-POOL-BAD TO TRUE
091300             GO TO 4700-EXIT
091400         END-IF
091500         ADD 1 TO WS-TARGET-COUNT
091600         MOVE WS-TARGET-COUNT TO WS-REM-TX
091700         MOVE WS-REM-ACCT TO TGT-ACCT-CODE (WS-REM-TX)
091800         MOVE ZERO        TO TGT-PERCENT (WS-REM-TX)
091900         MOVE ZERO        TO TGT-SHARES (WS-REM-TX)
092000         MOVE "R"         TO TGT-REM-FLAG (WS-REM-TX)
092100         MOVE ZERO        TO TGT-SHARE-AMT (WS-REM-TX)
092200         MOVE ZERO        TO TGT-XFR-AMT (WS-REM-TX)
092300     ELSE
092400         MOVE "Y"         TO TGT-REM-FLAG (WS-REM-TX)
092500     END-IF.
092600
092700     MOVE WS-REMAINDER TO TGT-REM-AMT (WS-REM-TX).
092800     ADD WS-REMAINDER  TO TGT-XFR-AMT (WS-REM-TX).
092900
093000 4700-EXIT.
093100     EXIT.
093200
093300******************************************************************
093400*    4710-TEST-REM-TARGET - IS THIS TARGET THE REMAINDER ACCOUNT
093500******************************************************************
093600 4710-TEST-REM-TARGET.
093700
093800     IF TGT-ACCT-CODE (WS-TX) = WS-REM-ACCT
093900         MOVE WS-TX TO WS-REM-TX
094000     END-IF.
094100
094200 4710-EXIT.
094300     EXIT.
094400
094500******************************************************************
094600*    4750-CHECK-TRANSFER-SIZE - EVERY TRANSFER MUST FIT THE
094700*    SUMA-IN TRANSFER AMOUNT FIELD
094800******************************************************************
094900 4750-CHECK-TRANSFER-SIZE.
095000
095100     IF TGT-XFR-AMT (WS-TX) > WS-XFR-LIMIT
095200         MOVE "SHARE TOO LARGE FOR A TRANSFER" TO WS-POOL-REASON
095300         SET WS-POOL-BAD TO TRUE
095400     END-IF.
095500
095600 4750-EXIT.
095700     EXIT.
095800
095900******************************************************************
096000*    4800-EMIT-TARGET - ONE TARGET'S REGISTER LINE AND, WHEN IT
096100*    HAS AN AMOUNT, ITS "X" TRANSFER FROM THE POOL.  THE
096200*    TRAILER CONTROLS ACCUMULATE THE SAME WAY SUMACOBOL
096300*    RECONCILES THEM: ONE COUNT AND THE AMOUNT ONCE.
096400******************************************************************
096500 4800-EMIT-TARGET.
096600
096700     PERFORM 6100-PRINT-TARGET-LINE THRU 6100-EXIT.
096800
096900     IF TGT-XFR-AMT (WS-TX) = ZERO
097000         GO TO 4800-EXIT
097100     END-IF.
097200
097300     MOVE SPACES               TO SUMA-IN-RECORD.
097400     MOVE "X"                  TO SIR-RECORD-TYPE.
097500     MOVE TGT-XFR-AMT (WS-TX)  TO SIR-XFR-AMOUNT.
097600     MOVE WS-POOL-ACCT         TO SIR-XFR-FROM-ACCT.
097700     MOVE TGT-ACCT-CODE (WS-TX) TO SIR-XFR-TO-ACCT.
097800
097900     ADD 1                   TO WS-XFR-COUNT.
098000     ADD TGT-XFR-AMT (WS-TX) TO WS-HASH-TOTAL.
098100
098200     PERFORM 4900-WRITE-SUMA-ALB THRU 4900-EXIT.
098300
098400 4800-EXIT.
098500     EXIT.
098600
098700******************************************************************
098800*    4900-WRITE-SUMA-ALB - WRITE ONE RECORD TO THE NEW BATCH
098900******************************************************************
099000 4900-WRITE-SUMA-ALB.
099100
099200     WRITE SUMA-IN-RECORD.
099300     IF NOT WS-SUMA-ALB-OK
099400         MOVE "SUMA-ALB" TO WS-FATAL-FILE-ID
099500         MOVE WS-SUMA-ALB-STATUS TO WS-FATAL-STATUS
099600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
099700     END-IF.
099800
099900 4900-EXIT.
100000     EXIT.
100100
100200******************************************************************
100300*    5000-WRITE-TRAILER - GENERATED TRAILER WITH THE COMPUTED
100400*    RECORD COUNT AND HASH TOTAL, AND THE REGISTER'S CONTROLS
100500******************************************************************
100600 5000-WRITE-TRAILER.
100700
100800     MOVE SPACES        TO SUMA-IN-RECORD.
100900     MOVE "T"           TO SIR-RECORD-TYPE.
101000     MOVE WS-XFR-COUNT  TO SIT-RECORD-COUNT.
101100     MOVE WS-HASH-TOTAL TO SIT-HASH-TOTAL.
101200     PERFORM 4900-WRITE-SUMA-ALB THRU 4900-EXIT.
101300
101400     MOVE SPACES TO WS-PRINT-LINE.
101500     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
101600
101700     MOVE "RULES READ.................:" TO CNT-LABEL.
101800     MOVE WS-READ-COUNT TO CNT-VALUE.
101900     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
102000
102100     MOVE "RULES CLOSED/NOT EFFECTIVE.:" TO CNT-LABEL.
102200     MOVE WS-NOT-EFF-COUNT TO CNT-VALUE.
102300     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
102400
102500     MOVE "POOLS ALLOCATED............:" TO CNT-LABEL.
102600     MOVE WS-POSTED-POOL-COUNT TO CNT-VALUE.
102700     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
102800
102900     MOVE "POOLS WITH NOTHING TO SPREAD" TO CNT-LABEL.
103000     MOVE WS-EMPTY-POOL-COUNT TO CNT-VALUE.
103100     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
103200
103300     MOVE "POOLS REJECTED.............:" TO CNT-LABEL.
103400     MOVE WS-BAD-POOL-COUNT TO CNT-VALUE.
103500     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
103600
103700     MOVE "TOTAL ALLOCATED............:" TO TIE-LABEL.
103800     MOVE WS-GRAND-ALLOCATED TO TIE-VALUE.
103900     MOVE WS-TIE-LINE TO WS-PRINT-LINE.
104000     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
104100
104200     MOVE "BATCH TRAILER RECORD COUNT.:" TO CNT-LABEL.
104300     MOVE WS-XFR-COUNT TO CNT-VALUE.
104400     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
104500
104600     MOVE "BATCH TRAILER HASH TOTAL...:" TO TIE-LABEL.
104700     MOVE WS-HASH-TOTAL TO TIE-VALUE.
104800     MOVE WS-TIE-LINE TO WS-PRINT-LINE.
104900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
105000
105100     DISPLAY "SUMAALOC - RULES READ.....: " WS-READ-COUNT.
105200     DISPLAY "SUMAALOC - POOLS ALLOCATED: " WS-POSTED-POOL-COUNT.
105300     DISPLAY "SUMAALOC - TRANSFERS......: " WS-XFR-COUNT.
105400     DISPLAY "SUMAALOC - HASH TOTAL.....: " WS-HASH-TOTAL.
105500
105600     IF WS-BAD-POOL-COUNT > ZERO
105700         DISPLAY "SUMAALOC - POOLS REJECTED: " WS-BAD-POOL-COUNT
105800     END-IF.
105900
106000 5000-EXIT.
106100     EXIT.
106200
106300******************************************************************
106400*    6000-PRINT-POOL-HEADING - THE POOL LINE OF THE REGISTER
106500******************************************************************
106600 6000-PRINT-POOL-HEADING.
106700
106800     MOVE SPACES TO WS-PRINT-LINE.
106900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
107000
107100     MOVE WS-POOL-ACCT TO POL-ACCT-CODE.
107200     EVALUATE TRUE
107300         WHEN WS-SOURCE-BALANCE
107400             MOVE "BALANCE " TO POL-SOURCE-DESC
107500         WHEN WS-SOURCE-ACTIVITY
107600             MOVE "ACTIVITY" TO POL-SOURCE-DESC
107700         WHEN OTHER
107800             MOVE "INVALID " TO POL-SOURCE-DESC
107900     END-EVALUATE.
108000     EVALUATE TRUE
108100         WHEN WS-BASIS-PERCENT
108200             MOVE "PERCENT" TO POL-BASIS-DESC
108300         WHEN WS-BASIS-SHARES
108400             MOVE "SHARES " TO POL-BASIS-DESC
108500         WHEN OTHER
108600             MOVE "INVALID" TO POL-BASIS-DESC
108700     END-EVALUATE.
108800     MOVE WS-REM-ACCT    TO POL-REM-ACCT.
108900     MOVE WS-POOL-AMOUNT TO POL-AMOUNT.
109000
109100     MOVE WS-POOL-LINE TO WS-PRINT-LINE.
109200     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
109300
109400 6000-EXIT.
109500     EXIT.
109600
109700******************************************************************
109800*    6100-PRINT-TARGET-LINE - ONE TARGET: BASIS FIGURE, COMPUTED
109900*    SHARE, ANY REMAINDER, AND THE TRANSFER AMOUNT
110000******************************************************************
110100 6100-PRINT-TARGET-LINE.
110200
110300     MOVE TGT-ACCT-CODE (WS-TX) TO DTL-TARGET-ACCT.
110400     MOVE SPACES TO DTL-PERCENT-X.
110500     MOVE SPACES TO DTL-SHARES-X.
110600     IF TGT-REM-FLAG (WS-TX) NOT = "R"
110700         IF WS-BASIS-PERCENT
110800             MOVE TGT-PERCENT (WS-TX) TO DTL-PERCENT
110900         ELSE
111000             MOVE TGT-SHARES (WS-TX)  TO DTL-SHARES
111100         END-IF
111200     END-IF.
111300     MOVE TGT-SHARE-AMT (WS-TX) TO DTL-SHARE-AMT.
111400     MOVE TGT-REM-AMT (WS-TX)   TO DTL-REM-AMT.
111500     MOVE TGT-XFR-AMT (WS-TX)   TO DTL-XFR-AMT.
111600
111700     EVALUATE TRUE
111800         WHEN TGT-REM-FLAG (WS-TX) = "R"
111900             MOVE "REMAINDER ACCOUNT"       TO DTL-NOTE
112000         WHEN TGT-REM-FLAG (WS-TX) = "Y"
112100             MOVE "TAKES ROUNDING REMAINDER" TO DTL-NOTE
112200         WHEN TGT-XFR-AMT (WS-TX) = ZERO
112300             MOVE "ZERO SHARE - NO TRANSFER" TO DTL-NOTE
112400         WHEN OTHER
112500             MOVE SPACES                    TO DTL-NOTE
112600     END-EVALUATE.
112700
112800     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
112900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
113000
113100 6100-EXIT.
113200     EXIT.
113300
113400******************************************************************
113500*    6200-PRINT-POOL-TOTAL - THE CLOSING LINE FOR ONE POOL
113600******************************************************************
113700 6200-PRINT-POOL-TOTAL.
113800
113900     MOVE WS-POOL-TOTAL-LINE TO WS-PRINT-LINE.
114000     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
114100
114200 6200-EXIT.
114300     EXIT.
114400
114500******************************************************************
114600*    6300-PRINT-COUNT - ONE CONTROL COUNT LINE
114700******************************************************************
114800 6300-PRINT-COUNT.
114900
115000     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
115100     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
115200
115300 6300-EXIT.
115400     EXIT.
115500
115600******************************************************************
115700*    7000-WRITE-LINE - WRITE ONE REPORT LINE, BREAKING TO A NEW
115800*    PAGE WHEN THE CURRENT ONE IS FULL
115900******************************************************************
116000 7000-WRITE-LINE.
116100
116200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
116300         PERFORM 7100-PAGE-HEADING THRU 7100-EXIT
116400     END-IF.
116500
116600     WRITE SUMA-ALP-RECORD FROM WS-PRINT-LINE
116700         AFTER ADVANCING 1 LINE.
116800     PERFORM 7900-CHECK-ALP-STATUS THRU 7900-EXIT.
116900     ADD 1 TO WS-LINE-COUNT.
117000
117100 7000-EXIT.
117200     EXIT.
117300
117400******************************************************************
117500*    7100-PAGE-HEADING - THROW A PAGE AND PRINT THE HEADING BLOCK
117600******************************************************************
117700 7100-PAGE-HEADING.
117800
117900     ADD 1 TO WS-PAGE-NBR.
118000     MOVE WS-PAGE-NBR TO HD1-PAGE-NBR.
118100
118200     WRITE SUMA-ALP-RECORD FROM WS-HDG-LINE-1
118300         AFTER ADVANCING PAGE.
118400     PERFORM 7900-CHECK-ALP-STATUS THRU 7900-EXIT.
118500
118600     WRITE SUMA-ALP-RECORD FROM WS-HDG-COLS
118700         AFTER ADVANCING 2 LINES.
118800     PERFORM 7900-CHECK-ALP-STATUS THRU 7900-EXIT.
118900
119000     MOVE SPACES TO SUMA-ALP-RECORD.
119100     WRITE SUMA-ALP-RECORD
119200         AFTER ADVANCING 1 LINE.
119300     PERFORM 7900-CHECK-ALP-STATUS THRU 7900-EXIT.
119400
119500     MOVE 4 TO WS-LINE-COUNT.
119600
119700 7100-EXIT.
119800     EXIT.
119900
120000******************************************************************
120100*    7900-CHECK-ALP-STATUS - ABEND ON A FAILED REGISTER WRITE
120200******************************************************************
120300 7900-CHECK-ALP-STATUS.
120400
120500     IF NOT WS-SUMA-ALP-OK
120600         MOVE "SUMA-ALP" TO WS-FATAL-FILE-ID
120700         MOVE WS-SUMA-ALP-STATUS TO WS-FATAL-STATUS
120800         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
120900     END-IF.
121000
121100 7900-EXIT.
121200     EXIT.
121300
121400******************************************************************
121500*    9000-TERMINATE - CLOSE THE FILES
121600******************************************************************
121700 9000-TERMINATE.
121800
121900     CLOSE SUMA-ALR
122000           SUMA-BAL
122100           SUMA-ALB
122200           SUMA-ALP.
122300
122400 9000-EXIT.
122500     EXIT.
122600
122700******************************************************************
122800*    9500-ABEND-RUN - DISPLAY A FATAL I/O STATUS AND STOP THE JOB
122900******************************************************************
123000 9500-ABEND-RUN.
123100
123200     DISPLAY "SUMAALOC - JOB TERMINATED, FILE " WS-FATAL-FILE-ID
123300         " FILE STATUS " WS-FATAL-STATUS.
123400     MOVE 16 TO RETURN-CODE.
123500     STOP RUN.
123600
123700 9500-EXIT.
123800     EXIT.
