000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUMABVAR.
000300 AUTHOR.        J MARTINEZ QUIROGA.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800******************************************************************
000900*    SUMABVAR
001000*
001100*    BUDGET-VERSUS-ACTUAL REPORT.  FOR THE REPORT PERIOD GIVEN
001200*    ON THE COMMAND LINE (YYYYMM) ACCUMULATES, PER ACCOUNT, THE
001300*    MONTH'S AND THE YEAR-TO-DATE BUDGET FROM THE SUMA-BUD
001400*    BUDGET MASTER AND THE MONTH'S AND YEAR-TO-DATE ACTUAL
001500*    POSTINGS FROM THE SUMA-AUD AUDIT TRAIL (PLUS ANY SUMA-ARC
001600*    ARCHIVES SUMAPURG HAS SPLIT OFF, SUPPLIED CONCATENATED ON
001700*    THE SUMAARC DD) INTO THE SUMA-BVW WORK FILE.  THE ACCOUNTS
001800*    ARE THEN SORTED UNDER THE SUMA-HRY DEPARTMENT / DIVISION
001900*    HIERARCHY, SAME AS SUMAHRPT, AND PRINTED (SUMA-BVR) WITH
002000*    BUDGET, ACTUAL, VARIANCE AND VARIANCE PERCENT FOR THE
002100*    MONTH AND THE YEAR TO DATE, SUBTOTALLED BY DEPARTMENT AND
002200*    DIVISION WITH A GRAND TOTAL.
002300*
002400*    THE FISCAL YEAR IS THE CALENDAR YEAR: YEAR TO DATE RUNS
002500*    FROM PERIOD YYYY01 THROUGH THE REPORT PERIOD.  ACTUALS ARE
002600*    TAKEN BY POSTING DATE (SAR-RUN-DATE) AND INCLUDE REVERSALS
002700*    (ALREADY NEGATED) AND BOTH SIDES OF A TRANSFER.  VARIANCE
002800*    IS ACTUAL MINUS BUDGET.  A LINE WHOSE MONTH OR YEAR-TO-DATE
002900*    ACTUAL EXCEEDS ITS BUDGET BY MORE THAN THE TOLERANCE -
003000*    PRM-BUD-TOL-PCT ON SUMA-PRM, DEFAULT 10 PERCENT - IS
003100*    FLAGGED "OVER"; ANY POSITIVE ACTIVITY AGAINST A ZERO BUDGET
003150*    IS OVER (A NET CREDIT AGAINST IT IS UNDER, NOT OVER).
003200*    WHEN ANY ACCOUNT IS OVER BUDGET THE JOB ENDS WITH RETURN
003300*    CODE 8.
003400*
003500*    COMMAND LINE: REPORT PERIOD (YYYYMM).
003600*
003700*    MODIFICATION HISTORY
003800*    DATE       INIT DESCRIPTION
003900*    ---------- ---- ------------------------------------------
004000*    2026-10-15 JMQ  INITIAL VERSION.
004030*    2026-10-15 JMQ  SUMA-ARC RECORDS ARE READ AT THEIR FULL
004060*                    138 BYTES, AS SUMAPURG WRITES THEM.
004100******************************************************************
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT SUMA-PRM ASSIGN TO "SUMAPRM"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SUMA-PRM-STATUS.
004900
005000     SELECT SUMA-BUD ASSIGN TO "SUMABUD"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS BUD-KEY
005400         FILE STATUS IS WS-SUMA-BUD-STATUS.
005500
005600     SELECT SUMA-AUD ASSIGN TO "SUMAAUD"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SUMA-AUD-STATUS.
005900
006000     SELECT SUMA-ARC ASSIGN TO "SUMAARC"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-SUMA-ARC-STATUS.
006300
006400     SELECT SUMA-HRY ASSIGN TO "SUMAHRY"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-SUMA-HRY-STATUS.
006700
006800     SELECT SUMA-HWK ASSIGN TO "SUMAHWK"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS HWK-ACCT-CODE
007200         FILE STATUS IS WS-SUMA-HWK-STATUS.
007300
007400     SELECT SUMA-BVW ASSIGN TO "SUMABVW"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS BVW-ACCT-CODE
007800         FILE STATUS IS WS-SUMA-BVW-STATUS.
007900
008000     SELECT SUMA-BVR ASSIGN TO "SUMABVR"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-SUMA-BVR-STATUS.
008300
008400     SELECT SORT-WORK ASSIGN TO "SORTWORK".
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800
008900 FD  SUMA-PRM
009000     RECORDING MODE IS F.
009100     COPY SUMAPRM.
009200
009300 FD  SUMA-BUD.
009400     COPY SUMABUD.
009500
009600 FD  SUMA-AUD
009700     RECORDING MODE IS F.
009800     COPY SUMAAUD.
009900
010000 FD  SUMA-ARC
010100     RECORDING MODE IS F.
010200 01  SUMA-ARC-RECORD                PIC X(138).
010300
010400 FD  SUMA-HRY
010500     RECORDING MODE IS F.
010600     COPY SUMAHRY.
010700
010800 FD  SUMA-HWK.
010900     COPY SUMAHWK.
011000
011100 FD  SUMA-BVW.
011200     COPY SUMABVW.
011300
011400 FD  SUMA-BVR
011500     RECORDING MODE IS F.
011600 01  SUMA-BVR-RECORD                PIC X(132).
011700
011800 SD  SORT-WORK.
011900 01  SORT-RECORD.
012000     05  SRT-MAP-FLAG               PIC X(01).
012100     05  SRT-DIV-CODE               PIC X(04).
012200     05  SRT-DEPT-CODE              PIC X(04).
012300     05  SRT-ACCT-CODE              PIC X(08).
012400     05  SRT-DIV-NAME               PIC X(20).
012500     05  SRT-DEPT-NAME              PIC X(20).
012600     05  SRT-MTD-BUDGET             PIC S9(13)V99 COMP-3.
012700     05  SRT-MTD-ACTUAL             PIC S9(13)V99 COMP-3.
012800     05  SRT-YTD-BUDGET             PIC S9(13)V99 COMP-3.
012900     05  SRT-YTD-ACTUAL             PIC S9(13)V99 COMP-3.
013000
013100 WORKING-STORAGE SECTION.
013200
013300 01  WS-SUMA-PRM-STATUS             PIC X(02)  VALUE "00".
013400     88  WS-SUMA-PRM-OK                        VALUE "00".
013500
013600 01  WS-SUMA-BUD-STATUS             PIC X(02)  VALUE "00".
013700     88  WS-SUMA-BUD-OK                        VALUE "00".
013800
013900 01  WS-SUMA-AUD-STATUS             PIC X(02)  VALUE "00".
014000     88  WS-SUMA-AUD-OK                        VALUE "00".
014100
014200 01  WS-SUMA-ARC-STATUS             PIC X(02)  VALUE "00".
014300     88  WS-SUMA-ARC-OK                        VALUE "00".
014400
014500 01  WS-SUMA-HRY-STATUS             PIC X(02)  VALUE "00".
014600     88  WS-SUMA-HRY-OK                        VALUE "00".
014700
014800 01  WS-SUMA-HWK-STATUS             PIC X(02)  VALUE "00".
014900     88  WS-SUMA-HWK-OK                        VALUE "00".
015000     88  WS-SUMA-HWK-NOT-FOUND                 VALUE "23".
015100     88  WS-SUMA-HWK-DUP-KEY                   VALUE "22".
015200
015300 01  WS-SUMA-BVW-STATUS             PIC X(02)  VALUE "00".
015400     88  WS-SUMA-BVW-OK                        VALUE "00".
015500     88  WS-SUMA-BVW-NOT-FOUND                 VALUE "23".
015600
015700 01  WS-SUMA-BVR-STATUS             PIC X(02)  VALUE "00".
015800     88  WS-SUMA-BVR-OK                        VALUE "00".
015900
016000 01  WS-FATAL-FILE-ID               PIC X(08)  VALUE SPACES.
016100 01  WS-FATAL-STATUS                PIC X(02)  VALUE SPACES.
016200
016300 01  WS-PARM-LINE                   PIC X(80)  VALUE SPACES.
016400
016500 01  WS-SWITCHES.
016600     05  WS-BUD-EOF-SW              PIC X(01)  VALUE "N".
016700         88  WS-BUD-EOF                        VALUE "Y".
016800     05  WS-AUD-EOF-SW              PIC X(01)  VALUE "N".
016900         88  WS-AUD-EOF                        VALUE "Y".
017000     05  WS-ARC-EOF-SW              PIC X(01)  VALUE "N".
017100         88  WS-ARC-EOF                        VALUE "Y".
017200     05  WS-ARC-AVAIL-SW            PIC X(01)  VALUE "N".
017300         88  WS-ARC-AVAIL                      VALUE "Y".
017400     05  WS-HRY-EOF-SW              PIC X(01)  VALUE "N".
017500         88  WS-HRY-EOF                        VALUE "Y".
017600     05  WS-BVW-EOF-SW              PIC X(01)  VALUE "N".
017700         88  WS-BVW-EOF                        VALUE "Y".
017800     05  WS-SORT-EOF-SW             PIC X(01)  VALUE "N".
017900         88  WS-SORT-EOF                       VALUE "Y".
018000     05  WS-FIRST-SW                PIC X(01)  VALUE "Y".
018100         88  WS-FIRST-RECORD                   VALUE "Y".
018200     05  WS-OVER-SW                 PIC X(01)  VALUE "N".
018300         88  WS-OVER-BUDGET                    VALUE "Y".
018400
018500 01  WS-RPT-PERIOD                  PIC X(06)  VALUE SPACES.
018600 01  WS-RPT-PERIOD-N REDEFINES WS-RPT-PERIOD.
018700     05  WS-RPT-YEAR                PIC 9(04).
018800     05  WS-RPT-MONTH               PIC 9(02).
018900 01  WS-YTD-START-PERIOD            PIC X(06)  VALUE SPACES.
019000 01  WS-YTD-START-N REDEFINES WS-YTD-START-PERIOD.
019100     05  WS-YTD-START-YEAR          PIC 9(04).
019200     05  WS-YTD-START-MONTH         PIC 9(02).
019300
019400 01  WS-TOL-PCT           PIC 9(03)  COMP      VALUE 10.
019500
019600 01  WS-AUDIT-IMAGE                 PIC X(138) VALUE SPACES.
019700 01  WS-AUDIT-FIELDS REDEFINES WS-AUDIT-IMAGE.
019800     05  WAI-RUN-PERIOD             PIC X(06).
019900     05  WAI-RUN-DAY                PIC X(02).
020000     05  FILLER                     PIC X(39).
020010     05  WAI-OPER-CODE              PIC X(01).
020020         88  WAI-YEAR-END-CLOSE             VALUE "Y".
020030     05  FILLER                     PIC X(01).
020100     05  WAI-RESUL                  PIC S9(10)V99.
020200     05  FILLER                     PIC X(01).
020300     05  WAI-ACCT-CODE              PIC X(08).
020400     05  FILLER                     PIC X(19).
020500
020600 01  WS-POST-AMOUNTS.
020700     05  WS-POST-ACCT-CODE          PIC X(08).
020800     05  WS-POST-MTD-BUDGET         PIC S9(13)V99 COMP-3.
020900     05  WS-POST-MTD-ACTUAL         PIC S9(13)V99 COMP-3.
021000     05  WS-POST-YTD-BUDGET         PIC S9(13)V99 COMP-3.
021100     05  WS-POST-YTD-ACTUAL         PIC S9(13)V99 COMP-3.
021200
021300 01  WS-PRIOR-DIV-CODE              PIC X(04)  VALUE SPACES.
021400 01  WS-PRIOR-DIV-NAME              PIC X(20)  VALUE SPACES.
021500 01  WS-PRIOR-DEPT-CODE             PIC X(04)  VALUE SPACES.
021600 01  WS-PRIOR-DEPT-NAME             PIC X(20)  VALUE SPACES.
021700
021800 01  WS-DEPT-AMOUNTS.
021900     05  WS-DEPT-MTD-BUDGET         PIC S9(13)V99 COMP-3.
022000     05  WS-DEPT-MTD-ACTUAL         PIC S9(13)V99 COMP-3.
022100     05  WS-DEPT-YTD-BUDGET         PIC S9(13)V99 COMP-3.
022200     05  WS-DEPT-YTD-ACTUAL         PIC S9(13)V99 COMP-3.
022300 01  WS-DIV-AMOUNTS.
022400     05  WS-DIV-MTD-BUDGET          PIC S9(13)V99 COMP-3.
022500     05  WS-DIV-MTD-ACTUAL          PIC S9(13)V99 COMP-3.
022600     05  WS-DIV-YTD-BUDGET          PIC S9(13)V99 COMP-3.
022700     05  WS-DIV-YTD-ACTUAL          PIC S9(13)V99 COMP-3.
022800 01  WS-GRAND-AMOUNTS.
022900     05  WS-GRAND-MTD-BUDGET        PIC S9(13)V99 COMP-3.
023000     05  WS-GRAND-MTD-ACTUAL        PIC S9(13)V99 COMP-3.
023100     05  WS-GRAND-YTD-BUDGET        PIC S9(13)V99 COMP-3.
023200     05  WS-GRAND-YTD-ACTUAL        PIC S9(13)V99 COMP-3.
023300
023400 01  WS-FMT-AMOUNTS.
023500     05  WS-FMT-MTD-BUDGET          PIC S9(13)V99 COMP-3.
023600     05  WS-FMT-MTD-ACTUAL          PIC S9(13)V99 COMP-3.
023700     05  WS-FMT-YTD-BUDGET          PIC S9(13)V99 COMP-3.
023800     05  WS-FMT-YTD-ACTUAL          PIC S9(13)V99 COMP-3.
023900
024000 01  WS-VAR-BUDGET        PIC S9(13)V99 COMP-3 VALUE ZERO.
024100 01  WS-VAR-ACTUAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
024200 01  WS-VAR-AMOUNT        PIC S9(15)V99 COMP-3 VALUE ZERO.
024300 01  WS-VAR-ABS-BUDGET    PIC S9(13)V99 COMP-3 VALUE ZERO.
024400 01  WS-VAR-PCT           PIC S9(09)V9  COMP-3 VALUE ZERO.
024500 01  WS-VAR-PCT-X                   PIC X(07)  VALUE SPACES.
024600 01  WS-VAR-PCT-EDIT REDEFINES WS-VAR-PCT-X
024700                                    PIC ZZZ9.9-.
024800
024900 01  WS-BUD-READ-COUNT    PIC 9(09)  COMP      VALUE ZERO.
025000 01  WS-BUD-USED-COUNT    PIC 9(09)  COMP      VALUE ZERO.
025100 01  WS-AUD-READ-COUNT    PIC 9(09)  COMP      VALUE ZERO.
025200 01  WS-ARC-READ-COUNT    PIC 9(09)  COMP      VALUE ZERO.
025300 01  WS-AUD-USED-COUNT    PIC 9(09)  COMP      VALUE ZERO.
025400 01  WS-ACCOUNT-COUNT     PIC 9(07)  COMP      VALUE ZERO.
025500 01  WS-OVER-COUNT        PIC 9(07)  COMP      VALUE ZERO.
025600 01  WS-LOADED-COUNT      PIC 9(07)  COMP      VALUE ZERO.
025700 01  WS-DUP-HRY-COUNT     PIC 9(07)  COMP      VALUE ZERO.
025800 01  WS-UNMAPPED-COUNT    PIC 9(07)  COMP      VALUE ZERO.
025900
026000 01  WS-PAGE-NBR          PIC 9(04)  COMP      VALUE ZERO.
026100 01  WS-LINE-COUNT        PIC 9(02)  COMP      VALUE ZERO.
026200 01  WS-LINES-PER-PAGE    PIC 9(02)  COMP      VALUE 56.
026300
026400 01  WS-RUN-DATE                    PIC X(08)  VALUE SPACES.
026500
026600 01  WS-PRINT-LINE                  PIC X(132) VALUE SPACES.
026700
026800 01  WS-HDG-LINE-1.
026900     05  FILLER                     PIC X(10)  VALUE "SUMABVAR".
027000     05  FILLER                     PIC X(29)
027100         VALUE "BUDGET VERSUS ACTUAL - PERIOD".
027200     05  FILLER                     PIC X(01)  VALUE SPACE.
027300     05  HD1-PERIOD                 PIC X(06).
027400     05  FILLER                     PIC X(03)  VALUE SPACES.
027500     05  FILLER                     PIC X(06)  VALUE "AS OF ".
027600     05  HD1-RUN-DATE               PIC X(08).
027700     05  FILLER                     PIC X(08)  VALUE "   PAGE ".
027800     05  HD1-PAGE-NBR               PIC ZZZ9.
027900     05  FILLER                     PIC X(57)  VALUE SPACES.
028000
028100 01  WS-HDG-SPAN.
028200     05  FILLER                     PIC X(19)  VALUE SPACES.
028300     05  FILLER                     PIC X(27)
028400         VALUE " ------------------------ M".
028500     05  FILLER                     PIC X(26)
028600         VALUE "ONTH ---------------------".
028700     05  FILLER                     PIC X(27)
028800         VALUE " --------------------- YEAR".
028900     05  FILLER                     PIC X(26)
029000         VALUE " TO DATE -----------------".
029100     05  FILLER                     PIC X(07)  VALUE SPACES.
029200
029300 01  WS-HDG-COLS.
029400     05  FILLER                     PIC X(19)
029500         VALUE " DIV  DEPT ACCOUNT".
029600     05  FILLER                     PIC X(15)
029700         VALUE "         BUDGET".
029800     05  FILLER                     PIC X(15)
029900         VALUE "         ACTUAL".
030000     05  FILLER                     PIC X(15)
030100         VALUE "       VARIANCE".
030200     05  FILLER                     PIC X(08)  VALUE "   VAR %".
030300     05  FILLER                     PIC X(15)
030400         VALUE "         BUDGET".
030500     05  FILLER                     PIC X(15)
030600         VALUE "         ACTUAL".
030700     05  FILLER                     PIC X(15)
030800         VALUE "       VARIANCE".
030900     05  FILLER                     PIC X(08)  VALUE "   VAR %".
031000     05  FILLER                     PIC X(07)  VALUE "  FLAG".
031100
031200 01  WS-GROUP-LINE.
031300     05  FILLER                     PIC X(01)  VALUE SPACE.
031400     05  FILLER                     PIC X(09)  VALUE "DIVISION ".
031500     05  GRP-DIV-CODE               PIC X(04).
031600     05  FILLER                     PIC X(02)  VALUE SPACES.
031700     05  GRP-DIV-NAME               PIC X(20).
031800     05  FILLER                     PIC X(04)  VALUE SPACES.
031900     05  FILLER                     PIC X(11)
032000         VALUE "DEPARTMENT ".
032100     05  GRP-DEPT-CODE              PIC X(04).
032200     05  FILLER                     PIC X(02)  VALUE SPACES.
032300     05  GRP-DEPT-NAME              PIC X(20).
032400     05  FILLER                     PIC X(55)  VALUE SPACES.
032500
032600 01  WS-DETAIL-LINE.
032700     05  DTL-ID-AREA                PIC X(19).
032800     05  DTL-ACCT-ID REDEFINES DTL-ID-AREA.
032900         10  FILLER                 PIC X(01).
033000         10  DTL-DIV-CODE           PIC X(04).
033100         10  FILLER                 PIC X(01).
033200         10  DTL-DEPT-CODE          PIC X(04).
033300         10  FILLER                 PIC X(01).
033400         10  DTL-ACCT-CODE          PIC X(08).
033500     05  DTL-SUB-ID REDEFINES DTL-ID-AREA.
033600         10  FILLER                 PIC X(01).
033700         10  DTL-SUB-LABEL          PIC X(10).
033800         10  DTL-SUB-CODE           PIC X(04).
033900         10  FILLER                 PIC X(04).
034000     05  FILLER                     PIC X(01)  VALUE SPACE.
034100     05  DTL-MTD-BUDGET             PIC ZZ,ZZZ,ZZ9.99-.
034200     05  FILLER                     PIC X(01)  VALUE SPACE.
034300     05  DTL-MTD-ACTUAL             PIC ZZ,ZZZ,ZZ9.99-.
034400     05  FILLER                     PIC X(01)  VALUE SPACE.
034500     05  DTL-MTD-VARIANCE           PIC ZZ,ZZZ,ZZ9.99-.
034600     05  FILLER                     PIC X(01)  VALUE SPACE.
034700     05  DTL-MTD-PCT                PIC X(07).
034800     05  FILLER                     PIC X(01)  VALUE SPACE.
034900     05  DTL-YTD-BUDGET             PIC ZZ,ZZZ,ZZ9.99-.
035000     05  FILLER                     PIC X(01)  VALUE SPACE.
035100     05  DTL-YTD-ACTUAL             PIC ZZ,ZZZ,ZZ9.99-.
035200     05  FILLER                     PIC X(01)  VALUE SPACE.
035300     05  DTL-YTD-VARIANCE           PIC ZZ,ZZZ,ZZ9.99-.
035400     05  FILLER                     PIC X(01)  VALUE SPACE.
035500     05  DTL-YTD-PCT                PIC X(07).
035600     05  FILLER                     PIC X(02)  VALUE SPACES.
035700     05  DTL-FLAG                   PIC X(04).
035800     05  FILLER                     PIC X(01)  VALUE SPACE.
035900
036000 01  WS-TOT-LINE.
036100     05  FILLER                     PIC X(02)  VALUE SPACES.
036200     05  TOT-LABEL                  PIC X(28).
036300     05  TOT-VALUE                  PIC ZZZ,ZZZ,ZZ9.
036400     05  FILLER                     PIC X(91)  VALUE SPACES.
036500
036600 PROCEDURE DIVISION.
036700
036800******************************************************************
036900*    0000-MAINLINE - ACCUMULATE BUDGET AND ACTUAL PER ACCOUNT,
037000*    SORT THE ACCOUNTS UNDER THE HIERARCHY, AND ROLL UP
037100******************************************************************
037200 0000-MAINLINE.
037300
037400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037500
037600     PERFORM 2000-LOAD-BUDGET THRU 2000-EXIT
037700         UNTIL WS-BUD-EOF.
037800
037900     IF WS-ARC-AVAIL
038000         PERFORM 2400-LOAD-ARCHIVE THRU 2400-EXIT
038100             UNTIL WS-ARC-EOF
038200     END-IF.
038300
038400     PERFORM 2500-LOAD-LIVE THRU 2500-EXIT
038500         UNTIL WS-AUD-EOF.
038600
038700     SORT SORT-WORK
038800         ON ASCENDING KEY SRT-MAP-FLAG
038900                          SRT-DIV-CODE
039000                          SRT-DEPT-CODE
039100                          SRT-ACCT-CODE
039200         INPUT PROCEDURE IS 3000-RELEASE-ACCOUNTS
039300             THRU 3000-RLS-EXIT
039400         OUTPUT PROCEDURE IS 4000-ROLL-UP
039500             THRU 4000-RUP-EXIT.
039600
039700     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
039800
039900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040000
040100     STOP RUN.
040200
040300******************************************************************
040400*    1000-INITIALIZE - EDIT THE REPORT PERIOD, PICK UP THE
040500*    TOLERANCE, LOAD THE HIERARCHY, AND OPEN THE REST
040600******************************************************************
040700 1000-INITIALIZE.
040800
040900     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
041000     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
041100         INTO WS-RPT-PERIOD.
041200
041300     IF WS-RPT-PERIOD NOT NUMERIC
041400         OR WS-RPT-MONTH < 1
041500         OR WS-RPT-MONTH > 12
041600         DISPLAY "SUMABVAR - REPORT PERIOD (YYYYMM) IS REQUIRED"
041700         MOVE "PARM    " TO WS-FATAL-FILE-ID
041800         MOVE "NN"       TO WS-FATAL-STATUS
041900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
042000     END-IF.
042100
042200     MOVE WS-RPT-YEAR TO WS-YTD-START-YEAR.
042300     MOVE 1           TO WS-YTD-START-MONTH.
042400
042500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
042600     MOVE WS-RUN-DATE   TO HD1-RUN-DATE.
042700     MOVE WS-RPT-PERIOD TO HD1-PERIOD.
042800
042900     OPEN INPUT SUMA-PRM.
043000     IF WS-SUMA-PRM-OK
043100         PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT
043200         CLOSE SUMA-PRM
043300     END-IF.
043400
043500     OPEN INPUT SUMA-HRY.
043600     IF NOT WS-SUMA-HRY-OK
043700         MOVE "SUMA-HRY" TO WS-FATAL-FILE-ID
043800         MOVE WS-SUMA-HRY-STATUS TO WS-FATAL-STATUS
043900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
044000     END-IF.
044100
044200     OPEN OUTPUT SUMA-HWK.
044300     IF WS-SUMA-HWK-OK
044400         CLOSE SUMA-HWK
044500         OPEN I-O SUMA-HWK
044600     END-IF.
044700     IF NOT WS-SUMA-HWK-OK
044800         MOVE "SUMA-HWK" TO WS-FATAL-FILE-ID
044900         MOVE WS-SUMA-HWK-STATUS TO WS-FATAL-STATUS
045000         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
045100     END-IF.
045200
045300     PERFORM 1300-READ-SUMA-HRY THRU 1300-EXIT.
045400     PERFORM 1310-LOAD-ONE-MAPPING THRU 1310-EXIT
045500         UNTIL WS-HRY-EOF.
045600     CLOSE SUMA-HRY.
045700
045800     DISPLAY "SUMABVAR - HIERARCHY ENTRIES LOADED: "
045900         WS-LOADED-COUNT.
046000     IF WS-DUP-HRY-COUNT > ZERO
046100         DISPLAY "SUMABVAR - DUPLICATE ENTRIES SKIPPED: "
046200             WS-DUP-HRY-COUNT
046300     END-IF.
046400
046500     OPEN OUTPUT SUMA-BVW.
046600     IF WS-SUMA-BVW-OK
046700         CLOSE SUMA-BVW
046800         OPEN I-O SUMA-BVW
046900     END-IF.
047000     IF NOT WS-SUMA-BVW-OK
047100         MOVE "SUMA-BVW" TO WS-FATAL-FILE-ID
047200         MOVE WS-SUMA-BVW-STATUS TO WS-FATAL-STATUS
047300         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
047400     END-IF.
047500
047600     OPEN INPUT SUMA-BUD.
047700     IF NOT WS-SUMA-BUD-OK
047800         MOVE "SUMA-BUD" TO WS-FATAL-FILE-ID
047900         MOVE WS-SUMA-BUD-STATUS TO WS-FATAL-STATUS
048000         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
048100     END-IF.
048200
048300     OPEN INPUT SUMA-AUD.
048400     IF NOT WS-SUMA-AUD-OK
048500         MOVE "SUMA-AUD" TO WS-FATAL-FILE-ID
048600         MOVE WS-SUMA-AUD-STATUS TO WS-FATAL-STATUS
048700         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
048800     END-IF.
048900
049000     OPEN INPUT SUMA-ARC.
049100     IF WS-SUMA-ARC-OK
049200         SET WS-ARC-AVAIL TO TRUE
049300     ELSE
049400         DISPLAY "SUMABVAR - NO ARCHIVE SUPPLIED, STATUS "
049500             WS-SUMA-ARC-STATUS
049600     END-IF.
049700
049800     OPEN OUTPUT SUMA-BVR.
049900     IF NOT WS-SUMA-BVR-OK
050000         MOVE "SUMA-BVR" TO WS-FATAL-FILE-ID
050100         MOVE WS-SUMA-BVR-STATUS TO WS-FATAL-STATUS
050200         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
050300     END-IF.
050400
050500     PERFORM 2100-READ-SUMA-BUD THRU 2100-EXIT.
050600     IF WS-ARC-AVAIL
050700         PERFORM 2450-READ-SUMA-ARC THRU 2450-EXIT
050800     END-IF.
050900     PERFORM 2550-READ-SUMA-AUD THRU 2550-EXIT.
051000
051100     PERFORM 7100-PAGE-HEADING THRU 7100-EXIT.
051200
051300 1000-EXIT.
051400     EXIT.
051500
051600******************************************************************
051700*    1200-LOAD-PARAMETERS - APPLY THE OVER-BUDGET TOLERANCE FROM
051800*    THE SUMA-PRM CONTROL RECORD, KEEPING THE DEFAULT ON
051900*    ZERO/SPACES
052000******************************************************************
052100 1200-LOAD-PARAMETERS.
052200
052300     READ SUMA-PRM
052400         AT END
052500             CONTINUE
052600         NOT AT END
052700             IF PRM-BUD-TOL-PCT NUMERIC
052800                 IF PRM-BUD-TOL-PCT > ZERO
052900                     MOVE PRM-BUD-TOL-PCT TO WS-TOL-PCT
053000                 END-IF
053100             END-IF
053200     END-READ.
053300
053400 1200-EXIT.
053500     EXIT.
053600
053700******************************************************************
053800*    1300-READ-SUMA-HRY - READ THE NEXT HIERARCHY MAPPING
053900******************************************************************
054000 1300-READ-SUMA-HRY.
054100
054200     READ SUMA-HRY
054300         AT END
054400             MOVE "Y" TO WS-HRY-EOF-SW
054500     END-READ.
054600
054700 1300-EXIT.
054800     EXIT.
054900
055000******************************************************************
055100*    1310-LOAD-ONE-MAPPING - ONE MAPPING INTO THE LOOKUP WORK
055200*    FILE.  A SECOND MAPPING FOR THE SAME ACCOUNT IS SKIPPED
055300*    WITH A WARNING - FIRST ONE WINS, SAME AS SUMAHRPT.
055400******************************************************************
055500 1310-LOAD-ONE-MAPPING.
055600
055700     MOVE SPACES        TO SUMA-HWK-RECORD.
055800     MOVE HRY-ACCT-CODE TO HWK-ACCT-CODE.
055900     MOVE HRY-DEPT-CODE TO HWK-DEPT-CODE.
056000     MOVE HRY-DEPT-NAME TO HWK-DEPT-NAME.
056100     MOVE HRY-DIV-CODE  TO HWK-DIV-CODE.
056200     MOVE HRY-DIV-NAME  TO HWK-DIV-NAME.
056300
056400     WRITE SUMA-HWK-RECORD
056500         INVALID KEY
056600             DISPLAY "SUMABVAR - DUPLICATE HIERARCHY ENTRY: "
056700                 HRY-ACCT-CODE
056800             ADD 1 TO WS-DUP-HRY-COUNT
056900         NOT INVALID KEY
057000             ADD 1 TO WS-LOADED-COUNT
057100     END-WRITE.
057200
057300     IF NOT WS-SUMA-HWK-OK AND NOT WS-SUMA-HWK-DUP-KEY
057400         MOVE "SUMA-HWK" TO WS-FATAL-FILE-ID
057500         MOVE WS-SUMA-HWK-STATUS TO WS-FATAL-STATUS
057600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
057700     END-IF.
057800
057900     PERFORM 1300-READ-SUMA-HRY THRU 1300-EXIT.
058000
058100 1310-EXIT.
058200     EXIT.
058300
058400******************************************************************
058500*    2000-LOAD-BUDGET - FOLD ONE BUDGET INTO THE WORK FILE WHEN
058600*    ITS PERIOD FALLS IN THE FISCAL YEAR TO THE REPORT PERIOD
058700******************************************************************
058800 2000-LOAD-BUDGET.
058900
059000     IF BUD-PERIOD < WS-YTD-START-PERIOD
059100         OR BUD-PERIOD > WS-RPT-PERIOD
059200         GO TO 2000-NEXT
059300     END-IF.
059400
059500     MOVE BUD-ACCT-CODE TO WS-POST-ACCT-CODE.
059600     MOVE ZERO          TO WS-POST-MTD-BUDGET
059700                           WS-POST-MTD-ACTUAL
059800                           WS-POST-YTD-ACTUAL.
059900     MOVE BUD-AMOUNT    TO WS-POST-YTD-BUDGET.
060000     IF BUD-PERIOD = WS-RPT-PERIOD
060100         MOVE BUD-AMOUNT TO WS-POST-MTD-BUDGET
060200     END-IF.
060300
060400     PERFORM 2800-POST-TO-WORK THRU 2800-EXIT.
060500     ADD 1 TO WS-BUD-USED-COUNT.
060600
060700 2000-NEXT.
060800     PERFORM 2100-READ-SUMA-BUD THRU 2100-EXIT.
060900
061000 2000-EXIT.
061100     EXIT.
061200
061300******************************************************************
061400*    2100-READ-SUMA-BUD - READ THE NEXT BUDGET IN KEY ORDER
061500******************************************************************
061600 2100-READ-SUMA-BUD.
061700
061800     READ SUMA-BUD NEXT RECORD
061900         AT END
062000             MOVE "Y" TO WS-BUD-EOF-SW
062100         NOT AT END
062200             ADD 1 TO WS-BUD-READ-COUNT
062300     END-READ.
062400
062500     IF NOT WS-BUD-EOF AND NOT WS-SUMA-BUD-OK
062600         MOVE "SUMA-BUD" TO WS-FATAL-FILE-ID
062700         MOVE WS-SUMA-BUD-STATUS TO WS-FATAL-STATUS
062800         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
062900     END-IF.
063000
063100 2100-EXIT.
063200     EXIT.
063300
063400******************************************************************
063500*    2400-LOAD-ARCHIVE - FOLD ONE ARCHIVED AUDIT RECORD INTO THE
063600*    ACTUALS.  ARCHIVE RECORDS ARE THE SAME 138-BYTE AUDIT IMAGE
063700*    SUMAPURG SPLIT OFF.
063800******************************************************************
063900 2400-LOAD-ARCHIVE.
064000
064100     MOVE SUMA-ARC-RECORD TO WS-AUDIT-IMAGE.
064200     PERFORM 2700-APPLY-ACTUAL THRU 2700-EXIT.
064300
064400     PERFORM 2450-READ-SUMA-ARC THRU 2450-EXIT.
064500
064600 2400-EXIT.
064700     EXIT.
064800
064900******************************************************************
065000*    2450-READ-SUMA-ARC - READ THE NEXT ARCHIVED RECORD
065100******************************************************************
065200 2450-READ-SUMA-ARC.
065300
065400     READ SUMA-ARC
065500         AT END
065600             MOVE "Y" TO WS-ARC-EOF-SW
065700         NOT AT END
065800             ADD 1 TO WS-ARC-READ-COUNT
065900     END-READ.
066000
066100 2450-EXIT.
066200     EXIT.
066300
066400******************************************************************
066500*    2500-LOAD-LIVE - FOLD ONE LIVE AUDIT RECORD INTO THE
066600*    ACTUALS
066700******************************************************************
066800 2500-LOAD-LIVE.
066900
067000     MOVE SUMA-AUD-RECORD TO WS-AUDIT-IMAGE.
067100     PERFORM 2700-APPLY-ACTUAL THRU 2700-EXIT.
067200
067300     PERFORM 2550-READ-SUMA-AUD THRU 2550-EXIT.
067400
067500 2500-EXIT.
067600     EXIT.
067700
067800******************************************************************
067900*    2550-READ-SUMA-AUD - READ THE NEXT LIVE AUDIT RECORD
068000******************************************************************
068100 2550-READ-SUMA-AUD.
068200
068300     READ SUMA-AUD
068400         AT END
068500             MOVE "Y" TO WS-AUD-EOF-SW
068600         NOT AT END
068700             ADD 1 TO WS-AUD-READ-COUNT
068800     END-READ.
068900
069000 2550-EXIT.
069100     EXIT.
069200
069300******************************************************************
069400*    2700-APPLY-ACTUAL - ONE POSTING, BY ITS RUN DATE, INTO THE
069500*    YEAR TO DATE AND, IN THE REPORT MONTH, THE MONTH ACTUAL.
069600*    A POSTING WITH NO ACCOUNT CODE HAS NOTHING TO BUDGET
069700*    AGAINST AND IS PASSED OVER, AS IS A SUMAYEND CLOSING
069710*    ENTRY, WHICH MOVES A BALANCE RATHER THAN SPENDS AGAINST IT.
069800******************************************************************
069900 2700-APPLY-ACTUAL.
070000
070100     IF WAI-ACCT-CODE = SPACES
070150         OR WAI-YEAR-END-CLOSE
070200         OR WAI-RUN-PERIOD < WS-YTD-START-PERIOD
070300         OR WAI-RUN-PERIOD > WS-RPT-PERIOD
070400         GO TO 2700-EXIT
070500     END-IF.
070600
070700     IF WAI-RESUL NOT NUMERIC
070800         GO TO 2700-EXIT
070900     END-IF.
071000
071100     MOVE WAI-ACCT-CODE TO WS-POST-ACCT-CODE.
071200     MOVE ZERO          TO WS-POST-MTD-BUDGET
071300                           WS-POST-YTD-BUDGET
071400                           WS-POST-MTD-ACTUAL.
071500     MOVE WAI-RESUL     TO WS-POST-YTD-ACTUAL.
071600     IF WAI-RUN-PERIOD = WS-RPT-PERIOD
071700         MOVE WAI-RESUL TO WS-POST-MTD-ACTUAL
071800     END-IF.
071900
072000     PERFORM 2800-POST-TO-WORK THRU 2800-EXIT.
072100     ADD 1 TO WS-AUD-USED-COUNT.
072200
072300 2700-EXIT.
072400     EXIT.
072500
072600******************************************************************
072700*    2800-POST-TO-WORK - ADD THE POSTING AMOUNTS TO THE
072800*    ACCOUNT'S WORK RECORD, STARTING ONE ON FIRST SIGHT
072900******************************************************************
073000 2800-POST-TO-WORK.
073100
073200     MOVE WS-POST-ACCT-CODE TO BVW-ACCT-CODE.
073300
073400     READ SUMA-BVW
073500         INVALID KEY
073600             MOVE WS-POST-MTD-BUDGET TO BVW-MTD-BUDGET
073700             MOVE WS-POST-MTD-ACTUAL TO BVW-MTD-ACTUAL
073800             MOVE WS-POST-YTD-BUDGET TO BVW-YTD-BUDGET
073900             MOVE WS-POST-YTD-ACTUAL TO BVW-YTD-ACTUAL
074000             WRITE SUMA-BVW-RECORD
074100         NOT INVALID KEY
074200             ADD WS-POST-MTD-BUDGET TO BVW-MTD-BUDGET
074300             ADD WS-POST-MTD-ACTUAL TO BVW-MTD-ACTUAL
074400             ADD WS-POST-YTD-BUDGET TO BVW-YTD-BUDGET
074500             ADD WS-POST-YTD-ACTUAL TO BVW-YTD-ACTUAL
074600             REWRITE SUMA-BVW-RECORD
074700     END-READ.
074800
074900     IF NOT WS-SUMA-BVW-OK
075000         MOVE "SUMA-BVW" TO WS-FATAL-FILE-ID
075100         MOVE WS-SUMA-BVW-STATUS TO WS-FATAL-STATUS
075200         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
075300     END-IF.
075400
075500 2800-EXIT.
075600     EXIT.
075700
075800******************************************************************
075900*    3000-RELEASE-ACCOUNTS - SORT INPUT PROCEDURE.  ONE SORT
076000*    RECORD PER WORK-FILE ACCOUNT, TAGGED WITH ITS DIVISION AND
076100*    DEPARTMENT FROM THE LOOKUP.
076200******************************************************************
076300 3000-RELEASE-ACCOUNTS.
076400
076500     MOVE LOW-VALUES TO BVW-ACCT-CODE.
076600     START SUMA-BVW KEY IS NOT LESS THAN BVW-ACCT-CODE
076700         INVALID KEY
076800             MOVE "Y" TO WS-BVW-EOF-SW
076900     END-START.
077000
077100     IF NOT WS-BVW-EOF
077200         PERFORM 3100-READ-SUMA-BVW THRU 3100-EXIT
077300     END-IF.
077400
077500     PERFORM 3200-RELEASE-ONE THRU 3200-EXIT
077600         UNTIL WS-BVW-EOF.
077700
077800 3000-RLS-EXIT.
077900     EXIT.
078000
078100******************************************************************
078200*    3100-READ-SUMA-BVW - READ THE NEXT ACCOUNT IN KEY ORDER
078300******************************************************************
078400 3100-READ-SUMA-BVW.
078500
078600     READ SUMA-BVW NEXT RECORD
078700         AT END
078800             MOVE "Y" TO WS-BVW-EOF-SW
078900     END-READ.
079000
079100 3100-EXIT.
079200     EXIT.
079300
079400******************************************************************
079500*    3200-RELEASE-ONE - TAG AND HAND ONE ACCOUNT TO THE SORT.
079600*    AN ACCOUNT WITH NO HIERARCHY ENTRY IS TAGGED "Z" SO IT
079700*    SORTS BEHIND EVERY REAL DIVISION AND IS LISTED ON ITS OWN.
079800******************************************************************
079900 3200-RELEASE-ONE.
080000
080100     MOVE SPACES         TO SORT-RECORD.
080200     MOVE BVW-ACCT-CODE  TO SRT-ACCT-CODE.
080300     MOVE BVW-MTD-BUDGET TO SRT-MTD-BUDGET.
080400     MOVE BVW-MTD-ACTUAL TO SRT-MTD-ACTUAL.
080500     MOVE BVW-YTD-BUDGET TO SRT-YTD-BUDGET.
080600     MOVE BVW-YTD-ACTUAL TO SRT-YTD-ACTUAL.
080700
080800     MOVE BVW-ACCT-CODE TO HWK-ACCT-CODE.
080900     READ SUMA-HWK
081000         INVALID KEY
081100             MOVE "Z"    TO SRT-MAP-FLAG
081200             MOVE "****" TO SRT-DIV-CODE
081300             MOVE "****" TO SRT-DEPT-CODE
081400             MOVE "* NOT IN HIERARCHY *" TO SRT-DIV-NAME
081500             MOVE "* NOT IN HIERARCHY *" TO SRT-DEPT-NAME
081600             ADD 1 TO WS-UNMAPPED-COUNT
081700         NOT INVALID KEY
081800             MOVE "A"           TO SRT-MAP-FLAG
081900             MOVE HWK-DIV-CODE  TO SRT-DIV-CODE
082000             MOVE HWK-DEPT-CODE TO SRT-DEPT-CODE
082100             MOVE HWK-DIV-NAME  TO SRT-DIV-NAME
082200             MOVE HWK-DEPT-NAME TO SRT-DEPT-NAME
082300     END-READ.
082400
082500     RELEASE SORT-RECORD.
082600
082700     PERFORM 3100-READ-SUMA-BVW THRU 3100-EXIT.
082800
082900 3200-EXIT.
083000     EXIT.
083100
083200******************************************************************
083300*    4000-ROLL-UP - SORT OUTPUT PROCEDURE.  TWO-LEVEL CONTROL
083400*    BREAK: DEPARTMENT INSIDE DIVISION, THEN THE GRAND TOTAL.
083500******************************************************************
083600 4000-ROLL-UP.
083700
083800     INITIALIZE WS-DEPT-AMOUNTS
083900                WS-DIV-AMOUNTS
084000                WS-GRAND-AMOUNTS.
084100
084200     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
084300
084400     PERFORM 4200-ACCUMULATE-ACCOUNT THRU 4200-EXIT
084500         UNTIL WS-SORT-EOF.
084600
084700     IF NOT WS-FIRST-RECORD
084800         PERFORM 4400-CLOSE-DEPT THRU 4400-EXIT
084900         PERFORM 4500-CLOSE-DIV  THRU 4500-EXIT
085000     END-IF.
085100
085200     PERFORM 4600-WRITE-GRAND-TOTAL THRU 4600-EXIT.
085300
085400 4000-RUP-EXIT.
085500     EXIT.
085600
085700******************************************************************
085800*    4100-RETURN-SORTED - GET THE NEXT RECORD FROM THE SORT
085900******************************************************************
086000 4100-RETURN-SORTED.
086100
086200     RETURN SORT-WORK
086300         AT END
086400             MOVE "Y" TO WS-SORT-EOF-SW
086500     END-RETURN.
086600
086700 4100-EXIT.
086800     EXIT.
086900
087000******************************************************************
087100*    4200-ACCUMULATE-ACCOUNT - ONE SORTED ACCOUNT, BREAKING ON
087200*    DIVISION AND DEPARTMENT AS THEY CHANGE
087300******************************************************************
087400 4200-ACCUMULATE-ACCOUNT.
087500
087600     EVALUATE TRUE
087700         WHEN WS-FIRST-RECORD
087800             PERFORM 4250-START-GROUPS THRU 4250-EXIT
087900             MOVE "N" TO WS-FIRST-SW
088000         WHEN SRT-DIV-CODE NOT = WS-PRIOR-DIV-CODE
088100             PERFORM 4400-CLOSE-DEPT THRU 4400-EXIT
088200             PERFORM 4500-CLOSE-DIV  THRU 4500-EXIT
088300             PERFORM 4250-START-GROUPS THRU 4250-EXIT
088400         WHEN SRT-DEPT-CODE NOT = WS-PRIOR-DEPT-CODE
088500             PERFORM 4400-CLOSE-DEPT THRU 4400-EXIT
088600             PERFORM 4250-START-GROUPS THRU 4250-EXIT
088700         WHEN OTHER
088800             CONTINUE
088900     END-EVALUATE.
089000
089100     PERFORM 4300-WRITE-ACCOUNT-LINE THRU 4300-EXIT.
089200
089300     ADD SRT-MTD-BUDGET TO WS-DEPT-MTD-BUDGET WS-DIV-MTD-BUDGET
089400                           WS-GRAND-MTD-BUDGET.
089500     ADD SRT-MTD-ACTUAL TO WS-DEPT-MTD-ACTUAL WS-DIV-MTD-ACTUAL
089600                           WS-GRAND-MTD-ACTUAL.
089700     ADD SRT-YTD-BUDGET TO WS-DEPT-YTD-BUDGET WS-DIV-YTD-BUDGET
089800                           WS-GRAND-YTD-BUDGET.
089900     ADD SRT-YTD-ACTUAL TO WS-DEPT-YTD-ACTUAL WS-DIV-YTD-ACTUAL
090000                           WS-GRAND-YTD-ACTUAL.
090100
090200     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
090300
090400 4200-EXIT.
090500     EXIT.
090600
090700******************************************************************
090800*    4250-START-GROUPS - REMEMBER THE NEW DIVISION AND
090900*    DEPARTMENT THE FOLLOWING ACCOUNTS BELONG TO AND PRINT THEIR
091000*    NAMES ABOVE THEM
091100******************************************************************
091200 4250-START-GROUPS.
091300
091400     MOVE SRT-DIV-CODE  TO WS-PRIOR-DIV-CODE.
091500     MOVE SRT-DIV-NAME  TO WS-PRIOR-DIV-NAME.
091600     MOVE SRT-DEPT-CODE TO WS-PRIOR-DEPT-CODE.
091700     MOVE SRT-DEPT-NAME TO WS-PRIOR-DEPT-NAME.
091800
091900     MOVE SRT-DIV-CODE  TO GRP-DIV-CODE.
092000     MOVE SRT-DIV-NAME  TO GRP-DIV-NAME.
092100     MOVE SRT-DEPT-CODE TO GRP-DEPT-CODE.
092200     MOVE SRT-DEPT-NAME TO GRP-DEPT-NAME.
092300
092400     MOVE WS-GROUP-LINE TO WS-PRINT-LINE.
092500     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
092600
092700 4250-EXIT.
092800     EXIT.
092900
093000******************************************************************
093100*    4300-WRITE-ACCOUNT-LINE - ONE ACCOUNT UNDER ITS GROUPS,
093200*    FLAGGED AND COUNTED WHEN OVER BUDGET
093300******************************************************************
093400 4300-WRITE-ACCOUNT-LINE.
093500
093600     MOVE SRT-MTD-BUDGET TO WS-FMT-MTD-BUDGET.
093700     MOVE SRT-MTD-ACTUAL TO WS-FMT-MTD-ACTUAL.
093800     MOVE SRT-YTD-BUDGET TO WS-FMT-YTD-BUDGET.
093900     MOVE SRT-YTD-ACTUAL TO WS-FMT-YTD-ACTUAL.
094000     PERFORM 4800-FORMAT-AMOUNTS THRU 4800-EXIT.
094100
094200     MOVE SPACES         TO DTL-ID-AREA.
094300     MOVE SRT-DIV-CODE   TO DTL-DIV-CODE.
094400     MOVE SRT-DEPT-CODE  TO DTL-DEPT-CODE.
094500     MOVE SRT-ACCT-CODE  TO DTL-ACCT-CODE.
094600
094700     ADD 1 TO WS-ACCOUNT-COUNT.
094800     IF WS-OVER-BUDGET
094900         ADD 1 TO WS-OVER-COUNT
095000     END-IF.
095100
095200     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
095300     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
095400
095500 4300-EXIT.
095600     EXIT.
095700
095800******************************************************************
095900*    4400-CLOSE-DEPT - DEPARTMENT SUBTOTAL LINE
096000******************************************************************
096100 4400-CLOSE-DEPT.
096200
096300     MOVE WS-DEPT-AMOUNTS TO WS-FMT-AMOUNTS.
096400     PERFORM 4800-FORMAT-AMOUNTS THRU 4800-EXIT.
096500
096600     MOVE SPACES             TO DTL-ID-AREA.
096700     MOVE "  DEPT    "       TO DTL-SUB-LABEL.
096800     MOVE WS-PRIOR-DEPT-CODE TO DTL-SUB-CODE.
096900
097000     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
097100     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
097200     MOVE SPACES TO WS-PRINT-LINE.
097300     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
097400
097500     INITIALIZE WS-DEPT-AMOUNTS.
097600
097700 4400-EXIT.
097800     EXIT.
097900
098000******************************************************************
098100*    4500-CLOSE-DIV - DIVISION SUBTOTAL LINE
098200******************************************************************
098300 4500-CLOSE-DIV.
098400
098500     MOVE WS-DIV-AMOUNTS TO WS-FMT-AMOUNTS.
098600     PERFORM 4800-FORMAT-AMOUNTS THRU 4800-EXIT.
098700
098800     MOVE SPACES             TO DTL-ID-AREA.
098900     MOVE "  DIVISION"       TO DTL-SUB-LABEL.
099000     MOVE WS-PRIOR-DIV-CODE  TO DTL-SUB-CODE.
099100
099200     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
099300     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
099400     MOVE SPACES TO WS-PRINT-LINE.
099500     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
099600
099700     INITIALIZE WS-DIV-AMOUNTS.
099800
099900 4500-EXIT.
100000     EXIT.
100100
100200******************************************************************
100300*    4600-WRITE-GRAND-TOTAL - GRAND TOTAL ACROSS EVERY DIVISION,
100400*    UNMAPPED ACCOUNTS INCLUDED
100500******************************************************************
100600 4600-WRITE-GRAND-TOTAL.
100700
100800     MOVE WS-GRAND-AMOUNTS TO WS-FMT-AMOUNTS.
100900     PERFORM 4800-FORMAT-AMOUNTS THRU 4800-EXIT.
101000
101100     MOVE SPACES             TO DTL-ID-AREA.
101200     MOVE "  GRAND   "       TO DTL-SUB-LABEL.
101300     MOVE "ALL "             TO DTL-SUB-CODE.
101400
101500     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
101600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
101700
101800 4600-EXIT.
101900     EXIT.
102000
102100******************************************************************
102200*    4800-FORMAT-AMOUNTS - EDIT THE MONTH AND YEAR-TO-DATE
102300*    BUDGET AND ACTUAL IN WS-FMT-AMOUNTS INTO THE DETAIL LINE,
102400*    WITH VARIANCE, VARIANCE PERCENT AND THE OVER-BUDGET FLAG
102500******************************************************************
102600 4800-FORMAT-AMOUNTS.
102700
102800     MOVE "N" TO WS-OVER-SW.
102900
103000     MOVE WS-FMT-MTD-BUDGET TO WS-VAR-BUDGET.
103100     MOVE WS-FMT-MTD-ACTUAL TO WS-VAR-ACTUAL.
103200     PERFORM 4850-COMPUTE-VARIANCE THRU 4850-EXIT.
103300     MOVE WS-VAR-BUDGET TO DTL-MTD-BUDGET.
103400     MOVE WS-VAR-ACTUAL TO DTL-MTD-ACTUAL.
103500     MOVE WS-VAR-AMOUNT TO DTL-MTD-VARIANCE.
103600     MOVE WS-VAR-PCT-X  TO DTL-MTD-PCT.
103700
103800     MOVE WS-FMT-YTD-BUDGET TO WS-VAR-BUDGET.
103900     MOVE WS-FMT-YTD-ACTUAL TO WS-VAR-ACTUAL.
104000     PERFORM 4850-COMPUTE-VARIANCE THRU 4850-EXIT.
104100     MOVE WS-VAR-BUDGET TO DTL-YTD-BUDGET.
104200     MOVE WS-VAR-ACTUAL TO DTL-YTD-ACTUAL.
104300     MOVE WS-VAR-AMOUNT TO DTL-YTD-VARIANCE.
104400     MOVE WS-VAR-PCT-X  TO DTL-YTD-PCT.
104500
104600     IF WS-OVER-BUDGET
104700         MOVE "OVER" TO DTL-FLAG
104800     ELSE
104900         MOVE SPACES TO DTL-FLAG
105000     END-IF.
105100
105200 4800-EXIT.
105300     EXIT.
105400
105500******************************************************************
105600*    4850-COMPUTE-VARIANCE - VARIANCE AND VARIANCE PERCENT OF
105700*    ONE BUDGET / ACTUAL PAIR.  THE PERCENT IS OF THE BUDGET'S
105800*    SIZE, SO IT IS BLANK AGAINST A ZERO BUDGET AND CAPPED AT
105900*    THE WIDTH OF THE COLUMN.  THE PAIR IS OVER BUDGET WHEN THE
106000*    VARIANCE EXCEEDS THE TOLERANCE PERCENT OF THE BUDGET.
106100******************************************************************
106200 4850-COMPUTE-VARIANCE.
106300
106400     COMPUTE WS-VAR-AMOUNT = WS-VAR-ACTUAL - WS-VAR-BUDGET
106500     END-COMPUTE.
106600
106700     IF WS-VAR-BUDGET < ZERO
106800         COMPUTE WS-VAR-ABS-BUDGET = ZERO - WS-VAR-BUDGET
106900         END-COMPUTE
107000     ELSE
107100         MOVE WS-VAR-BUDGET TO WS-VAR-ABS-BUDGET
107200     END-IF.
107300
107400     IF WS-VAR-AMOUNT > ZERO
107500         AND WS-VAR-AMOUNT * 100 > WS-VAR-ABS-BUDGET * WS-TOL-PCT
107600         MOVE "Y" TO WS-OVER-SW
107700     END-IF.
107800
107900     IF WS-VAR-ABS-BUDGET = ZERO
108000         MOVE SPACES TO WS-VAR-PCT-X
108100         GO TO 4850-EXIT
108200     END-IF.
108300
108400     COMPUTE WS-VAR-PCT ROUNDED =
108500         WS-VAR-AMOUNT * 100 / WS-VAR-ABS-BUDGET
108600     END-COMPUTE.
108700
108800     IF WS-VAR-PCT > 9999.9
108900         MOVE 9999.9 TO WS-VAR-PCT
109000     END-IF.
109100     IF WS-VAR-PCT < -9999.9
109200         MOVE -9999.9 TO WS-VAR-PCT
109300     END-IF.
109400
109500     MOVE WS-VAR-PCT TO WS-VAR-PCT-EDIT.
109600
109700 4850-EXIT.
109800     EXIT.
109900
110000******************************************************************
110100*    7000-WRITE-LINE - WRITE ONE REPORT LINE, BREAKING TO A NEW
110200*    PAGE WHEN THE CURRENT ONE IS FULL
110300******************************************************************
110400 7000-WRITE-LINE.
110500
110600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
110700         PERFORM 7100-PAGE-HEADING THRU 7100-EXIT
110800     END-IF.
110900
111000     WRITE SUMA-BVR-RECORD FROM WS-PRINT-LINE
111100         AFTER ADVANCING 1 LINE.
111200     PERFORM 7900-CHECK-BVR-STATUS THRU 7900-EXIT.
111300     ADD 1 TO WS-LINE-COUNT.
111400
111500 7000-EXIT.
111600     EXIT.
111700
111800******************************************************************
111900*    7100-PAGE-HEADING - THROW A PAGE AND PRINT THE HEADING BLOCK
112000******************************************************************
112100 7100-PAGE-HEADING.
112200
112300     ADD 1 TO WS-PAGE-NBR.
112400     MOVE WS-PAGE-NBR TO HD1-PAGE-NBR.
112500
112600     WRITE SUMA-BVR-RECORD FROM WS-HDG-LINE-1
112700         AFTER ADVANCING PAGE.
112800     PERFORM 7900-CHECK-BVR-STATUS THRU 7900-EXIT.
112900
113000     WRITE SUMA-BVR-RECORD FROM WS-HDG-SPAN
113100         AFTER ADVANCING 2 LINES.
113200     PERFORM 7900-CHECK-BVR-STATUS THRU 7900-EXIT.
113300
113400     WRITE SUMA-BVR-RECORD FROM WS-HDG-COLS
113500         AFTER ADVANCING 1 LINE.
113600     PERFORM 7900-CHECK-BVR-STATUS THRU 7900-EXIT.
113700
113800     MOVE SPACES TO SUMA-BVR-RECORD.
113900     WRITE SUMA-BVR-RECORD
114000         AFTER ADVANCING 1 LINE.
114100     PERFORM 7900-CHECK-BVR-STATUS THRU 7900-EXIT.
114200
114300     MOVE 5 TO WS-LINE-COUNT.
114400
114500 7100-EXIT.
114600     EXIT.
114700
114800******************************************************************
114900*    7900-CHECK-BVR-STATUS - ABEND ON A FAILED REPORT WRITE
115000******************************************************************
115100 7900-CHECK-BVR-STATUS.
115200
115300     IF NOT WS-SUMA-BVR-OK
115400         MOVE "SUMA-BVR" TO WS-FATAL-FILE-ID
115500         MOVE WS-SUMA-BVR-STATUS TO WS-FATAL-STATUS
115600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
115700     END-IF.
115800
115900 7900-EXIT.
116000     EXIT.
116100
116200******************************************************************
116300*    8000-PRINT-TOTALS - RUN COUNTS ON THE REPORT AND CONSOLE,
116400*    AND THE WARNING RETURN CODE WHEN ANY ACCOUNT IS OVER
116500******************************************************************
116600 8000-PRINT-TOTALS.
116700
116800     MOVE SPACES TO WS-PRINT-LINE.
116900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
117000
117100     MOVE "TOLERANCE PERCENT.......:" TO TOT-LABEL.
117200     MOVE WS-TOL-PCT TO TOT-VALUE.
117300     MOVE WS-TOT-LINE TO WS-PRINT-LINE.
117400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
117500
117600     MOVE "BUDGETS IN YEAR TO DATE.:" TO TOT-LABEL.
117700     MOVE WS-BUD-USED-COUNT TO TOT-VALUE.
117800     MOVE WS-TOT-LINE TO WS-PRINT-LINE.
117900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
118000
118100     MOVE "POSTINGS IN YEAR TO DATE:" TO TOT-LABEL.
118200     MOVE WS-AUD-USED-COUNT TO TOT-VALUE.
118300     MOVE WS-TOT-LINE TO WS-PRINT-LINE.
118400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
118500
118600     MOVE "ACCOUNTS REPORTED.......:" TO TOT-LABEL.
118700     MOVE WS-ACCOUNT-COUNT TO TOT-VALUE.
118800     MOVE WS-TOT-LINE TO WS-PRINT-LINE.
118900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
119000
119100     MOVE "ACCOUNTS OVER BUDGET....:" TO TOT-LABEL.
119200     MOVE WS-OVER-COUNT TO TOT-VALUE.
119300     MOVE WS-TOT-LINE TO WS-PRINT-LINE.
119400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
119500
119600     DISPLAY "SUMABVAR - BUDGETS READ........: "
119700         WS-BUD-READ-COUNT.
119800     DISPLAY "SUMABVAR - AUDIT RECORDS READ..: "
119900         WS-AUD-READ-COUNT.
120000     DISPLAY "SUMABVAR - ARCHIVE RECORDS READ: "
120100         WS-ARC-READ-COUNT.
120200     DISPLAY "SUMABVAR - ACCOUNTS REPORTED...: " WS-ACCOUNT-COUNT.
120300     DISPLAY "SUMABVAR - ACCOUNTS OVER BUDGET: " WS-OVER-COUNT.
120400
120500     IF WS-UNMAPPED-COUNT > ZERO
120600         DISPLAY "SUMABVAR - ACCOUNTS NOT IN HIERARCHY: "
120700             WS-UNMAPPED-COUNT
120800     END-IF.
120900
121000     IF WS-OVER-COUNT > ZERO
121100         MOVE 8 TO RETURN-CODE
121200     END-IF.
121300
121400 8000-EXIT.
121500     EXIT.
121600
121700******************************************************************
121800*    9000-TERMINATE - CLOSE THE FILES
121900******************************************************************
122000 9000-TERMINATE.
122100
122200     CLOSE SUMA-BUD
122300           SUMA-AUD
122400           SUMA-HWK
122500           SUMA-BVW
122600           SUMA-BVR.
122700
122800     IF WS-ARC-AVAIL
122900         CLOSE SUMA-ARC
123000     END-IF.
123100
123200 9000-EXIT.
123300     EXIT.
123400
123500******************************************************************
123600*    9500-ABEND-RUN - DISPLAY A FATAL I/O STATUS AND STOP THE JOB
123700******************************************************************
123800 9500-ABEND-RUN.
123900
124000     DISPLAY "SUMABVAR - JOB TERMINATED, FILE " WS-FATAL-FILE-ID
124100         " FILE STATUS " WS-FATAL-STATUS.
124200     MOVE 16 TO RETURN-CODE.
124300     STOP RUN.
124400
124500 9500-EXIT.
124600     EXIT.
