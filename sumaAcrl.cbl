000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUMAACRL.
000300 AUTHOR.        J MARTINEZ QUIROGA.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800******************************************************************
000900*    SUMAACRL
001000*
001100*    BALANCE-DRIVEN INTEREST AND FEE ACCRUAL GENERATOR.  LOADS
001200*    THE ACTIVE ENTRIES OF THE SUMA-ACR RATE TABLE EFFECTIVE ON
001300*    THE ACCRUAL DATE, THEN WALKS THE SUMA-BAL BALANCE MASTER
001400*    AND FOR EACH ACCOUNT TAKES ITS BEST INTEREST ENTRY AND ITS
001500*    BEST FEE ENTRY - AN ENTRY FOR THE ACCOUNT ITSELF, FAILING
001600*    THAT THE LONGEST MATCHING CLASS PREFIX.
001700*
001800*    INTEREST IS BALANCE X RATE / 100 X DAYS / DAY BASIS ON A
001900*    CREDIT BALANCE AT OR ABOVE THE ENTRY'S MINIMUM.  A FEE IS
002000*    THE FLAT FEE PLUS, WHEN A RATE IS GIVEN, THE SAME FORMULA
002100*    ON THE SHORTFALL, CHARGED ON A BALANCE BELOW THE MINIMUM.
002200*    THE FIGURE IS ROUNDED TO THE CENT BY THE SUMACALC ROUTINE
002300*    IN THE SUMA-PRM ROUNDING MODE, SO AN ACCRUAL ROUNDS THE
002400*    SAME WAY AS EVERY OTHER RESULT SUMACOBOL POSTS.
002500*
002600*    THE OUTPUT IS A COMPLETE SUMA-IN BATCH GROUP (SUMA-ACB) OF
002700*    DETAIL RECORDS AGAINST EACH ACCOUNT - INTEREST AS AN "A"
002800*    DETAIL OF THE AMOUNT AND ZERO, A FEE AS AN "S" DETAIL OF
002900*    ZERO AND THE AMOUNT - UNDER A GENERATED HEADER CARRYING THE
003000*    RUN ID FROM THE COMMAND LINE AND A TRAILER WHOSE RECORD
003100*    COUNT AND HASH TOTAL ARE COMPUTED THE SAME WAY SUMACOBOL
003200*    RECONCILES THEM, EXACTLY AS SUMASGEN BUILDS ITS GENERATED
003300*    BATCHES.  THE ACCRUAL REGISTER (SUMA-ACP) SHOWS EVERY
003400*    ACCOUNT A RATE ENTRY REACHES WITH ITS BALANCE, RATE, DAYS,
003500*    DAY BASIS, AND COMPUTED AMOUNT, AND THE BATCH CONTROLS, SO
003600*    THE FIGURES CAN BE CHECKED BEFORE THE BATCH IS RELEASED TO
003700*    SUMACOBOL.
003800*
003900*    A RATE ENTRY THAT CANNOT BE USED - BAD SCOPE OR KIND, NO
004000*    ACCOUNT OR CLASS, NON-NUMERIC FIGURES, A DAY BASIS OTHER
004100*    THAN 360 OR 365, NOTHING TO CHARGE, A DUPLICATE - IS LISTED
004200*    AS REJECTED AT THE HEAD OF THE REGISTER, AND AN ACCRUAL TOO
004300*    LARGE FOR A DETAIL RECORD IS LISTED AND LEFT OUT OF THE
004400*    BATCH.  EITHER ENDS THE JOB WITH RETURN CODE 8, THOUGH THE
004500*    BATCH BUILT FROM THE GOOD ENTRIES STILL STANDS.
004600*
004700*    COMMAND LINE: NEW RUN ID (REQUIRED), THE ACCRUAL DATE AS
004800*    YYYYMMDD (OPTIONAL, DEFAULT TODAY), AND THE NUMBER OF DAYS
004900*    TO ACCRUE (OPTIONAL, DEFAULT THE ACCRUAL DATE'S DAY OF THE
005000*    MONTH, SO A MONTH-END RUN ACCRUES THE WHOLE MONTH).
005100*
005200*    MODIFICATION HISTORY
005300*    DATE       INIT DESCRIPTION
005400*    ---------- ---- ------------------------------------------
005500*    2026-10-15 JMQ  INITIAL VERSION.
005600******************************************************************
005700
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT SUMA-PRM ASSIGN TO "SUMAPRM"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-SUMA-PRM-STATUS.
006400
006500     SELECT SUMA-ACR ASSIGN TO "SUMAACR"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-SUMA-ACR-STATUS.
006800
006900     SELECT SUMA-BAL ASSIGN TO "SUMABAL"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS SBM-ACCT-CODE
007300         FILE STATUS IS WS-SUMA-BAL-STATUS.
007400
007500     SELECT SUMA-ACB ASSIGN TO "SUMAACB"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-SUMA-ACB-STATUS.
007800
007900     SELECT SUMA-ACP ASSIGN TO "SUMAACP"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-SUMA-ACP-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500
008600 FD  SUMA-PRM
008700     RECORDING MODE IS F.
008800     COPY SUMAPRM.
008900
009000 FD  SUMA-ACR
009100     RECORDING MODE IS F.
009200     COPY SUMAACR.
009300
009400 FD  SUMA-BAL.
009500     COPY SUMABAL.
009600
009700 FD  SUMA-ACB
009800     RECORDING MODE IS F.
009900     COPY SUMAIN.
010000
010100 FD  SUMA-ACP
010200     RECORDING MODE IS F.
010300 01  SUMA-ACP-RECORD                PIC X(132).
010400
010500 WORKING-STORAGE SECTION.
010600
010700 01  WS-SUMA-PRM-STATUS             PIC X(02)  VALUE "00".
010800     88  WS-SUMA-PRM-OK                        VALUE "00".
010900
011000 01  WS-SUMA-ACR-STATUS             PIC X(02)  VALUE "00".
011100     88  WS-SUMA-ACR-OK                        VALUE "00".
011200
011300 01  WS-SUMA-BAL-STATUS             PIC X(02)  VALUE "00".
011400     88  WS-SUMA-BAL-OK                        VALUE "00".
011500
011600 01  WS-SUMA-ACB-STATUS             PIC X(02)  VALUE "00".
011700     88  WS-SUMA-ACB-OK                        VALUE "00".
011800
011900 01  WS-SUMA-ACP-STATUS             PIC X(02)  VALUE "00".
012000     88  WS-SUMA-ACP-OK                        VALUE "00".
012100
012200 01  WS-FATAL-FILE-ID               PIC X(08)  VALUE SPACES.
012300 01  WS-FATAL-STATUS                PIC X(02)  VALUE SPACES.
012400
012500 01  WS-PARM-LINE                   PIC X(80)  VALUE SPACES.
012600 01  WS-NEW-RUN-ID                  PIC X(08)  VALUE SPACES.
012700 01  WS-DATE-PARM                   PIC X(08)  VALUE SPACES.
012800 01  WS-DATE-PARM-N REDEFINES WS-DATE-PARM
012900                                    PIC 9(08).
013000 01  WS-DAYS-PARM                   PIC X(03)  VALUE SPACES.
013100 01  WS-DAYS-PARM-N REDEFINES WS-DAYS-PARM
013200                                    PIC 9(03).
013300 01  WS-DAYS-PARM-TL REDEFINES WS-DAYS-PARM.
013400     05  WS-DAYS-HEAD               PIC X(02).
013500     05  WS-DAYS-TAIL               PIC X(01).
013600 01  WS-DAYS-PARM-LD REDEFINES WS-DAYS-PARM.
013700     05  WS-DAYS-LEAD               PIC X(01).
013800     05  WS-DAYS-REST               PIC X(02).
013900 01  WS-DAYS-HOLD                   PIC X(02)  VALUE SPACES.
014000
014100 01  WS-RUN-DATE                    PIC X(08)  VALUE SPACES.
014200 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
014300     05  WS-RUN-PERIOD              PIC X(06).
014400     05  WS-RUN-DAY                 PIC 9(02).
014500
014600 01  WS-ACCRUAL-DAYS       PIC 9(03)  COMP      VALUE ZERO.
014700 01  WS-ROUND-MODE         PIC X(01)            VALUE "N".
014800
014900 01  WS-SWITCHES.
015000     05  WS-ACR-EOF-SW              PIC X(01)  VALUE "N".
015100         88  WS-ACR-EOF                        VALUE "Y".
015200     05  WS-BAL-EOF-SW              PIC X(01)  VALUE "N".
015300         88  WS-BAL-EOF                        VALUE "Y".
015400     05  WS-ENTRY-BAD-SW            PIC X(01)  VALUE "N".
015500         88  WS-ENTRY-BAD                      VALUE "Y".
015600         88  WS-ENTRY-GOOD                     VALUE "N".
015700     05  WS-ACCRUAL-BAD-SW          PIC X(01)  VALUE "N".
015800         88  WS-ACCRUAL-BAD                    VALUE "Y".
015900         88  WS-ACCRUAL-GOOD                   VALUE "N".
016000
016100 01  WS-ENTRY-REASON                PIC X(30)  VALUE SPACES.
016200 01  WS-ACCRUAL-NOTE                PIC X(22)  VALUE SPACES.
016300
016400******************************************************************
016500*    THE EFFECTIVE RATE TABLE.  RTE-KEY-LEN IS THE LENGTH OF A
016600*    CLASS PREFIX; AN ACCOUNT ENTRY CARRIES 9 SO IT OUTRANKS
016700*    EVERY CLASS WHEN THE BEST ENTRY IS CHOSEN.
016800******************************************************************
016900 01  WS-RX                 PIC 9(03)  COMP      VALUE ZERO.
017000 01  WS-FOUND-RX           PIC 9(03)  COMP      VALUE ZERO.
017100 01  WS-FOUND-RANK         PIC 9(02)  COMP      VALUE ZERO.
017200 01  WS-KEY-LEN            PIC 9(02)  COMP      VALUE ZERO.
017300 01  WS-RATE-COUNT         PIC 9(03)  COMP      VALUE ZERO.
017400 01  WS-RATE-MAX           PIC 9(03)  COMP      VALUE 500.
017500 01  WS-FIND-KIND          PIC X(01)            VALUE SPACE.
017600
017700 01  WS-RATE-TABLE.
017800     05  WS-RATE-ENTRY OCCURS 500 TIMES.
017900         10  RTE-ENTRY-NBR          PIC 9(07)  COMP.
018000         10  RTE-SCOPE              PIC X(01).
018100         10  RTE-KEY                PIC X(08).
018200         10  RTE-KEY-LEN            PIC 9(02)  COMP.
018300         10  RTE-KIND               PIC X(01).
018400         10  RTE-RATE               PIC 9(03)V9(04).
018500         10  RTE-DAY-BASIS          PIC 9(03).
018600         10  RTE-MIN-BALANCE        PIC S9(11)V99 COMP-3.
018700         10  RTE-FEE-AMOUNT         PIC 9(07)V99  COMP-3.
018800
018900******************************************************************
019000*    ACCRUAL ARITHMETIC.  SUMACALC TAKES S9(7)V99 OPERANDS, SO
019100*    THE RAW FIGURE IS SPLIT: THE PART ABOVE THE FIRST DECIMAL
019200*    NEEDS NO ROUNDING, AND THE REMAINING FRACTION (UNDER 0.1)
019300*    IS SCALED UP BY A MILLION AND DIVIDED BACK DOWN BY THE
019400*    ROUTINE, WHICH ROUNDS IT TO THE CENT IN THE SUMA-PRM MODE.
019500*    THE FRACTION DECIDES THE CENTS DIGIT, SO HALF-EVEN ROUNDING
019600*    LOOKS AT THE SAME DIGIT IT WOULD ON THE WHOLE FIGURE.
019700******************************************************************
019800 01  WS-BASE-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
019900 01  WS-RAW-AMOUNT         PIC S9(10)V9(08) COMP-3 VALUE ZERO.
020000 01  WS-RAW-WHOLE          PIC S9(10)V9  COMP-3 VALUE ZERO.
020100 01  WS-RAW-FRACTION       PIC S9(01)V9(08) COMP-3 VALUE ZERO.
020200 01  WS-ACCRUED-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.
020300 01  WS-DETAIL-LIMIT       PIC S9(13)V99 COMP-3 VALUE 9999999.99.
020400
020500 01  WS-CALC-NUM1          PIC S9(7)V99         VALUE ZERO.
020600 01  WS-CALC-NUM2          PIC S9(7)V99         VALUE 1000000.
020700 01  WS-CALC-OPER-CODE     PIC X(01)            VALUE "D".
020800 01  WS-CALC-RESUL         PIC S9(10)V99        VALUE ZERO.
020900 01  WS-CALC-RETURN-CODE   PIC X(01)  VALUE "0".
021000     88  WS-CALC-OK                    VALUE "0".
021100
021200 01  WS-ACR-READ-COUNT     PIC 9(07)  COMP      VALUE ZERO.
021300 01  WS-NOT-EFF-COUNT      PIC 9(07)  COMP      VALUE ZERO.
021400 01  WS-REJECT-COUNT       PIC 9(07)  COMP      VALUE ZERO.
021500 01  WS-BAL-READ-COUNT     PIC 9(07)  COMP      VALUE ZERO.
021600 01  WS-NO-RATE-COUNT      PIC 9(07)  COMP      VALUE ZERO.
021700 01  WS-NIL-COUNT          PIC 9(07)  COMP      VALUE ZERO.
021800 01  WS-NOT-POSTED-COUNT   PIC 9(07)  COMP      VALUE ZERO.
021900 01  WS-INTEREST-COUNT     PIC 9(07)  COMP      VALUE ZERO.
022000 01  WS-FEE-COUNT          PIC 9(07)  COMP      VALUE ZERO.
022100 01  WS-DETAIL-COUNT       PIC 9(07)  COMP      VALUE ZERO.
022200 01  WS-HASH-TOTAL         PIC S9(09)V99 COMP-3 VALUE ZERO.
022300 01  WS-INTEREST-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
022400 01  WS-FEE-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
022500 01  WS-MATCHED-SW         PIC X(01)            VALUE "N".
022600     88  WS-ACCOUNT-MATCHED                     VALUE "Y".
022700
022800 01  WS-PAGE-NBR           PIC 9(04)  COMP      VALUE ZERO.
022900 01  WS-LINE-COUNT         PIC 9(02)  COMP      VALUE ZERO.
023000 01  WS-LINES-PER-PAGE     PIC 9(02)  COMP      VALUE 56.
023100
023200 01  WS-PRINT-LINE                  PIC X(132) VALUE SPACES.
023300
023400 01  WS-HDG-LINE-1.
023500     05  FILLER                     PIC X(10)  VALUE "SUMAACRL".
023600     05  FILLER                     PIC X(36)
023700         VALUE "INTEREST AND FEE ACCRUAL REGISTER".
023800     05  FILLER                     PIC X(04)  VALUE "RUN ".
023900     05  HD1-RUN-ID                 PIC X(08).
024000     05  FILLER                     PIC X(08)  VALUE "  DATED ".
024100     05  HD1-RUN-DATE               PIC X(08).
024200     05  FILLER                     PIC X(07)  VALUE "  DAYS ".
024300     05  HD1-DAYS                   PIC ZZ9.
024400     05  FILLER                     PIC X(08)  VALUE "   PAGE ".
024500     05  HD1-PAGE-NBR               PIC ZZZ9.
024600     05  FILLER                     PIC X(36)  VALUE SPACES.
024700
024800 01  WS-HDG-COLS.
024900     05  FILLER                     PIC X(02)  VALUE SPACES.
025000     05  FILLER                     PIC X(10)  VALUE "ACCOUNT".
025100     05  FILLER                     PIC X(10)  VALUE "KIND".
025200     05  FILLER                     PIC X(18)  VALUE "RATE ENTRY".
025300     05  FILLER                     PIC X(23)
025400         VALUE "              BALANCE".
025500     05  FILLER                     PIC X(10)  VALUE "    RATE".
025600     05  FILLER                     PIC X(06)  VALUE "DAYS".
025700     05  FILLER                     PIC X(06)  VALUE "YEAR".
025800     05  FILLER                     PIC X(23)
025900         VALUE "       ACCRUED AMOUNT".
026000     05  FILLER                     PIC X(24)  VALUE "NOTE".
026100
026200 01  WS-DETAIL-LINE.
026300     05  FILLER                     PIC X(02)  VALUE SPACES.
026400     05  DTL-ACCT-CODE              PIC X(08).
026500     05  FILLER                     PIC X(02)  VALUE SPACES.
026600     05  DTL-KIND-DESC              PIC X(08).
026700     05  FILLER                     PIC X(02)  VALUE SPACES.
026800     05  DTL-SCOPE-DESC             PIC X(07).
026900     05  FILLER                     PIC X(01)  VALUE SPACE.
027000     05  DTL-RATE-KEY               PIC X(08).
027100     05  FILLER                     PIC X(02)  VALUE SPACES.
027200     05  DTL-BALANCE
027300         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
027400     05  FILLER                     PIC X(02)  VALUE SPACES.
027500     05  DTL-RATE                   PIC ZZ9.9999.
027600     05  FILLER                     PIC X(02)  VALUE SPACES.
027700     05  DTL-DAYS                   PIC ZZZ9.
027800     05  FILLER                     PIC X(02)  VALUE SPACES.
027900     05  DTL-DAY-BASIS              PIC ZZZ9.
028000     05  FILLER                     PIC X(02)  VALUE SPACES.
028100     05  DTL-AMOUNT
028200         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
028300     05  FILLER                     PIC X(02)  VALUE SPACES.
028400     05  DTL-NOTE                   PIC X(22).
028500     05  FILLER                     PIC X(02)  VALUE SPACES.
028600
028700 01  WS-REJECT-LINE.
028800     05  FILLER                     PIC X(02)  VALUE SPACES.
028900     05  FILLER                     PIC X(11)
029000         VALUE "RATE ENTRY ".
029100     05  REJ-ENTRY-NBR              PIC ZZZZZZ9.
029200     05  FILLER                     PIC X(13)
029300         VALUE "  REJECTED - ".
029400     05  REJ-SCOPE                  PIC X(01).
029500     05  FILLER                     PIC X(01)  VALUE SPACE.
029600     05  REJ-ACCT-CODE              PIC X(08).
029700     05  FILLER                     PIC X(01)  VALUE SPACE.
029800     05  REJ-KIND                   PIC X(01).
029900     05  FILLER                     PIC X(02)  VALUE SPACES.
030000     05  REJ-REASON                 PIC X(30).
030100     05  FILLER                     PIC X(55)  VALUE SPACES.
030200
030300 01  WS-TIE-LINE.
030400     05  FILLER                     PIC X(02)  VALUE SPACES.
030500     05  TIE-LABEL                  PIC X(28).
030600     05  TIE-VALUE
030700         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
030800     05  FILLER                     PIC X(81)  VALUE SPACES.
030900
031000 01  WS-COUNT-LINE.
031100     05  FILLER                     PIC X(02)  VALUE SPACES.
031200     05  CNT-LABEL                  PIC X(28).
031300     05  FILLER                     PIC X(10)  VALUE SPACES.
031400     05  CNT-VALUE                  PIC ZZZ,ZZZ,ZZ9.
031500     05  FILLER                     PIC X(81)  VALUE SPACES.
031600
031700 PROCEDURE DIVISION.
031800
031900******************************************************************
032000*    0000-MAINLINE - LOAD THE RATE TABLE, ACCRUE AGAINST EVERY
032100*    BALANCE, AND CLOSE THE GENERATED BATCH
032200******************************************************************
032300 0000-MAINLINE.
032400
032500     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
032600
032700     PERFORM 2000-LOAD-RATES        THRU 2000-EXIT.
032800
032900     PERFORM 3000-ACCRUE-BALANCES   THRU 3000-EXIT.
033000
033100     PERFORM 5000-WRITE-TRAILER     THRU 5000-EXIT.
033200
033300     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
033400
033500     IF WS-REJECT-COUNT > ZERO
033600         OR WS-NOT-POSTED-COUNT > ZERO
033700         MOVE 8 TO RETURN-CODE
033800     END-IF.
033900
034000     STOP RUN.
034100
034200******************************************************************
034300*    1000-INITIALIZE - PICK UP THE RUN ID, DATE, AND DAYS, THE
034400*    ROUNDING MODE, OPEN THE FILES, AND WRITE THE GENERATED
034500*    BATCH HEADER
034600******************************************************************
034700 1000-INITIALIZE.
034800
034900     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
035000     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
035100         INTO WS-NEW-RUN-ID WS-DATE-PARM WS-DAYS-PARM.
035200
035300     IF WS-NEW-RUN-ID = SPACES
035400         DISPLAY "SUMAACRL - NEW RUN ID PARAMETER IS REQUIRED"
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
036600             DISPLAY "SUMAACRL - INVALID ACCRUAL DATE: "
036700                 WS-DATE-PARM
036800             MOVE "PARM    " TO WS-FATAL-FILE-ID
036900             MOVE "NN"       TO WS-FATAL-STATUS
037000             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
037100         END-IF
037200     END-IF.
037300
037400     IF WS-DAYS-PARM = SPACES
037500         MOVE WS-RUN-DAY TO WS-ACCRUAL-DAYS
037600     ELSE
037700         PERFORM 1100-JUSTIFY-DAYS-PARM THRU 1100-EXIT
037800         IF WS-DAYS-PARM-N IS NUMERIC
037900             MOVE WS-DAYS-PARM-N TO WS-ACCRUAL-DAYS
038000         ELSE
038100             MOVE ZERO TO WS-ACCRUAL-DAYS
038200         END-IF
038300     END-IF.
038400
038500     IF WS-ACCRUAL-DAYS < 1 OR WS-ACCRUAL-DAYS > 366
038600         DISPLAY "SUMAACRL - INVALID NUMBER OF DAYS: "
038700             WS-DAYS-PARM
038800         MOVE "PARM    " TO WS-FATAL-FILE-ID
038900         MOVE "NN"       TO WS-FATAL-STATUS
039000         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
039100     END-IF.
039200
039300     MOVE WS-NEW-RUN-ID   TO HD1-RUN-ID.
039400     MOVE WS-RUN-DATE     TO HD1-RUN-DATE.
039500     MOVE WS-ACCRUAL-DAYS TO HD1-DAYS.
039600
039700     OPEN INPUT SUMA-PRM.
039800     IF WS-SUMA-PRM-OK
039900         PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT
040000         CLOSE SUMA-PRM
040100     END-IF.
040200
040300     OPEN INPUT SUMA-ACR.
040400     IF NOT WS-SUMA-ACR-OK
040500         MOVE "SUMA-ACR" TO WS-FATAL-FILE-ID
040600         MOVE WS-SUMA-ACR-STATUS TO WS-FATAL-STATUS
040700         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
040800     END-IF.
040900
041000     OPEN INPUT SUMA-BAL.
041100     IF NOT WS-SUMA-BAL-OK
041200         MOVE "SUMA-BAL" TO WS-FATAL-FILE-ID
041300         MOVE WS-SUMA-BAL-STATUS TO WS-FATAL-STATUS
041400         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
041500     END-IF.
041600
041700     OPEN OUTPUT SUMA-ACB.
041800     IF NOT WS-SUMA-ACB-OK
041900         MOVE "SUMA-ACB" TO WS-FATAL-FILE-ID
042000         MOVE WS-SUMA-ACB-STATUS TO WS-FATAL-STATUS
042100         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
042200     END-IF.
042300
042400     OPEN OUTPUT SUMA-ACP.
042500     IF NOT WS-SUMA-ACP-OK
042600         MOVE "SUMA-ACP" TO WS-FATAL-FILE-ID
042700         MOVE WS-SUMA-ACP-STATUS TO WS-FATAL-STATUS
042800         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
042900     END-IF.
043000
043100     MOVE SPACES        TO SUMA-IN-RECORD.
043200     MOVE "H"           TO SIR-RECORD-TYPE.
043300     MOVE WS-RUN-DATE   TO SIH-RUN-DATE.
043400     MOVE WS-NEW-RUN-ID TO SIH-RUN-ID.
043500     PERFORM 4900-WRITE-SUMA-ACB THRU 4900-EXIT.
043600
043700     DISPLAY "SUMAACRL - GENERATING ACCRUAL RUN "
043800         WS-NEW-RUN-ID " DATED " WS-RUN-DATE
043900         " FOR " WS-ACCRUAL-DAYS " DAYS, ROUNDING MODE "
044000         WS-ROUND-MODE.
044100
044200     PERFORM 7100-PAGE-HEADING THRU 7100-EXIT.
044300
044400 1000-EXIT.
044500     EXIT.
044600
044700******************************************************************
044800*    1100-JUSTIFY-DAYS-PARM - THE UNSTRING LEAVES A SHORT PARM
044900*    LEFT-JUSTIFIED, SO "30" ARRIVES AS "30 ".  SHIFT THE DIGITS
045000*    INTO THE LOW-ORDER POSITIONS AND ZERO-FILL THE LEAD SO THE
045100*    NATURAL FORM PASSES THE NUMERIC EDIT.  THE CALLER HAS RULED
045200*    OUT AN ALL-SPACES PARM.
045300******************************************************************
045400 1100-JUSTIFY-DAYS-PARM.
045500
045600     PERFORM 1110-SHIFT-DAYS-PARM THRU 1110-EXIT
045700         UNTIL WS-DAYS-TAIL NOT = SPACE.
045800
045900     INSPECT WS-DAYS-PARM REPLACING LEADING " " BY "0".
046000
046100 1100-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500*    1110-SHIFT-DAYS-PARM - SHIFT THE PARM RIGHT ONE POSITION
046600******************************************************************
046700 1110-SHIFT-DAYS-PARM.
046800
046900     MOVE WS-DAYS-HEAD TO WS-DAYS-HOLD.
047000     MOVE WS-DAYS-HOLD TO WS-DAYS-REST.
047100     MOVE SPACE        TO WS-DAYS-LEAD.
047200
047300 1110-EXIT.
047400     EXIT.
047500
047600******************************************************************
047700*    1200-LOAD-PARAMETERS - TAKE THE ROUNDING MODE FROM THE
047800*    SUMA-PRM CONTROL RECORD.  WITH NO CONTROL RECORD THE MODE
047900*    STAYS NEAREST-AWAY, AS IT DOES IN SUMACOBOL.
048000******************************************************************
048100 1200-LOAD-PARAMETERS.
048200
048300     READ SUMA-PRM
048400         AT END
048500             CONTINUE
048600         NOT AT END
048700             MOVE PRM-ROUND-MODE TO WS-ROUND-MODE
048800     END-READ.
048900
049000 1200-EXIT.
049100     EXIT.
049200
049300******************************************************************
049400*    2000-LOAD-RATES - LOAD EVERY ACTIVE RATE ENTRY EFFECTIVE ON
049500*    THE ACCRUAL DATE INTO THE RATE TABLE
049600******************************************************************
049700 2000-LOAD-RATES.
049800
049900     PERFORM 2100-READ-SUMA-ACR THRU 2100-EXIT.
050000
050100     PERFORM 2200-LOAD-ONE-RATE THRU 2200-EXIT
050200         UNTIL WS-ACR-EOF.
050300
050400     IF WS-REJECT-COUNT > ZERO
050500         MOVE SPACES TO WS-PRINT-LINE
050600         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
050700     END-IF.
050800
050900     DISPLAY "SUMAACRL - RATE ENTRIES LOADED: " WS-RATE-COUNT.
051000
051100 2000-EXIT.
051200     EXIT.
051300
051400******************************************************************
051500*    2100-READ-SUMA-ACR - READ THE NEXT RATE TABLE ENTRY
051600******************************************************************
051700 2100-READ-SUMA-ACR.
051800
051900     READ SUMA-ACR
052000         AT END
052100             MOVE "Y" TO WS-ACR-EOF-SW
052200         NOT AT END
052300             ADD 1 TO WS-ACR-READ-COUNT
052400     END-READ.
052500
052600 2100-EXIT.
052700     EXIT.
052800
052900******************************************************************
053000*    2200-LOAD-ONE-RATE - EDIT ONE RATE ENTRY AND ADD IT TO THE
053100*    TABLE.  A CLOSED OR NOT-YET/NO-LONGER EFFECTIVE ENTRY IS
053200*    COUNTED AND SKIPPED; ANY OTHER FAULT REJECTS THE ENTRY.
053300******************************************************************
053400 2200-LOAD-ONE-RATE.
053500
053600     IF NOT ACR-ACTIVE
053700         ADD 1 TO WS-NOT-EFF-COUNT
053800         GO TO 2200-NEXT
053900     END-IF.
054000
054100     IF ACR-EFF-FROM-DATE NOT = SPACES
054200         AND WS-RUN-DATE < ACR-EFF-FROM-DATE
054300         ADD 1 TO WS-NOT-EFF-COUNT
054400         GO TO 2200-NEXT
054500     END-IF.
054600     IF ACR-EFF-TO-DATE NOT = SPACES
054700         AND WS-RUN-DATE > ACR-EFF-TO-DATE
054800         ADD 1 TO WS-NOT-EFF-COUNT
054900         GO TO 2200-NEXT
055000     END-IF.
055100
055200     SET WS-ENTRY-GOOD TO TRUE.
055300     MOVE SPACES TO WS-ENTRY-REASON.
055400
055500     PERFORM 2300-EDIT-RATE THRU 2300-EXIT.
055600
055700     IF WS-ENTRY-BAD
055800         PERFORM 2500-REJECT-RATE THRU 2500-EXIT
055900         GO TO 2200-NEXT
056000     END-IF.
056100
056200     ADD 1 TO WS-RATE-COUNT.
056300     MOVE WS-ACR-READ-COUNT TO RTE-ENTRY-NBR (WS-RATE-COUNT).
056400     MOVE ACR-SCOPE         TO RTE-SCOPE (WS-RATE-COUNT).
056500     MOVE ACR-ACCT-CODE     TO RTE-KEY (WS-RATE-COUNT).
056600     IF ACR-SCOPE-ACCOUNT
056700         MOVE 9             TO RTE-KEY-LEN (WS-RATE-COUNT)
056800     ELSE
056900         MOVE WS-KEY-LEN    TO RTE-KEY-LEN (WS-RATE-COUNT)
057000     END-IF.
057100     MOVE ACR-KIND          TO RTE-KIND (WS-RATE-COUNT).
057200
057300     IF ACR-RATE-X = SPACES
057400         MOVE ZERO          TO RTE-RATE (WS-RATE-COUNT)
057500     ELSE
057600         MOVE ACR-RATE      TO RTE-RATE (WS-RATE-COUNT)
057700     END-IF.
057800     IF ACR-DAY-BASIS-X = SPACES
057900         MOVE 365           TO RTE-DAY-BASIS (WS-RATE-COUNT)
058000     ELSE
058100         MOVE ACR-DAY-BASIS TO RTE-DAY-BASIS (WS-RATE-COUNT)
058200     END-IF.
058300     IF ACR-MIN-BALANCE-X = SPACES
058400         MOVE ZERO          TO RTE-MIN-BALANCE (WS-RATE-COUNT)
058500     ELSE
058600         MOVE ACR-MIN-BALANCE
058700                            TO RTE-MIN-BALANCE (WS-RATE-COUNT)
058800     END-IF.
058900     IF ACR-FEE-AMOUNT-X = SPACES
059000         MOVE ZERO          TO RTE-FEE-AMOUNT (WS-RATE-COUNT)
059100     ELSE
059200         MOVE ACR-FEE-AMOUNT
059300                            TO RTE-FEE-AMOUNT (WS-RATE-COUNT)
059400     END-IF.
059500
059600 2200-NEXT.
059700     PERFORM 2100-READ-SUMA-ACR THRU 2100-EXIT.
059800
059900 2200-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300*    2300-EDIT-RATE - THE FIELD EDITS FOR ONE EFFECTIVE ENTRY.
060400*    THE FIRST FAULT FOUND IS THE REASON REPORTED.
060500******************************************************************
060600 2300-EDIT-RATE.
060700
060800     IF NOT ACR-SCOPE-VALID
060900         MOVE "SCOPE IS NOT A OR C" TO WS-ENTRY-REASON
061000         SET WS-ENTRY-BAD TO TRUE
061100         GO TO 2300-EXIT
061200     END-IF.
061300
061400     IF NOT ACR-KIND-VALID
061500         MOVE "KIND IS NOT I OR F" TO WS-ENTRY-REASON
061600         SET WS-ENTRY-BAD TO TRUE
061700         GO TO 2300-EXIT
061800     END-IF.
061900
062000     MOVE ZERO TO WS-KEY-LEN.
062100     INSPECT ACR-ACCT-CODE TALLYING WS-KEY-LEN
062200         FOR CHARACTERS BEFORE INITIAL SPACE.
062300     IF WS-KEY-LEN = ZERO
062400         MOVE "ACCOUNT OR CLASS IS MISSING" TO WS-ENTRY-REASON
062500         SET WS-ENTRY-BAD TO TRUE
062600         GO TO 2300-EXIT
062700     END-IF.
062800
062900     IF ACR-RATE-X NOT = SPACES
063000         AND ACR-RATE NOT NUMERIC
063100         MOVE "RATE IS NOT NUMERIC" TO WS-ENTRY-REASON
063200         SET WS-ENTRY-BAD TO TRUE
063300         GO TO 2300-EXIT
063400     END-IF.
063500
063600     IF ACR-DAY-BASIS-X NOT = SPACES
063700         AND ACR-DAY-BASIS-X NOT = "360"
063800         AND ACR-DAY-BASIS-X NOT = "365"
063900         MOVE "DAY BASIS IS NOT 360 OR 365" TO WS-ENTRY-REASON
064000         SET WS-ENTRY-BAD TO TRUE
064100         GO TO 2300-EXIT
064200     END-IF.
064300
064400     IF ACR-MIN-BALANCE-X NOT = SPACES
064500         AND ACR-MIN-BALANCE NOT NUMERIC
064600         MOVE "MINIMUM BALANCE IS NOT NUMERIC" TO WS-ENTRY-REASON
064700         SET WS-ENTRY-BAD TO TRUE
064800         GO TO 2300-EXIT
064900     END-IF.
065000
065100     IF ACR-FEE-AMOUNT-X NOT = SPACES
065200         AND ACR-FEE-AMOUNT NOT NUMERIC
065300         MOVE "FEE AMOUNT IS NOT NUMERIC" TO WS-ENTRY-REASON
065400         SET WS-ENTRY-BAD TO TRUE
065500         GO TO 2300-EXIT
065600     END-IF.
065700
065800     IF ACR-KIND-INTEREST
065900         AND (ACR-RATE-X = SPACES OR ACR-RATE = ZERO)
066000         MOVE "INTEREST ENTRY HAS NO RATE" TO WS-ENTRY-REASON
066100         SET WS-ENTRY-BAD TO TRUE
066200         GO TO 2300-EXIT
066300     END-IF.
066400
066500     IF ACR-KIND-FEE
066600         AND (ACR-RATE-X = SPACES OR ACR-RATE = ZERO)
066700         AND (ACR-FEE-AMOUNT-X = SPACES OR ACR-FEE-AMOUNT = ZERO)
066800         MOVE "FEE ENTRY HAS NO FEE OR RATE" TO WS-ENTRY-REASON
066900         SET WS-ENTRY-BAD TO TRUE
067000         GO TO 2300-EXIT
067100     END-IF.
067200
067300     PERFORM 2400-CHECK-DUPLICATE THRU 2400-EXIT
067400         VARYING WS-RX FROM 1 BY 1
067500         UNTIL WS-RX > WS-RATE-COUNT OR WS-ENTRY-BAD.
067600     IF WS-ENTRY-BAD
067700         GO TO 2300-EXIT
067800     END-IF.
067900
068000     IF WS-RATE-COUNT NOT < WS-RATE-MAX
068100         MOVE "RATE TABLE IS FULL" TO WS-ENTRY-REASON
068200         SET WS-ENTRY-BAD TO TRUE
068300     END-IF.
068400
068500 2300-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900*    2400-CHECK-DUPLICATE - A SECOND EFFECTIVE ENTRY FOR THE SAME
069000*    ACCOUNT OR CLASS AND KIND IS AMBIGUOUS AND IS REJECTED
069100******************************************************************
069200 2400-CHECK-DUPLICATE.
069300
069400     IF RTE-SCOPE (WS-RX) = ACR-SCOPE
069500         AND RTE-KEY (WS-RX) = ACR-ACCT-CODE
069600         AND RTE-KIND (WS-RX) = ACR-KIND
069700         MOVE "DUPLICATES AN EARLIER ENTRY" TO WS-ENTRY-REASON
069800         SET WS-ENTRY-BAD TO TRUE
069900     END-IF.
070000
070100 2400-EXIT.
070200     EXIT.
070300
070400******************************************************************
070500*    2500-REJECT-RATE - LIST A REJECTED ENTRY ON THE CONSOLE AND
070600*    AT THE HEAD OF THE REGISTER
070700******************************************************************
070800 2500-REJECT-RATE.
070900
071000     ADD 1 TO WS-REJECT-COUNT.
071100
071200     DISPLAY "SUMAACRL - RATE ENTRY " WS-ACR-READ-COUNT
071300         " REJECTED: " WS-ENTRY-REASON.
071400
071500     MOVE WS-ACR-READ-COUNT TO REJ-ENTRY-NBR.
071600     MOVE ACR-SCOPE         TO REJ-SCOPE.
071700     MOVE ACR-ACCT-CODE     TO REJ-ACCT-CODE.
071800     MOVE ACR-KIND          TO REJ-KIND.
071900     MOVE WS-ENTRY-REASON   TO REJ-REASON.
072000     MOVE WS-REJECT-LINE    TO WS-PRINT-LINE.
072100     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
072200
072300 2500-EXIT.
072400     EXIT.
072500
072600******************************************************************
072700*    3000-ACCRUE-BALANCES - BROWSE THE BALANCE MASTER FROM THE
072800*    START AND ACCRUE AGAINST EACH ACCOUNT
072900******************************************************************
073000 3000-ACCRUE-BALANCES.
073100
073200     MOVE LOW-VALUES TO SBM-ACCT-CODE.
073300     START SUMA-BAL KEY >= SBM-ACCT-CODE
073400         INVALID KEY
073500             MOVE "Y" TO WS-BAL-EOF-SW
073600     END-START.
073700
073800     IF NOT WS-BAL-EOF
073900         PERFORM 3100-READ-NEXT-BALANCE THRU 3100-EXIT
074000     END-IF.
074100
074200     PERFORM 3200-ACCRUE-ONE-ACCOUNT THRU 3200-EXIT
074300         UNTIL WS-BAL-EOF.
074400
074500 3000-EXIT.
074600     EXIT.
074700
074800******************************************************************
074900*    3100-READ-NEXT-BALANCE - BROWSE FORWARD THROUGH THE MASTER
075000******************************************************************
075100 3100-READ-NEXT-BALANCE.
075200
075300     READ SUMA-BAL NEXT
075400         AT END
075500             MOVE "Y" TO WS-BAL-EOF-SW
075600         NOT AT END
075700             ADD 1 TO WS-BAL-READ-COUNT
075800     END-READ.
075900
076000     IF NOT WS-BAL-EOF AND NOT WS-SUMA-BAL-OK
076100         MOVE "SUMA-BAL" TO WS-FATAL-FILE-ID
076200         MOVE WS-SUMA-BAL-STATUS TO WS-FATAL-STATUS
076300         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
076400     END-IF.
076500
076600 3100-EXIT.
076700     EXIT.
076800
076900******************************************************************
077000*    3200-ACCRUE-ONE-ACCOUNT - APPLY THE ACCOUNT'S BEST INTEREST
077100*    ENTRY AND ITS BEST FEE ENTRY.  AN ACCOUNT NO ENTRY REACHES
077200*    IS ONLY COUNTED.
077300******************************************************************
077400 3200-ACCRUE-ONE-ACCOUNT.
077500
077600     MOVE "N" TO WS-MATCHED-SW.
077700
077800     MOVE "I" TO WS-FIND-KIND.
077900     PERFORM 3300-FIND-RATE THRU 3300-EXIT.
078000     IF WS-FOUND-RX > ZERO
078100         MOVE "Y" TO WS-MATCHED-SW
078200         PERFORM 4000-ACCRUE-INTEREST THRU 4000-EXIT
078300     END-IF.
078400
078500     MOVE "F" TO WS-FIND-KIND.
078600     PERFORM 3300-FIND-RATE THRU 3300-EXIT.
078700     IF WS-FOUND-RX > ZERO
078800         MOVE "Y" TO WS-MATCHED-SW
078900         PERFORM 4100-CHARGE-FEE THRU 4100-EXIT
079000     END-IF.
079100
079200     IF NOT WS-ACCOUNT-MATCHED
079300         ADD 1 TO WS-NO-RATE-COUNT
079400     END-IF.
079500
079600     PERFORM 3100-READ-NEXT-BALANCE THRU 3100-EXIT.
079700
079800 3200-EXIT.
079900     EXIT.
080000
080100******************************************************************
080200*    3300-FIND-RATE - THE BEST ENTRY OF KIND WS-FIND-KIND FOR THE
080300*    CURRENT ACCOUNT; WS-FOUND-RX IS ZERO IF NONE REACHES IT
080400******************************************************************
080500 3300-FIND-RATE.
080600
080700     MOVE ZERO TO WS-FOUND-RX.
080800     MOVE ZERO TO WS-FOUND-RANK.
080900     PERFORM 3310-TEST-RATE THRU 3310-EXIT
081000         VARYING WS-RX FROM 1 BY 1
081100         UNTIL WS-RX > WS-RATE-COUNT.
081200
081300 3300-EXIT.
081400     EXIT.
081500
081600******************************************************************
081700*    3310-TEST-RATE - DOES THIS ENTRY REACH THE ACCOUNT, AND DOES
081800*    IT OUTRANK THE BEST FOUND SO FAR
081900******************************************************************
082000 3310-TEST-RATE.
082100
082200     IF RTE-KIND (WS-RX) NOT = WS-FIND-KIND
082300         OR RTE-KEY-LEN (WS-RX) NOT > WS-FOUND-RANK
082400         GO TO 3310-EXIT
082500     END-IF.
082600
082700     IF RTE-SCOPE (WS-RX) = "A"
082800         IF RTE-KEY (WS-RX) = SBM-ACCT-CODE
082900             MOVE WS-RX               TO WS-FOUND-RX
083000             MOVE RTE-KEY-LEN (WS-RX) TO WS-FOUND-RANK
083100         END-IF
083200     ELSE
083300         MOVE RTE-KEY-LEN (WS-RX) TO WS-KEY-LEN
083400         IF SBM-ACCT-CODE (1:WS-KEY-LEN) =
083500            RTE-KEY (WS-RX) (1:WS-KEY-LEN)
083600             MOVE WS-RX               TO WS-FOUND-RX
083700             MOVE RTE-KEY-LEN (WS-RX) TO WS-FOUND-RANK
083800         END-IF
083900     END-IF.
084000
084100 3310-EXIT.
084200     EXIT.
084300
084400******************************************************************
084500*    4000-ACCRUE-INTEREST - INTEREST ON A CREDIT BALANCE AT OR
084600*    ABOVE THE ENTRY'S MINIMUM
084700******************************************************************
084800 4000-ACCRUE-INTEREST.
084900
085000     SET WS-ACCRUAL-GOOD TO TRUE.
085100     MOVE ZERO   TO WS-ACCRUED-AMOUNT.
085200     MOVE SPACES TO WS-ACCRUAL-NOTE.
085300
085400     IF SBM-BALANCE NOT > ZERO
085500         MOVE "NO CREDIT BAL - NIL" TO WS-ACCRUAL-NOTE
085600         PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
085700         ADD 1 TO WS-NIL-COUNT
085800         GO TO 4000-EXIT
085900     END-IF.
086000
086100     IF SBM-BALANCE < RTE-MIN-BALANCE (WS-FOUND-RX)
086200         MOVE "UNDER MINIMUM - NIL" TO WS-ACCRUAL-NOTE
086300         PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
086400         ADD 1 TO WS-NIL-COUNT
086500         GO TO 4000-EXIT
086600     END-IF.
086700
086800     MOVE SBM-BALANCE TO WS-BASE-AMOUNT.
086900     MOVE ZERO        TO WS-RAW-AMOUNT.
087000     PERFORM 4300-APPLY-RATE THRU 4300-EXIT.
087100
087200     PERFORM 4500-ROUND-AMOUNT THRU 4500-EXIT.
087300
087400     PERFORM 4600-EMIT-ACCRUAL THRU 4600-EXIT.
087500
087600 4000-EXIT.
087700     EXIT.
087800
087900******************************************************************
088000*    4100-CHARGE-FEE - THE FLAT FEE PLUS ANY RATE ON THE
088100*    SHORTFALL, ON A BALANCE BELOW THE ENTRY'S MINIMUM
088200******************************************************************
088300 4100-CHARGE-FEE.
088400
088500     SET WS-ACCRUAL-GOOD TO TRUE.
088600     MOVE ZERO   TO WS-ACCRUED-AMOUNT.
088700     MOVE SPACES TO WS-ACCRUAL-NOTE.
088800
088900     IF SBM-BALANCE NOT < RTE-MIN-BALANCE (WS-FOUND-RX)
089000         MOVE "AT/ABOVE MINIMUM - NIL" TO WS-ACCRUAL-NOTE
089100         PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
089200         ADD 1 TO WS-NIL-COUNT
089300         GO TO 4100-EXIT
089400     END-IF.
089500
089600     COMPUTE WS-BASE-AMOUNT =
089700         RTE-MIN-BALANCE (WS-FOUND-RX) - SBM-BALANCE
089800     END-COMPUTE.
089900     MOVE RTE-FEE-AMOUNT (WS-FOUND-RX) TO WS-RAW-AMOUNT.
090000     PERFORM 4300-APPLY-RATE THRU 4300-EXIT.
090100
090200     PERFORM 4500-ROUND-AMOUNT THRU 4500-EXIT.
090300
090400     PERFORM 4600-EMIT-ACCRUAL THRU 4600-EXIT.
090500
090600 4100-EXIT.
090700     EXIT.
090800
090900******************************************************************
091000*    4300-APPLY-RATE - ADD WS-BASE-AMOUNT AT THE ENTRY'S ANNUAL
091100*    RATE FOR THE ACCRUAL DAYS TO THE RAW FIGURE, UNROUNDED.  A
091200*    FIGURE TOO LARGE TO HOLD CANNOT BE POSTED IN ANY CASE.
091300******************************************************************
091400 4300-APPLY-RATE.
091500
091600     IF RTE-RATE (WS-FOUND-RX) = ZERO
091700         GO TO 4300-EXIT
091800     END-IF.
091900
092000     COMPUTE WS-RAW-AMOUNT = WS-RAW-AMOUNT
092100         + WS-BASE-AMOUNT * RTE-RATE (WS-FOUND-RX)
092200           * WS-ACCRUAL-DAYS
092300           / (100 * RTE-DAY-BASIS (WS-FOUND-RX))
092400         ON SIZE ERROR
092500             MOVE "TOO LARGE - NOT POSTED" TO WS-ACCRUAL-NOTE
092600             SET WS-ACCRUAL-BAD TO TRUE
092700     END-COMPUTE.
092800
092900 4300-EXIT.
093000     EXIT.
093100
093200******************************************************************
093300*    4500-ROUND-AMOUNT - ROUND THE RAW FIGURE TO THE CENT THROUGH
093400*    SUMACALC IN THE SUMA-PRM ROUNDING MODE (SEE THE NOTE ON THE
093500*    ACCRUAL ARITHMETIC IN WORKING-STORAGE)
093600******************************************************************
093700 4500-ROUND-AMOUNT.
093800
093900     IF WS-ACCRUAL-BAD
094000         GO TO 4500-EXIT
094100     END-IF.
094200
094300     MOVE WS-RAW-AMOUNT TO WS-RAW-WHOLE.
094400     COMPUTE WS-RAW-FRACTION = WS-RAW-AMOUNT - WS-RAW-WHOLE
094500     END-COMPUTE.
094600     COMPUTE WS-CALC-NUM1 = WS-RAW-FRACTION * 1000000
094700     END-COMPUTE.
094800
094900     CALL "SUMACALC" USING WS-CALC-NUM1, WS-CALC-NUM2,
095000         WS-CALC-OPER-CODE, WS-ROUND-MODE, WS-CALC-RESUL,
095100         WS-CALC-RETURN-CODE.
095200
095300     IF NOT WS-CALC-OK
095400         MOVE "CALC ERROR - NO POST" TO WS-ACCRUAL-NOTE
095500         SET WS-ACCRUAL-BAD TO TRUE
095600         GO TO 4500-EXIT
095700     END-IF.
095800
095900     COMPUTE WS-ACCRUED-AMOUNT = WS-RAW-WHOLE + WS-CALC-RESUL
096000     END-COMPUTE.
096100
096200 4500-EXIT.
096300     EXIT.
096400
096500******************************************************************
096600*    4600-EMIT-ACCRUAL - THE REGISTER LINE AND, WHEN THERE IS AN
096700*    AMOUNT THAT FITS A DETAIL RECORD, ITS SUMA-IN DETAIL.  THE
096800*    TRAILER CONTROLS ACCUMULATE THE SAME WAY SUMACOBOL
096900*    RECONCILES THEM: ONE COUNT AND NUM1 PLUS NUM2.
097000******************************************************************
097100 4600-EMIT-ACCRUAL.
097200
097300     IF WS-ACCRUAL-GOOD
097400         AND WS-ACCRUED-AMOUNT > WS-DETAIL-LIMIT
097500         MOVE "TOO LARGE - NOT POSTED" TO WS-ACCRUAL-NOTE
097600         SET WS-ACCRUAL-BAD TO TRUE
097700     END-IF.
097800
097900     IF WS-ACCRUAL-BAD
098000         ADD 1 TO WS-NOT-POSTED-COUNT
098100         DISPLAY "SUMAACRL - ACCOUNT " SBM-ACCT-CODE
098200             " KIND " WS-FIND-KIND " NOT POSTED: "
098300             WS-ACCRUAL-NOTE
098400         PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
098500         GO TO 4600-EXIT
098600     END-IF.
098700
098800     IF WS-ACCRUED-AMOUNT = ZERO
098900         MOVE "ROUNDS TO ZERO - NIL" TO WS-ACCRUAL-NOTE
099000         ADD 1 TO WS-NIL-COUNT
099100         PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
099200         GO TO 4600-EXIT
099300     END-IF.
099400
099500     MOVE SPACES           TO SUMA-IN-RECORD.
099600     MOVE "D"              TO SIR-RECORD-TYPE.
099700     MOVE SBM-ACCT-CODE    TO SIR-ACCT-CODE.
099800     IF WS-FIND-KIND = "I"
099900         MOVE WS-ACCRUED-AMOUNT TO SIR-NUM1
100000         MOVE ZERO              TO SIR-NUM2
100100         MOVE "A"               TO SIR-OPER-CODE
100200         MOVE "INTEREST ACCRUED" TO WS-ACCRUAL-NOTE
100300         ADD 1                  TO WS-INTEREST-COUNT
100400         ADD WS-ACCRUED-AMOUNT  TO WS-INTEREST-TOTAL
100500     ELSE
100600         MOVE ZERO              TO SIR-NUM1
100700         MOVE WS-ACCRUED-AMOUNT TO SIR-NUM2
100800         MOVE "S"               TO SIR-OPER-CODE
100900         MOVE "FEE CHARGED"     TO WS-ACCRUAL-NOTE
101000         ADD 1                  TO WS-FEE-COUNT
101100         ADD WS-ACCRUED-AMOUNT  TO WS-FEE-TOTAL
101200     END-IF.
101300
101400     ADD 1        TO WS-DETAIL-COUNT.
101500     ADD SIR-NUM1 TO WS-HASH-TOTAL.
101600     ADD SIR-NUM2 TO WS-HASH-TOTAL.
101700
101800     PERFORM 4900-WRITE-SUMA-ACB THRU 4900-EXIT.
101900
102000     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.
102100
102200 4600-EXIT.
102300     EXIT.
102400
102500******************************************************************
102600*    4900-WRITE-SUMA-ACB - WRITE ONE RECORD TO THE NEW BATCH
102700******************************************************************
102800 4900-WRITE-SUMA-ACB.
102900
103000     WRITE SUMA-IN-RECORD.
103100     IF NOT WS-SUMA-ACB-OK
103200         MOVE "SUMA-ACB" TO WS-FATAL-FILE-ID
103300         MOVE WS-SUMA-ACB-STATUS TO WS-FATAL-STATUS
103400         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
103500     END-IF.
103600
103700 4900-EXIT.
103800     EXIT.
103900
104000******************************************************************
104100*    5000-WRITE-TRAILER - GENERATED TRAILER WITH THE COMPUTED
104200*    RECORD COUNT AND HASH TOTAL, AND THE REGISTER'S CONTROLS
104300******************************************************************
104400 5000-WRITE-TRAILER.
104500
104600     MOVE SPACES          TO SUMA-IN-RECORD.
104700     MOVE "T"             TO SIR-RECORD-TYPE.
104800     MOVE WS-DETAIL-COUNT TO SIT-RECORD-COUNT.
104900     MOVE WS-HASH-TOTAL   TO SIT-HASH-TOTAL.
105000     PERFORM 4900-WRITE-SUMA-ACB THRU 4900-EXIT.
105100
105200     MOVE SPACES TO WS-PRINT-LINE.
105300     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
105400
105500     MOVE "RATE ENTRIES READ..........:" TO CNT-LABEL.
105600     MOVE WS-ACR-READ-COUNT TO CNT-VALUE.
105700     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
105800
105900     MOVE "ENTRIES CLOSED/NOT EFFECTIVE" TO CNT-LABEL.
106000     MOVE WS-NOT-EFF-COUNT TO CNT-VALUE.
106100     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
106200
106300     MOVE "ENTRIES REJECTED...........:" TO CNT-LABEL.
106400     MOVE WS-REJECT-COUNT TO CNT-VALUE.
106500     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
106600
106700     MOVE "ACCOUNTS READ..............:" TO CNT-LABEL.
106800     MOVE WS-BAL-READ-COUNT TO CNT-VALUE.
106900     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
107000
107100     MOVE "ACCOUNTS WITH NO RATE ENTRY:" TO CNT-LABEL.
107200     MOVE WS-NO-RATE-COUNT TO CNT-VALUE.
107300     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
107400
107500     MOVE "NIL ACCRUALS...............:" TO CNT-LABEL.
107600     MOVE WS-NIL-COUNT TO CNT-VALUE.
107700     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
107800
107900     MOVE "ACCRUALS NOT POSTED........:" TO CNT-LABEL.
108000     MOVE WS-NOT-POSTED-COUNT TO CNT-VALUE.
108100     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
108200
108300     MOVE "INTEREST DETAILS...........:" TO CNT-LABEL.
108400     MOVE WS-INTEREST-COUNT TO CNT-VALUE.
108500     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
108600
108700     MOVE "TOTAL INTEREST ACCRUED.....:" TO TIE-LABEL.
108800     MOVE WS-INTEREST-TOTAL TO TIE-VALUE.
108900     MOVE WS-TIE-LINE TO WS-PRINT-LINE.
109000     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
109100
109200     MOVE "FEE DETAILS................:" TO CNT-LABEL.
109300     MOVE WS-FEE-COUNT TO CNT-VALUE.
109400     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
109500
109600     MOVE "TOTAL FEES CHARGED.........:" TO TIE-LABEL.
109700     MOVE WS-FEE-TOTAL TO TIE-VALUE.
109800     MOVE WS-TIE-LINE TO WS-PRINT-LINE.
109900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
110000
110100     MOVE "BATCH TRAILER RECORD COUNT.:" TO CNT-LABEL.
110200     MOVE WS-DETAIL-COUNT TO CNT-VALUE.
110300     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
110400
110500     MOVE "BATCH TRAILER HASH TOTAL...:" TO TIE-LABEL.
110600     MOVE WS-HASH-TOTAL TO TIE-VALUE.
110700     MOVE WS-TIE-LINE TO WS-PRINT-LINE.
110800     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
110900
111000     DISPLAY "SUMAACRL - ACCOUNTS READ..: " WS-BAL-READ-COUNT.
111100     DISPLAY "SUMAACRL - DETAILS........: " WS-DETAIL-COUNT.
111200     DISPLAY "SUMAACRL - HASH TOTAL.....: " WS-HASH-TOTAL.
111300
111400     IF WS-REJECT-COUNT > ZERO
111500         DISPLAY "SUMAACRL - RATE ENTRIES REJECTED: "
111600             WS-REJECT-COUNT
111700     END-IF.
111800     IF WS-NOT-POSTED-COUNT > ZERO
111900         DISPLAY "SUMAACRL - ACCRUALS NOT POSTED..: "
112000             WS-NOT-POSTED-COUNT
112100     END-IF.
112200
112300 5000-EXIT.
112400     EXIT.
112500
112600******************************************************************
112700*    6000-PRINT-DETAIL - ONE ACCOUNT AND KIND: THE ENTRY USED,
112800*    THE BALANCE, RATE, DAYS, DAY BASIS, AND COMPUTED AMOUNT
112900******************************************************************
113000 6000-PRINT-DETAIL.
113100
113200     MOVE SBM-ACCT-CODE TO DTL-ACCT-CODE.
113300     IF WS-FIND-KIND = "I"
113400         MOVE "INTEREST" TO DTL-KIND-DESC
113500     ELSE
113600         MOVE "FEE"      TO DTL-KIND-DESC
113700     END-IF.
113800     IF RTE-SCOPE (WS-FOUND-RX) = "A"
113900         MOVE "ACCOUNT"  TO DTL-SCOPE-DESC
114000     ELSE
114100         MOVE "CLASS"    TO DTL-SCOPE-DESC
114200     END-IF.
114300     MOVE RTE-KEY (WS-FOUND-RX)       TO DTL-RATE-KEY.
114400     MOVE SBM-BALANCE                 TO DTL-BALANCE.
114500     MOVE RTE-RATE (WS-FOUND-RX)      TO DTL-RATE.
114600     MOVE WS-ACCRUAL-DAYS             TO DTL-DAYS.
114700     MOVE RTE-DAY-BASIS (WS-FOUND-RX) TO DTL-DAY-BASIS.
114800     MOVE WS-ACCRUED-AMOUNT           TO DTL-AMOUNT.
114900     MOVE WS-ACCRUAL-NOTE             TO DTL-NOTE.
115000
115100     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
115200     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
115300
115400 6000-EXIT.
115500     EXIT.
115600
115700******************************************************************
115800*    6300-PRINT-COUNT - ONE CONTROL COUNT LINE
115900******************************************************************
116000 6300-PRINT-COUNT.
116100
116200     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
116300     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
116400
116500 6300-EXIT.
116600     EXIT.
116700
116800******************************************************************
116900*    7000-WRITE-LINE - WRITE ONE REPORT LINE, BREAKING TO A NEW
117000*    PAGE WHEN THE CURRENT ONE IS FULL
117100******************************************************************
117200 7000-WRITE-LINE.
117300
117400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
117500         PERFORM 7100-PAGE-HEADING THRU 7100-EXIT
117600     END-IF.
117700
117800     WRITE SUMA-ACP-RECORD FROM WS-PRINT-LINE
117900         AFTER ADVANCING 1 LINE.
118000     PERFORM 7900-CHECK-ACP-STATUS THRU 7900-EXIT.
118100     ADD 1 TO WS-LINE-COUNT.
118200
118300 7000-EXIT.
118400     EXIT.
118500
118600******************************************************************
118700*    7100-PAGE-HEADING - THROW A PAGE AND PRINT THE HEADING BLOCK
118800******************************************************************
118900 7100-PAGE-HEADING.
119000
119100     ADD 1 TO WS-PAGE-NBR.
119200     MOVE WS-PAGE-NBR TO HD1-PAGE-NBR.
119300
119400     WRITE SUMA-ACP-RECORD FROM WS-HDG-LINE-1
119500         AFTER ADVANCING PAGE.
119600     PERFORM 7900-CHECK-ACP-STATUS THRU 7900-EXIT.
119700
119800     WRITE SUMA-ACP-RECORD FROM WS-HDG-COLS
119900         AFTER ADVANCING 2 LINES.
120000     PERFORM 7900-CHECK-ACP-STATUS THRU 7900-EXIT.
120100
120200     MOVE SPACES TO SUMA-ACP-RECORD.
120300     WRITE SUMA-ACP-RECORD
120400         AFTER ADVANCING 1 LINE.
120500     PERFORM 7900-CHECK-ACP-STATUS THRU 7900-EXIT.
120600
120700     MOVE 4 TO WS-LINE-COUNT.
120800
120900 7100-EXIT.
121000     EXIT.
121100
121200******************************************************************
121300*    7900-CHECK-ACP-STATUS - ABEND ON A FAILED REGISTER WRITE
121400******************************************************************
121500 7900-CHECK-ACP-STATUS.
121600
121700     IF NOT WS-SUMA-ACP-OK
121800         MOVE "SUMA-ACP" TO WS-FATAL-FILE-ID
121900         MOVE WS-SUMA-ACP-STATUS TO WS-FATAL-STATUS
122000         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
122100     END-IF.
122200
122300 7900-EXIT.
122400     EXIT.
122500
122600******************************************************************
122700*    9000-TERMINATE - CLOSE THE FILES
122800******************************************************************
122900 9000-TERMINATE.
123000
123100     CLOSE SUMA-ACR
123200           SUMA-BAL
123300           SUMA-ACB
123400           SUMA-ACP.
123500
123600 9000-EXIT.
123700     EXIT.
123800
123900******************************************************************
124000*    9500-ABEND-RUN - DISPLAY A FATAL I/O STATUS AND STOP THE JOB
124100******************************************************************
124200 9500-ABEND-RUN.
124300
124400     DISPLAY "SUMAACRL - JOB TERMINATED, FILE " WS-FATAL-FILE-ID
124500         " FILE STATUS " WS-FATAL-STATUS.
124600     MOVE 16 TO RETURN-CODE.
124700     STOP RUN.
124800
124900 9500-EXIT.
125000     EXIT.
