000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUMAJOBC.
000300 AUTHOR.        J MARTINEZ QUIROGA.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800******************************************************************
000900*    SUMAJOBC
001000*
001100*    DAILY JOB-STREAM CONTROLLER.  LOADS THE CHAIN FROM THE
001200*    SUMA-JSD JOB-STREAM DEFINITION, REFUSING A DEFINITION WHOSE
001300*    STEPS ARE OUT OF ORDER OR DEPEND ON A STEP THAT DOES NOT
001400*    RUN AHEAD OF THEM, AND RUNS THE STEPS FOR ONE BUSINESS DATE
001500*    IN ORDER, RECORDING EACH STEP'S START AND END TIME, RETURN
001600*    CODE, AND STATUS ON THE SUMA-JSC STEP-CONTROL FILE.
001700*
001800*    THE CHAIN STOPS AT THE FIRST STEP WHOSE RETURN CODE BREAKS
001900*    ITS GATE.  WHEN THE CHAIN IS SUBMITTED AGAIN FOR THE SAME
002000*    BUSINESS DATE, EVERY STEP ALREADY COMPLETE IS PASSED OVER -
002100*    NEVER RERUN, SINCE STEPS SUCH AS SUMACONS DOUBLE-COUNT IF
002200*    RUN TWICE - AND THE CHAIN RESUMES AT THE FAILED STEP.  A
002300*    STEP THAT STARTED BUT NEVER RECORDED ITS END (THE CONTROLLER
002400*    ITSELF WAS CANCELLED) STOPS THE CHAIN UNTIL A SUPERVISOR
002500*    MARKS IT DONE OR RELEASES IT FOR RETRY.
002600*
002700*    EVERY RUN PRINTS THE DAY'S RUN BOOK (SUMA-JSR): EACH STEP OF
002800*    THE CHAIN WITH ITS STATUS, TIMES, ELAPSED TIME, RETURN CODE
002900*    AGAINST ITS GATE, ATTEMPTS, AND THE COMMAND ISSUED, AND
003000*    WHERE THE CHAIN STANDS.
003100*
003200*    COMMAND LINE: OPERATOR ID (REQUIRED), BUSINESS DATE AS
003300*    YYYYMMDD (OPTIONAL, DEFAULT TODAY), ACTION (OPTIONAL):
003400*      RUN     RUN THE CHAIN FROM WHERE IT STANDS (THE DEFAULT)
003500*      REPORT  PRINT THE RUN BOOK ONLY
003600*      DONE    MARK A FAILED OR INTERRUPTED STEP DONE BY HAND
003700*      RETRY   RELEASE AN INTERRUPTED STEP TO RUN AGAIN
003800*    AND, FOR DONE AND RETRY, THE STEP NUMBER.  THE OPERATOR MUST
003900*    BE ACTIVE ON THE SUMA-OPR AUTHORIZATION MASTER; DONE AND
004000*    RETRY NEED A SUPERVISOR.
004100*
004200*    RETURN CODE 8 WHEN THE CHAIN STOPS SHORT OF ITS LAST STEP.
004300*
004400*    MODIFICATION HISTORY
004500*    DATE       INIT DESCRIPTION
004600*    ---------- ---- ------------------------------------------
004700*    2026-10-15 JMQ  INITIAL VERSION.
004800******************************************************************
004900
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT SUMA-JSD ASSIGN TO "SUMAJSD"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-SUMA-JSD-STATUS.
005600
005700     SELECT SUMA-JSC ASSIGN TO "SUMAJSC"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS JSC-KEY
006100         FILE STATUS IS WS-SUMA-JSC-STATUS.
006200
006300     SELECT SUMA-JSR ASSIGN TO "SUMAJSR"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-SUMA-JSR-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900
007000 FD  SUMA-JSD
007100     RECORDING MODE IS F.
007200     COPY SUMAJSD.
007300
007400 FD  SUMA-JSC.
007500     COPY SUMAJSC.
007600
007700 FD  SUMA-JSR
007800     RECORDING MODE IS F.
007900 01  SUMA-JSR-RECORD                PIC X(132).
008000
008100 WORKING-STORAGE SECTION.
008200
008300 01  WS-SUMA-JSD-STATUS             PIC X(02)  VALUE "00".
008400     88  WS-SUMA-JSD-OK                        VALUE "00".
008500
008600 01  WS-SUMA-JSC-STATUS             PIC X(02)  VALUE "00".
008700     88  WS-SUMA-JSC-OK                        VALUE "00".
008800     88  WS-SUMA-JSC-NOT-FOUND                 VALUE "23".
008900     88  WS-SUMA-JSC-NO-FILE                   VALUE "35".
009000
009100 01  WS-SUMA-JSR-STATUS             PIC X(02)  VALUE "00".
009200     88  WS-SUMA-JSR-OK                        VALUE "00".
009300
009400 01  WS-FATAL-FILE-ID               PIC X(08)  VALUE SPACES.
009500 01  WS-FATAL-STATUS                PIC X(02)  VALUE SPACES.
009600
009700     COPY SUMAOCK.
009800
009900 01  WS-PARM-LINE                   PIC X(80)  VALUE SPACES.
010000 01  WS-OPERATOR-ID                 PIC X(08)  VALUE SPACES.
010100 01  WS-DATE-PARM                   PIC X(08)  VALUE SPACES.
010200 01  WS-DATE-PARM-N REDEFINES WS-DATE-PARM
010300                                    PIC 9(08).
010400 01  WS-ACTION-PARM                 PIC X(06)  VALUE SPACES.
010500     88  WS-ACTION-RUN                         VALUE "RUN   ".
010600     88  WS-ACTION-REPORT                      VALUE "REPORT".
010700     88  WS-ACTION-DONE                        VALUE "DONE  ".
010800     88  WS-ACTION-RETRY                       VALUE "RETRY ".
010900     88  WS-ACTION-MARK                        VALUE "DONE  "
011000                                                     "RETRY ".
011100     88  WS-ACTION-VALID                       VALUE "RUN   "
011200                                                     "REPORT"
011300                                                     "DONE  "
011400                                                     "RETRY ".
011500 01  WS-STEP-PARM                   PIC X(03)  VALUE SPACES.
011600 01  WS-STEP-PARM-N REDEFINES WS-STEP-PARM
011700                                    PIC 9(03).
011800 01  WS-STEP-PARM-TL REDEFINES WS-STEP-PARM.
011900     05  WS-STEP-HEAD               PIC X(02).
012000     05  WS-STEP-TAIL               PIC X(01).
012100 01  WS-STEP-PARM-LD REDEFINES WS-STEP-PARM.
012200     05  WS-STEP-LEAD               PIC X(01).
012300     05  WS-STEP-REST               PIC X(02).
012400 01  WS-STEP-HOLD                   PIC X(02)  VALUE SPACES.
012500
012600 01  WS-BUS-DATE                    PIC X(08)  VALUE SPACES.
012700 01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE.
012800     05  WS-BUS-CENTURY             PIC X(02).
012900     05  WS-BUS-YMD                 PIC X(06).
013000 01  WS-BUS-DATE-MD REDEFINES WS-BUS-DATE.
013100     05  FILLER                     PIC X(04).
013200     05  WS-BUS-MMDD                PIC X(04).
013300
013400 01  WS-TODAY-DATE                  PIC X(08)  VALUE SPACES.
013500 01  WS-TODAY-TIME                  PIC X(08)  VALUE SPACES.
013600
013700 01  WS-SWITCHES.
013800     05  WS-JSD-EOF-SW              PIC X(01)  VALUE "N".
013900         88  WS-JSD-EOF                        VALUE "Y".
014000     05  WS-CHAIN-STOP-SW           PIC X(01)  VALUE "N".
014100         88  WS-CHAIN-STOPPED                  VALUE "Y".
014200     05  WS-AFTER-FOUND-SW          PIC X(01)  VALUE "N".
014300         88  WS-AFTER-FOUND                    VALUE "Y".
014400
014500******************************************************************
014600*    THE CHAIN AS LOADED FROM SUMA-JSD, IN STEP ORDER
014700******************************************************************
014800 01  WS-SX                 PIC 9(03)  COMP      VALUE ZERO.
014900 01  WS-PX                 PIC 9(03)  COMP      VALUE ZERO.
015000 01  WS-AX                 PIC 9(03)  COMP      VALUE ZERO.
015100 01  WS-FOUND-SX           PIC 9(03)  COMP      VALUE ZERO.
015200 01  WS-STEP-COUNT         PIC 9(03)  COMP      VALUE ZERO.
015300 01  WS-STEP-MAX           PIC 9(03)  COMP      VALUE 60.
015400 01  WS-LAST-STEP-NBR      PIC 9(03)            VALUE ZERO.
015500
015600 01  WS-STEP-TABLE.
015700     05  WS-STEP-ENTRY OCCURS 60 TIMES.
015800         10  STP-STEP-NBR           PIC 9(03).
015900         10  STP-STEP-NAME          PIC X(09).
016000         10  STP-MAX-RC             PIC 9(02).
016100         10  STP-COMMAND            PIC X(60).
016200
016300******************************************************************
016400*    COMMAND BUILDING AND COMPLETION.  THE SYSTEM SERVICE HANDS
016500*    BACK THE SHELL'S WAIT STATUS: THE STEP'S EXIT CODE TIMES 256,
016600*    WITH A NONZERO LOW BYTE WHEN THE STEP WAS KILLED, AND A
016700*    NEGATIVE STATUS WHEN THE COMMAND COULD NOT BE ISSUED.
016800******************************************************************
016900 01  WS-SYSTEM-COMMAND              PIC X(100) VALUE SPACES.
017000 01  WS-SYSTEM-STATUS      PIC S9(09) COMP      VALUE ZERO.
017100 01  WS-STEP-RC            PIC S9(09) COMP      VALUE ZERO.
017200 01  WS-SIGNAL-PART        PIC S9(09) COMP      VALUE ZERO.
017300 01  WS-ABNORMAL-RC        PIC 9(04)            VALUE 9999.
017400 01  WS-CX                 PIC 9(03)  COMP      VALUE ZERO.
017500 01  WS-OUT-PTR            PIC 9(03)  COMP      VALUE ZERO.
017600 01  WS-COMMAND-LEN        PIC 9(03)  COMP      VALUE 60.
017700
017800 01  WS-DEF-ERROR-COUNT    PIC 9(05)  COMP      VALUE ZERO.
017900 01  WS-DEF-REASON                  PIC X(40)  VALUE SPACES.
018000 01  WS-JSD-READ-COUNT     PIC 9(05)  COMP      VALUE ZERO.
018100 01  WS-RUN-COUNT          PIC 9(05)  COMP      VALUE ZERO.
018200 01  WS-PASSED-COUNT       PIC 9(05)  COMP      VALUE ZERO.
018300 01  WS-STOP-STEP-NBR      PIC 9(03)            VALUE ZERO.
018400 01  WS-STOP-STEP-NAME              PIC X(09)  VALUE SPACES.
018500
018600 01  WS-BOOK-COUNTS.
018700     05  WS-FINISHED-COUNT PIC 9(05)  COMP      VALUE ZERO.
018800     05  WS-FAILED-COUNT   PIC 9(05)  COMP      VALUE ZERO.
018900     05  WS-RUNNING-COUNT  PIC 9(05)  COMP      VALUE ZERO.
019000     05  WS-WAITING-COUNT  PIC 9(05)  COMP      VALUE ZERO.
019100 01  WS-FIRST-OPEN-SX      PIC 9(03)  COMP      VALUE ZERO.
019200
019300******************************************************************
019400*    ELAPSED-TIME WORK FOR THE RUN BOOK
019500******************************************************************
019600 01  WS-CLOCK                       PIC X(08)  VALUE SPACES.
019700 01  WS-CLOCK-PARTS REDEFINES WS-CLOCK.
019800     05  WS-CLOCK-HH                PIC 9(02).
019900     05  WS-CLOCK-MM                PIC 9(02).
020000     05  WS-CLOCK-SS                PIC 9(02).
020100     05  WS-CLOCK-CC                PIC 9(02).
020200 01  WS-DATE-WORK                   PIC X(08)  VALUE SPACES.
020300 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK
020400                                    PIC 9(08).
020500 01  WS-START-SECS         PIC S9(09) COMP      VALUE ZERO.
020600 01  WS-END-SECS           PIC S9(09) COMP      VALUE ZERO.
020700 01  WS-START-DAYNO        PIC S9(09) COMP      VALUE ZERO.
020800 01  WS-END-DAYNO          PIC S9(09) COMP      VALUE ZERO.
020900 01  WS-ELAPSED-SECS       PIC S9(09) COMP      VALUE ZERO.
021000 01  WS-ELAPSED-HH         PIC 9(02)            VALUE ZERO.
021100 01  WS-ELAPSED-MM         PIC 9(02)            VALUE ZERO.
021200 01  WS-ELAPSED-SS         PIC 9(02)            VALUE ZERO.
021300 01  WS-TIME-EDIT.
021400     05  TME-HH                     PIC X(02).
021500     05  FILLER                     PIC X(01)  VALUE ":".
021600     05  TME-MM                     PIC X(02).
021700     05  FILLER                     PIC X(01)  VALUE ":".
021800     05  TME-SS                     PIC X(02).
021900
022000 01  WS-PAGE-NBR           PIC 9(04)  COMP      VALUE ZERO.
022100 01  WS-LINE-COUNT         PIC 9(02)  COMP      VALUE ZERO.
022200 01  WS-LINES-PER-PAGE     PIC 9(02)  COMP      VALUE 56.
022300
022400 01  WS-PRINT-LINE                  PIC X(132) VALUE SPACES.
022500
022600 01  WS-HDG-LINE-1.
022700     05  FILLER                     PIC X(10)  VALUE "SUMAJOBC".
022800     05  FILLER                     PIC X(36)
022900         VALUE "DAILY JOB-STREAM RUN BOOK".
023000     05  FILLER                     PIC X(14)
023100         VALUE "BUSINESS DATE ".
023200     05  HD1-BUS-DATE               PIC X(08).
023300     05  FILLER                     PIC X(09)  VALUE "  ACTION ".
023400     05  HD1-ACTION                 PIC X(06).
023500     05  FILLER                     PIC X(08)  VALUE "   PAGE ".
023600     05  HD1-PAGE-NBR               PIC ZZZ9.
023700     05  FILLER                     PIC X(37)  VALUE SPACES.
023800
023900 01  WS-HDG-COLS.
024000     05  FILLER                     PIC X(02)  VALUE SPACES.
024100     05  FILLER                     PIC X(05)  VALUE "STEP".
024200     05  FILLER                     PIC X(11)  VALUE "PROGRAM".
024300     05  FILLER                     PIC X(13)  VALUE "STATUS".
024400     05  FILLER                     PIC X(19)  VALUE "STARTED".
024500     05  FILLER                     PIC X(19)  VALUE "ENDED".
024600     05  FILLER                     PIC X(10)  VALUE "ELAPSED".
024700     05  FILLER                     PIC X(06)  VALUE "  RC".
024800     05  FILLER                     PIC X(06)  VALUE "GATE".
024900     05  FILLER                     PIC X(05)  VALUE "TRIES".
025000     05  FILLER                     PIC X(10)  VALUE "OPERATOR".
025100     05  FILLER                     PIC X(26)  VALUE "NOTE".
025200
025300 01  WS-DETAIL-LINE.
025400     05  FILLER                     PIC X(02)  VALUE SPACES.
025500     05  DTL-STEP-NBR               PIC ZZ9.
025600     05  FILLER                     PIC X(02)  VALUE SPACES.
025700     05  DTL-STEP-NAME              PIC X(09).
025800     05  FILLER                     PIC X(02)  VALUE SPACES.
025900     05  DTL-STATUS                 PIC X(11).
026000     05  FILLER                     PIC X(02)  VALUE SPACES.
026100     05  DTL-START-DATE             PIC X(08).
026200     05  FILLER                     PIC X(01)  VALUE SPACE.
026300     05  DTL-START-TIME             PIC X(08).
026400     05  FILLER                     PIC X(02)  VALUE SPACES.
026500     05  DTL-END-DATE               PIC X(08).
026600     05  FILLER                     PIC X(01)  VALUE SPACE.
026700     05  DTL-END-TIME               PIC X(08).
026800     05  FILLER                     PIC X(02)  VALUE SPACES.
026900     05  DTL-ELAPSED                PIC X(08).
027000     05  FILLER                     PIC X(02)  VALUE SPACES.
027100     05  DTL-RC                     PIC ZZZ9.
027200     05  DTL-RC-X REDEFINES DTL-RC  PIC X(04).
027300     05  FILLER                     PIC X(02)  VALUE SPACES.
027400     05  DTL-MAX-RC                 PIC ZZZ9.
027500     05  FILLER                     PIC X(02)  VALUE SPACES.
027600     05  DTL-ATTEMPTS               PIC ZZ9.
027700     05  DTL-ATTEMPTS-X REDEFINES DTL-ATTEMPTS
027800                                    PIC X(03).
027900     05  FILLER                     PIC X(02)  VALUE SPACES.
028000     05  DTL-OPERATOR-ID            PIC X(08).
028100     05  FILLER                     PIC X(02)  VALUE SPACES.
028200     05  DTL-NOTE                   PIC X(26).
028300
028400 01  WS-COMMAND-LINE.
028500     05  FILLER                     PIC X(07)  VALUE SPACES.
028600     05  FILLER                     PIC X(09)  VALUE "COMMAND: ".
028700     05  CMD-TEXT                   PIC X(100).
028800     05  FILLER                     PIC X(16)  VALUE SPACES.
028900
029000 01  WS-COUNT-LINE.
029100     05  FILLER                     PIC X(02)  VALUE SPACES.
029200     05  CNT-LABEL                  PIC X(28).
029300     05  FILLER                     PIC X(10)  VALUE SPACES.
029400     05  CNT-VALUE                  PIC ZZZ,ZZZ,ZZ9.
029500     05  FILLER                     PIC X(81)  VALUE SPACES.
029600
029700 01  WS-CHAIN-LINE.
029800     05  FILLER                     PIC X(02)  VALUE SPACES.
029900     05  FILLER                     PIC X(28)
030000         VALUE "CHAIN STATUS...............:".
030100     05  FILLER                     PIC X(02)  VALUE SPACES.
030200     05  CHN-TEXT                   PIC X(60).
030300     05  FILLER                     PIC X(40)  VALUE SPACES.
030400
030500 01  WS-CHAIN-STOP-TEXT.
030600     05  FILLER                     PIC X(16)
030700         VALUE "STOPPED AT STEP ".
030800     05  CST-STEP-NBR               PIC 9(03).
030900     05  FILLER                     PIC X(01)  VALUE SPACE.
031000     05  CST-STEP-NAME              PIC X(09).
031100     05  FILLER                     PIC X(31)  VALUE SPACES.
031200
031300 PROCEDURE DIVISION.
031400
031500******************************************************************
031600*    0000-MAINLINE - LOAD THE CHAIN, CARRY OUT THE ACTION, AND
031700*    PRINT THE RUN BOOK
031800******************************************************************
031900 0000-MAINLINE.
032000
032100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
032200
032300     EVALUATE TRUE
032400         WHEN WS-ACTION-RUN
032500             PERFORM 3000-RUN-CHAIN   THRU 3000-EXIT
032600         WHEN WS-ACTION-MARK
032700             PERFORM 4000-MARK-STEP   THRU 4000-EXIT
032800         WHEN OTHER
032900             CONTINUE
033000     END-EVALUATE.
033100
033200     PERFORM 6000-PRINT-RUN-BOOK  THRU 6000-EXIT.
033300
033400     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
033500
033600     IF WS-ACTION-RUN AND WS-CHAIN-STOPPED
033700         MOVE 8 TO RETURN-CODE
033800     ELSE
033900         MOVE 0 TO RETURN-CODE
034000     END-IF.
034100
034200     STOP RUN.
034300
034400******************************************************************
034500*    1000-INITIALIZE - PICK UP THE OPERATOR, BUSINESS DATE, AND
034600*    ACTION, VERIFY THE OPERATOR, LOAD THE CHAIN, AND OPEN THE
034700*    STEP-CONTROL FILE AND THE RUN BOOK
034800******************************************************************
034900 1000-INITIALIZE.
035000
035100     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
035200     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
035300         INTO WS-OPERATOR-ID WS-DATE-PARM WS-ACTION-PARM
035400              WS-STEP-PARM.
035500
035600     IF WS-OPERATOR-ID = SPACES
035700         DISPLAY "SUMAJOBC - OPERATOR ID PARAMETER IS REQUIRED"
035800         MOVE "PARM    " TO WS-FATAL-FILE-ID
035900         MOVE "NN"       TO WS-FATAL-STATUS
036000         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
036100     END-IF.
036200
036300     IF WS-DATE-PARM = SPACES
036400         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
036500     ELSE
036600         IF WS-DATE-PARM-N IS NUMERIC
036700             MOVE WS-DATE-PARM TO WS-BUS-DATE
036800         ELSE
036900             DISPLAY "SUMAJOBC - INVALID BUSINESS DATE: "
037000                 WS-DATE-PARM
037100             MOVE "PARM    " TO WS-FATAL-FILE-ID
037200             MOVE "NN"       TO WS-FATAL-STATUS
037300             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
037400         END-IF
037500     END-IF.
037600
037700     IF WS-ACTION-PARM = SPACES
037800         SET WS-ACTION-RUN TO TRUE
037900     END-IF.
038000     IF NOT WS-ACTION-VALID
038100         DISPLAY "SUMAJOBC - ACTION MUST BE RUN, REPORT, DONE OR "
038200             "RETRY: " WS-ACTION-PARM
038300         MOVE "PARM    " TO WS-FATAL-FILE-ID
038400         MOVE "NN"       TO WS-FATAL-STATUS
038500         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
038600     END-IF.
038700
038800     IF WS-ACTION-MARK
038900         IF WS-STEP-PARM NOT = SPACES
039000             PERFORM 1100-JUSTIFY-STEP-PARM THRU 1100-EXIT
039100         END-IF
039200         IF WS-STEP-PARM-N NOT NUMERIC
039300             DISPLAY "SUMAJOBC - " WS-ACTION-PARM
039400                 " NEEDS A STEP NUMBER: " WS-STEP-PARM
039500             MOVE "PARM    " TO WS-FATAL-FILE-ID
039600             MOVE "NN"       TO WS-FATAL-STATUS
039700             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
039800         END-IF
039900     END-IF.
040000
040100     MOVE WS-BUS-DATE    TO HD1-BUS-DATE.
040200     MOVE WS-ACTION-PARM TO HD1-ACTION.
040300
040400     PERFORM 1050-VERIFY-OPERATOR THRU 1050-EXIT.
040500
040600     PERFORM 2000-LOAD-STEPS THRU 2000-EXIT.
040700
040800     PERFORM 1200-OPEN-STEP-CONTROL THRU 1200-EXIT.
040900
041000     OPEN OUTPUT SUMA-JSR.
041100     IF NOT WS-SUMA-JSR-OK
041200         MOVE "SUMA-JSR" TO WS-FATAL-FILE-ID
041300         MOVE WS-SUMA-JSR-STATUS TO WS-FATAL-STATUS
041400         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
041500     END-IF.
041600
041700     DISPLAY "SUMAJOBC - " WS-ACTION-PARM " FOR BUSINESS DATE "
041800         WS-BUS-DATE ", " WS-STEP-COUNT " STEPS IN THE CHAIN".
041900
042000 1000-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400*    1050-VERIFY-OPERATOR - THE SUBMITTING OPERATOR MUST BE
042500*    ACTIVE ON THE OPERATOR AUTHORIZATION MASTER; MARKING A STEP
042600*    DONE OR RELEASING IT FOR RETRY OVERRIDES THE CHAIN'S OWN
042700*    CONTROL AND NEEDS A SUPERVISOR.  SUMAOCHK LOGS A REFUSAL TO
042800*    THE SECURITY-VIOLATION LOG.
042900******************************************************************
043000 1050-VERIFY-OPERATOR.
043100
043200     MOVE SPACES         TO SUMA-OCK-AREA.
043300     MOVE ZERO           TO OCK-SEQ-NBR.
043400     SET OCK-REQ-VERIFY  TO TRUE.
043500     MOVE "SUMAJOBC"     TO OCK-PROGRAM-ID.
043600     MOVE WS-OPERATOR-ID TO OCK-OPERATOR-ID.
043700     MOVE WS-BUS-DATE    TO OCK-RUN-ID.
043800     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
043900
044000     IF OCK-AUTHORIZED
044100         IF NOT WS-ACTION-MARK OR OCK-ROLE-SUPERVISOR
044200             GO TO 1050-EXIT
044300         END-IF
044400         MOVE "OPERATOR IS NOT A SUPERVISOR" TO OCK-REASON
044500         SET OCK-REQ-LOG TO TRUE
044600         CALL "SUMAOCHK" USING SUMA-OCK-AREA
044700     END-IF.
044800
044900     DISPLAY "SUMAJOBC - OPERATOR " WS-OPERATOR-ID
045000         " REFUSED: " OCK-REASON.
045100     SET OCK-REQ-CLOSE   TO TRUE.
045200     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
045300     MOVE "OPERATOR" TO WS-FATAL-FILE-ID.
045400     MOVE "NA"       TO WS-FATAL-STATUS.
045500     PERFORM 9500-ABEND-RUN THRU 9500-EXIT.
045600
045700 1050-EXIT.
045800     EXIT.
045900
046000******************************************************************
046100*    1100-JUSTIFY-STEP-PARM - THE UNSTRING LEAVES A SHORT PARM
046200*    LEFT-JUSTIFIED, SO "70" ARRIVES AS "70 ".  SHIFT THE DIGITS
046300*    INTO THE LOW-ORDER POSITIONS AND ZERO-FILL THE LEAD SO THE
046400*    NATURAL FORM PASSES THE NUMERIC EDIT.  THE CALLER HAS RULED
046500*    OUT AN ALL-SPACES PARM.
046600******************************************************************
046700 1100-JUSTIFY-STEP-PARM.
046800
046900     PERFORM 1110-SHIFT-STEP-PARM THRU 1110-EXIT
047000         UNTIL WS-STEP-TAIL NOT = SPACE.
047100
047200     INSPECT WS-STEP-PARM REPLACING LEADING " " BY "0".
047300
047400 1100-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800*    1110-SHIFT-STEP-PARM - SHIFT THE PARM RIGHT ONE POSITION
047900******************************************************************
048000 1110-SHIFT-STEP-PARM.
048100
048200     MOVE WS-STEP-HEAD TO WS-STEP-HOLD.
048300     MOVE WS-STEP-HOLD TO WS-STEP-REST.
048400     MOVE SPACE        TO WS-STEP-LEAD.
048500
048600 1110-EXIT.
048700     EXIT.
048800
048900******************************************************************
049000*    1200-OPEN-STEP-CONTROL - OPEN THE STEP-CONTROL FILE,
049100*    CREATING IT ON FIRST USE
049200******************************************************************
049300 1200-OPEN-STEP-CONTROL.
049400
049500     OPEN I-O SUMA-JSC.
049600     IF WS-SUMA-JSC-NO-FILE
049700         OPEN OUTPUT SUMA-JSC
049800         IF WS-SUMA-JSC-OK
049900             CLOSE SUMA-JSC
050000             OPEN I-O SUMA-JSC
050100         END-IF
050200     END-IF.
050300     IF NOT WS-SUMA-JSC-OK
050400         MOVE "SUMA-JSC" TO WS-FATAL-FILE-ID
050500         MOVE WS-SUMA-JSC-STATUS TO WS-FATAL-STATUS
050600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
050700     END-IF.
050800
050900 1200-EXIT.
051000     EXIT.
051100
051200******************************************************************
051300*    2000-LOAD-STEPS - LOAD THE ACTIVE STEPS OF THE DEFINITION.
051400*    EVERY FAULT IN THE DEFINITION IS LISTED BEFORE THE JOB IS
051500*    REFUSED, SO ONE CORRECTION PASS FIXES THEM ALL.
051600******************************************************************
051700 2000-LOAD-STEPS.
051800
051900     OPEN INPUT SUMA-JSD.
052000     IF NOT WS-SUMA-JSD-OK
052100         MOVE "SUMA-JSD" TO WS-FATAL-FILE-ID
052200         MOVE WS-SUMA-JSD-STATUS TO WS-FATAL-STATUS
052300         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
052400     END-IF.
052500
052600     PERFORM 2100-READ-SUMA-JSD THRU 2100-EXIT.
052700
052800     PERFORM 2200-LOAD-ONE-STEP THRU 2200-EXIT
052900         UNTIL WS-JSD-EOF.
053000
053100     CLOSE SUMA-JSD.
053200
053300     IF WS-STEP-COUNT = ZERO
053400         MOVE "NO ACTIVE STEPS IN THE DEFINITION" TO WS-DEF-REASON
053500         PERFORM 2400-DEFINITION-ERROR THRU 2400-EXIT
053600     END-IF.
053700
053800     IF WS-DEF-ERROR-COUNT > ZERO
053900         DISPLAY "SUMAJOBC - " WS-DEF-ERROR-COUNT
054000             " FAULT(S) IN THE JOB-STREAM DEFINITION, NOTHING RUN"
054100         MOVE "STEPDEF " TO WS-FATAL-FILE-ID
054200         MOVE "ED"       TO WS-FATAL-STATUS
054300         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
054400     END-IF.
054500
054600 2000-EXIT.
054700     EXIT.
054800
054900******************************************************************
055000*    2100-READ-SUMA-JSD - READ THE NEXT STEP DEFINITION
055100******************************************************************
055200 2100-READ-SUMA-JSD.
055300
055400     READ SUMA-JSD
055500         AT END
055600             MOVE "Y" TO WS-JSD-EOF-SW
055700         NOT AT END
055800             ADD 1 TO WS-JSD-READ-COUNT
055900     END-READ.
056000
056100 2100-EXIT.
056200     EXIT.
056300
056400******************************************************************
056500*    2200-LOAD-ONE-STEP - EDIT ONE ACTIVE STEP AND ADD IT TO THE
056600*    CHAIN.  STEP NUMBERS MUST RISE, AND EVERY STEP A STEP RUNS
056700*    AFTER MUST ALREADY BE IN THE CHAIN.
056800******************************************************************
056900 2200-LOAD-ONE-STEP.
057000
057100     IF JSD-CLOSED
057200         GO TO 2200-NEXT
057300     END-IF.
057400
057500     IF NOT JSD-ACTIVE
057600         MOVE "STATUS IS NOT A OR C" TO WS-DEF-REASON
057700         PERFORM 2400-DEFINITION-ERROR THRU 2400-EXIT
057800         GO TO 2200-NEXT
057900     END-IF.
058000
058100     IF JSD-STEP-NBR NOT NUMERIC
058200         MOVE "STEP NUMBER IS NOT NUMERIC" TO WS-DEF-REASON
058300         PERFORM 2400-DEFINITION-ERROR THRU 2400-EXIT
058400         GO TO 2200-NEXT
058500     END-IF.
058600
058700     IF JSD-STEP-NBR NOT > WS-LAST-STEP-NBR
058800         MOVE "STEP NUMBER IS OUT OF SEQUENCE" TO WS-DEF-REASON
058900         PERFORM 2400-DEFINITION-ERROR THRU 2400-EXIT
059000         GO TO 2200-NEXT
059100     END-IF.
059200     MOVE JSD-STEP-NBR TO WS-LAST-STEP-NBR.
059300
059400     IF JSD-STEP-NAME = SPACES
059500         MOVE "STEP NAME IS MISSING" TO WS-DEF-REASON
059600         PERFORM 2400-DEFINITION-ERROR THRU 2400-EXIT
059700         GO TO 2200-NEXT
059800     END-IF.
059900
060000     IF JSD-MAX-RC NOT NUMERIC
060100         MOVE "RETURN-CODE GATE IS NOT NUMERIC" TO WS-DEF-REASON
060200         PERFORM 2400-DEFINITION-ERROR THRU 2400-EXIT
060300         GO TO 2200-NEXT
060400     END-IF.
060500
060600     IF JSD-COMMAND = SPACES
060700         MOVE "COMMAND IS MISSING" TO WS-DEF-REASON
060800         PERFORM 2400-DEFINITION-ERROR THRU 2400-EXIT
060900         GO TO 2200-NEXT
061000     END-IF.
061100
061200     PERFORM 2300-CHECK-AFTER-STEP THRU 2300-EXIT
061300         VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 3.
061400
061500     IF WS-STEP-COUNT NOT < WS-STEP-MAX
061600         MOVE "TOO MANY STEPS IN THE CHAIN" TO WS-DEF-REASON
061700         PERFORM 2400-DEFINITION-ERROR THRU 2400-EXIT
061800         GO TO 2200-NEXT
061900     END-IF.
062000
062100     ADD 1 TO WS-STEP-COUNT.
062200     MOVE JSD-STEP-NBR  TO STP-STEP-NBR (WS-STEP-COUNT).
062300     MOVE JSD-STEP-NAME TO STP-STEP-NAME (WS-STEP-COUNT).
062400     MOVE JSD-MAX-RC    TO STP-MAX-RC (WS-STEP-COUNT).
062500     MOVE JSD-COMMAND   TO STP-COMMAND (WS-STEP-COUNT).
062600
062700 2200-NEXT.
062800     PERFORM 2100-READ-SUMA-JSD THRU 2100-EXIT.
062900
063000 2200-EXIT.
063100     EXIT.
063200
063300******************************************************************
063400*    2300-CHECK-AFTER-STEP - ONE NAMED PREDECESSOR MUST BE AN
063500*    ACTIVE STEP EARLIER IN THE CHAIN
063600******************************************************************
063700 2300-CHECK-AFTER-STEP.
063800
063900     IF JSD-AFTER-STEP (WS-AX) = SPACES
064000         GO TO 2300-EXIT
064100     END-IF.
064200
064300     MOVE "N" TO WS-AFTER-FOUND-SW.
064400     PERFORM 2310-TEST-EARLIER-STEP THRU 2310-EXIT
064500         VARYING WS-PX FROM 1 BY 1
064600         UNTIL WS-PX > WS-STEP-COUNT OR WS-AFTER-FOUND.
064700
064800     IF NOT WS-AFTER-FOUND
064900         MOVE SPACES TO WS-DEF-REASON
065000         STRING "RUNS AFTER " DELIMITED BY SIZE
065100                JSD-AFTER-STEP (WS-AX) DELIMITED BY SPACE
065200                " - NOT AN EARLIER STEP" DELIMITED BY SIZE
065300             INTO WS-DEF-REASON
065400         END-STRING
065500         PERFORM 2400-DEFINITION-ERROR THRU 2400-EXIT
065600     END-IF.
065700
065800 2300-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200*    2310-TEST-EARLIER-STEP - IS THIS EARLIER STEP THE ONE NAMED
066300******************************************************************
066400 2310-TEST-EARLIER-STEP.
066500
066600     IF STP-STEP-NAME (WS-PX) = JSD-AFTER-STEP (WS-AX)
066700         MOVE "Y" TO WS-AFTER-FOUND-SW
066800     END-IF.
066900
067000 2310-EXIT.
067100     EXIT.
067200
067300******************************************************************
067400*    2400-DEFINITION-ERROR - LIST ONE FAULT IN THE DEFINITION
067500******************************************************************
067600 2400-DEFINITION-ERROR.
067700
067800     ADD 1 TO WS-DEF-ERROR-COUNT.
067900     DISPLAY "SUMAJOBC - DEFINITION RECORD " WS-JSD-READ-COUNT
068000         " STEP " JSD-STEP-NBR-X " " JSD-STEP-NAME ": "
068100         WS-DEF-REASON.
068200
068300 2400-EXIT.
068400     EXIT.
068500
068600******************************************************************
068700*    3000-RUN-CHAIN - TAKE THE STEPS IN ORDER UNTIL THE CHAIN
068800*    ENDS OR A STEP STOPS IT
068900******************************************************************
069000 3000-RUN-CHAIN.
069100
069200     PERFORM 3100-RUN-ONE-STEP THRU 3100-EXIT
069300         VARYING WS-SX FROM 1 BY 1
069400         UNTIL WS-SX > WS-STEP-COUNT OR WS-CHAIN-STOPPED.
069500
069600     IF WS-CHAIN-STOPPED
069700         DISPLAY "SUMAJOBC - CHAIN STOPPED AT STEP "
069800             WS-STOP-STEP-NBR " " WS-STOP-STEP-NAME
069900     ELSE
070000         DISPLAY "SUMAJOBC - CHAIN COMPLETE FOR " WS-BUS-DATE
070100     END-IF.
070200     DISPLAY "SUMAJOBC - STEPS RUN.........: " WS-RUN-COUNT.
070300     DISPLAY "SUMAJOBC - STEPS ALREADY DONE: " WS-PASSED-COUNT.
070400
070500 3000-EXIT.
070600     EXIT.
070700
070800******************************************************************
070900*    3100-RUN-ONE-STEP - PASS OVER A STEP ALREADY FINISHED FOR
071000*    THE BUSINESS DATE, STOP AT ONE LEFT INTERRUPTED, AND RUN
071100*    ANY OTHER
071200******************************************************************
071300 3100-RUN-ONE-STEP.
071400
071500     PERFORM 3150-READ-STEP-CONTROL THRU 3150-EXIT.
071600
071700     IF JSC-FINISHED
071800         ADD 1 TO WS-PASSED-COUNT
071900         DISPLAY "SUMAJOBC - STEP " STP-STEP-NBR (WS-SX) " "
072000             STP-STEP-NAME (WS-SX) " ALREADY DONE, NOT RERUN"
072100         GO TO 3100-EXIT
072200     END-IF.
072300
072400     IF JSC-RUNNING
072500         DISPLAY "SUMAJOBC - STEP " STP-STEP-NBR (WS-SX) " "
072600             STP-STEP-NAME (WS-SX) " STARTED " JSC-START-DATE
072700             " " JSC-START-TIME " AND NEVER ENDED"
072800         DISPLAY "SUMAJOBC - A SUPERVISOR MUST MARK IT DONE OR "
072900             "RELEASE IT FOR RETRY"
073000         MOVE "Y" TO WS-CHAIN-STOP-SW
073100         MOVE STP-STEP-NBR (WS-SX)  TO WS-STOP-STEP-NBR
073200         MOVE STP-STEP-NAME (WS-SX) TO WS-STOP-STEP-NAME
073300         GO TO 3100-EXIT
073400     END-IF.
073500
073600     PERFORM 3200-EXECUTE-STEP THRU 3200-EXIT.
073700
073800 3100-EXIT.
073900     EXIT.
074000
074100******************************************************************
074200*    3150-READ-STEP-CONTROL - THE STEP'S CONTROL RECORD FOR THE
074300*    BUSINESS DATE, WRITTEN AS PENDING THE FIRST TIME THE STEP IS
074400*    REACHED.  A RECORD UNDER A DIFFERENT PROGRAM NAME MEANS THE
074500*    DEFINITION WAS RENUMBERED PART WAY THROUGH THE DAY.
074600******************************************************************
074700 3150-READ-STEP-CONTROL.
074800
074900     MOVE WS-BUS-DATE          TO JSC-BUS-DATE.
075000     MOVE STP-STEP-NBR (WS-SX) TO JSC-STEP-NBR.
075100     READ SUMA-JSC
075200         INVALID KEY
075300             CONTINUE
075400     END-READ.
075500
075600     IF WS-SUMA-JSC-OK
075700         IF JSC-STEP-NAME NOT = STP-STEP-NAME (WS-SX)
075800             DISPLAY "SUMAJOBC - STEP " STP-STEP-NBR (WS-SX)
075900                 " IS " STP-STEP-NAME (WS-SX) " BUT RAN TODAY AS "
076000                 JSC-STEP-NAME
076100             MOVE "STEPDEF " TO WS-FATAL-FILE-ID
076200             MOVE "MM"       TO WS-FATAL-STATUS
076300             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
076400         END-IF
076500         GO TO 3150-EXIT
076600     END-IF.
076700
076800     IF NOT WS-SUMA-JSC-NOT-FOUND
076900         MOVE "SUMA-JSC" TO WS-FATAL-FILE-ID
077000         MOVE WS-SUMA-JSC-STATUS TO WS-FATAL-STATUS
077100         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
077200     END-IF.
077300
077400     MOVE SPACES                TO SUMA-JSC-RECORD.
077500     MOVE WS-BUS-DATE           TO JSC-BUS-DATE.
077600     MOVE STP-STEP-NBR (WS-SX)  TO JSC-STEP-NBR.
077700     MOVE STP-STEP-NAME (WS-SX) TO JSC-STEP-NAME.
077800     SET JSC-PENDING            TO TRUE.
077900     MOVE ZERO                  TO JSC-ATTEMPTS.
078000     MOVE ZERO                  TO JSC-RETURN-CODE.
078100     MOVE STP-MAX-RC (WS-SX)    TO JSC-MAX-RC.
078200
078300     WRITE SUMA-JSC-RECORD.
078400     IF NOT WS-SUMA-JSC-OK
078500         MOVE "SUMA-JSC" TO WS-FATAL-FILE-ID
078600         MOVE WS-SUMA-JSC-STATUS TO WS-FATAL-STATUS
078700         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
078800     END-IF.
078900
079000 3150-EXIT.
079100     EXIT.
079200
079300******************************************************************
079400*    3200-EXECUTE-STEP - RECORD THE START BEFORE THE STEP IS
079500*    ISSUED, SO A CANCELLED CONTROLLER LEAVES THE STEP SHOWING AS
079600*    STARTED, THEN RUN IT AND RECORD THE END AGAINST THE GATE
079700******************************************************************
079800 3200-EXECUTE-STEP.
079900
080000     PERFORM 3300-BUILD-COMMAND THRU 3300-EXIT.
080100
080200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
080300     ACCEPT WS-TODAY-TIME FROM TIME.
080400
080500     SET JSC-RUNNING           TO TRUE.
080600     ADD 1                     TO JSC-ATTEMPTS.
080700     MOVE WS-TODAY-DATE        TO JSC-START-DATE.
080800     MOVE WS-TODAY-TIME        TO JSC-START-TIME.
080900     MOVE SPACES               TO JSC-END-DATE.
081000     MOVE SPACES               TO JSC-END-TIME.
081100     MOVE ZERO                 TO JSC-RETURN-CODE.
081200     MOVE STP-MAX-RC (WS-SX)   TO JSC-MAX-RC.
081300     MOVE WS-OPERATOR-ID       TO JSC-OPERATOR-ID.
081400     MOVE SPACES               TO JSC-NOTE.
081500     MOVE WS-SYSTEM-COMMAND    TO JSC-COMMAND.
081600     PERFORM 3400-REWRITE-STEP-CONTROL THRU 3400-EXIT.
081700
081800     ADD 1 TO WS-RUN-COUNT.
081900     DISPLAY "SUMAJOBC - STEP " STP-STEP-NBR (WS-SX) " "
082000         STP-STEP-NAME (WS-SX) " STARTED, ATTEMPT " JSC-ATTEMPTS.
082100
082200     CALL "SYSTEM" USING WS-SYSTEM-COMMAND
082300         RETURNING WS-SYSTEM-STATUS.
082400
082500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
082600     ACCEPT WS-TODAY-TIME FROM TIME.
082700     MOVE WS-TODAY-DATE TO JSC-END-DATE.
082800     MOVE WS-TODAY-TIME TO JSC-END-TIME.
082900
083000     IF WS-SYSTEM-STATUS < ZERO
083100         MOVE WS-ABNORMAL-RC TO JSC-RETURN-CODE
083200         MOVE "COMMAND COULD NOT BE ISSUED" TO JSC-NOTE
083300         SET JSC-FAILED TO TRUE
083400     ELSE
083500         DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-STEP-RC
083600             REMAINDER WS-SIGNAL-PART
083700         IF WS-SIGNAL-PART NOT = ZERO
083800             MOVE WS-ABNORMAL-RC TO JSC-RETURN-CODE
083900             MOVE "STEP ENDED ABNORMALLY" TO JSC-NOTE
084000             SET JSC-FAILED TO TRUE
084100         ELSE
084200             MOVE WS-STEP-RC TO JSC-RETURN-CODE
084300             IF WS-STEP-RC > STP-MAX-RC (WS-SX)
084400                 MOVE "RETURN CODE OVER THE GATE" TO JSC-NOTE
084500                 SET JSC-FAILED TO TRUE
084600             ELSE
084700                 SET JSC-COMPLETE TO TRUE
084800             END-IF
084900         END-IF
085000     END-IF.
085100
085200     PERFORM 3400-REWRITE-STEP-CONTROL THRU 3400-EXIT.
085300
085400     IF JSC-FAILED
085500         DISPLAY "SUMAJOBC - STEP " STP-STEP-NBR (WS-SX) " "
085600             STP-STEP-NAME (WS-SX) " FAILED, RC "
085700             JSC-RETURN-CODE ": " JSC-NOTE
085800         MOVE "Y" TO WS-CHAIN-STOP-SW
085900         MOVE STP-STEP-NBR (WS-SX)  TO WS-STOP-STEP-NBR
086000         MOVE STP-STEP-NAME (WS-SX) TO WS-STOP-STEP-NAME
086100     ELSE
086200         DISPLAY "SUMAJOBC - STEP " STP-STEP-NBR (WS-SX) " "
086300             STP-STEP-NAME (WS-SX) " COMPLETE, RC "
086400             JSC-RETURN-CODE
086500     END-IF.
086600
086700 3200-EXIT.
086800     EXIT.
086900
087000******************************************************************
087100*    3300-BUILD-COMMAND - COPY THE STEP'S COMMAND, REPLACING THE
087200*    &DATE, &YMD, &MMDD, AND &OPER TOKENS
087300******************************************************************
087400 3300-BUILD-COMMAND.
087500
087600     MOVE SPACES TO WS-SYSTEM-COMMAND.
087700     MOVE 1      TO WS-OUT-PTR.
087800     MOVE 1      TO WS-CX.
087900
088000     PERFORM 3310-COPY-COMMAND-CHAR THRU 3310-EXIT
088100         UNTIL WS-CX > WS-COMMAND-LEN.
088200
088300 3300-EXIT.
088400     EXIT.
088500
088600******************************************************************
088700*    3310-COPY-COMMAND-CHAR - ONE TOKEN OR ONE CHARACTER
088800******************************************************************
088900 3310-COPY-COMMAND-CHAR.
089000
089100     IF WS-CX NOT > WS-COMMAND-LEN - 4
089200         EVALUATE STP-COMMAND (WS-SX) (WS-CX:5)
089300             WHEN "&DATE"
089400                 STRING WS-BUS-DATE DELIMITED BY SIZE
089500                     INTO WS-SYSTEM-COMMAND
089600                     WITH POINTER WS-OUT-PTR
089700                 END-STRING
089800                 ADD 5 TO WS-CX
089900                 GO TO 3310-EXIT
090000             WHEN "&MMDD"
090100                 STRING WS-BUS-MMDD DELIMITED BY SIZE
090200                     INTO WS-SYSTEM-COMMAND
090300                     WITH POINTER WS-OUT-PTR
090400                 END-STRING
090500                 ADD 5 TO WS-CX
090600                 GO TO 3310-EXIT
090700             WHEN "&OPER"
090800                 STRING WS-OPERATOR-ID DELIMITED BY SPACE
090900                     INTO WS-SYSTEM-COMMAND
091000                     WITH POINTER WS-OUT-PTR
091100                 END-STRING
091200                 ADD 5 TO WS-CX
091300                 GO TO 3310-EXIT
091400             WHEN OTHER
091500                 CONTINUE
091600         END-EVALUATE
091700     END-IF.
091800
091900     IF WS-CX NOT > WS-COMMAND-LEN - 3
092000         AND STP-COMMAND (WS-SX) (WS-CX:4) = "&YMD"
092100         STRING WS-BUS-YMD DELIMITED BY SIZE
092200             INTO WS-SYSTEM-COMMAND
092300             WITH POINTER WS-OUT-PTR
092400         END-STRING
092500         ADD 4 TO WS-CX
092600         GO TO 3310-EXIT
092700     END-IF.
092800
092900     STRING STP-COMMAND (WS-SX) (WS-CX:1) DELIMITED BY SIZE
093000         INTO WS-SYSTEM-COMMAND
093100         WITH POINTER WS-OUT-PTR
093200     END-STRING.
093300     ADD 1 TO WS-CX.
093400
093500 3310-EXIT.
093600     EXIT.
093700
093800******************************************************************
093900*    3400-REWRITE-STEP-CONTROL - RECORD THE STEP'S NEW STATE
094000******************************************************************
094100 3400-REWRITE-STEP-CONTROL.
094200
094300     REWRITE SUMA-JSC-RECORD.
094400     IF NOT WS-SUMA-JSC-OK
094500         MOVE "SUMA-JSC" TO WS-FATAL-FILE-ID
094600         MOVE WS-SUMA-JSC-STATUS TO WS-FATAL-STATUS
094700         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
094800     END-IF.
094900
095000 3400-EXIT.
095100     EXIT.
095200
095300******************************************************************
095400*    4000-MARK-STEP - A SUPERVISOR'S DECISION ON A STEP THE
095500*    CHAIN CANNOT SETTLE ITSELF.  DONE MARKS A FAILED OR
095600*    INTERRUPTED STEP FINISHED, SO THE NEXT RUN PASSES IT (THE
095700*    STEP WAS COMPLETED OR REPAIRED BY HAND); RETRY RELEASES AN
095800*    INTERRUPTED STEP TO RUN AGAIN.  A FAILED STEP NEEDS NO
095900*    RELEASE - THE NEXT RUN RETRIES IT.
096000******************************************************************
096100 4000-MARK-STEP.
096200
096300     MOVE ZERO TO WS-FOUND-SX.
096400     PERFORM 4100-TEST-STEP-NBR THRU 4100-EXIT
096500         VARYING WS-SX FROM 1 BY 1
096600         UNTIL WS-SX > WS-STEP-COUNT OR WS-FOUND-SX > ZERO.
096700
096800     IF WS-FOUND-SX = ZERO
096900         DISPLAY "SUMAJOBC - STEP " WS-STEP-PARM
097000             " IS NOT IN THE CHAIN"
097100         MOVE "PARM    " TO WS-FATAL-FILE-ID
097200         MOVE "NN"       TO WS-FATAL-STATUS
097300         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
097400     END-IF.
097500
097600     MOVE WS-BUS-DATE    TO JSC-BUS-DATE.
097700     MOVE WS-STEP-PARM-N TO JSC-STEP-NBR.
097800     READ SUMA-JSC
097900         INVALID KEY
098000             DISPLAY "SUMAJOBC - STEP " WS-STEP-PARM
098100                 " HAS NOT BEEN REACHED ON " WS-BUS-DATE
098200             MOVE "PARM    " TO WS-FATAL-FILE-ID
098300             MOVE "NN"       TO WS-FATAL-STATUS
098400             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
098500     END-READ.
098600     IF NOT WS-SUMA-JSC-OK
098700         MOVE "SUMA-JSC" TO WS-FATAL-FILE-ID
098800         MOVE WS-SUMA-JSC-STATUS TO WS-FATAL-STATUS
098900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
099000     END-IF.
099100
099200     IF WS-ACTION-DONE
099300         AND NOT JSC-FAILED AND NOT JSC-RUNNING
099400         DISPLAY "SUMAJOBC - ONLY A FAILED OR INTERRUPTED STEP "
099500             "CAN BE MARKED DONE, STEP " WS-STEP-PARM
099600             " STATUS IS " JSC-STATUS
099700         MOVE "PARM    " TO WS-FATAL-FILE-ID
099800         MOVE "NN"       TO WS-FATAL-STATUS
099900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
100000     END-IF.
100100
100200     IF WS-ACTION-RETRY
100300         AND NOT JSC-RUNNING
100400         DISPLAY "SUMAJOBC - ONLY AN INTERRUPTED STEP NEEDS "
100500             "RELEASING, STEP " WS-STEP-PARM
100600             " STATUS IS " JSC-STATUS
100700         MOVE "PARM    " TO WS-FATAL-FILE-ID
100800         MOVE "NN"       TO WS-FATAL-STATUS
100900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
101000     END-IF.
101100
101200     MOVE WS-OPERATOR-ID TO JSC-OPERATOR-ID.
101300     IF WS-ACTION-DONE
101400         SET JSC-MARKED-DONE TO TRUE
101500         MOVE "MARKED DONE BY SUPERVISOR" TO JSC-NOTE
101600     ELSE
101700         SET JSC-PENDING TO TRUE
101800         MOVE "RELEASED FOR RETRY" TO JSC-NOTE
101900     END-IF.
102000     PERFORM 3400-REWRITE-STEP-CONTROL THRU 3400-EXIT.
102100
102200     DISPLAY "SUMAJOBC - STEP " WS-STEP-PARM " "
102300         JSC-STEP-NAME " " JSC-NOTE.
102400
102500 4000-EXIT.
102600     EXIT.
102700
102800******************************************************************
102900*    4100-TEST-STEP-NBR - IS THIS THE STEP NAMED ON THE COMMAND
103000******************************************************************
103100 4100-TEST-STEP-NBR.
103200
103300     IF STP-STEP-NBR (WS-SX) = WS-STEP-PARM-N
103400         MOVE WS-SX TO WS-FOUND-SX
103500     END-IF.
103600
103700 4100-EXIT.
103800     EXIT.
103900
104000******************************************************************
104100*    6000-PRINT-RUN-BOOK - EVERY STEP OF THE CHAIN AS THE
104200*    STEP-CONTROL FILE NOW SHOWS IT, AND WHERE THE CHAIN STANDS
104300******************************************************************
104400 6000-PRINT-RUN-BOOK.
104500
104600     PERFORM 7100-PAGE-HEADING THRU 7100-EXIT.
104700
104800     PERFORM 6100-PRINT-ONE-STEP THRU 6100-EXIT
104900         VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-STEP-COUNT.
105000
105100     MOVE SPACES TO WS-PRINT-LINE.
105200     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
105300
105400     MOVE "STEPS IN THE CHAIN.........:" TO CNT-LABEL.
105500     MOVE WS-STEP-COUNT TO CNT-VALUE.
105600     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
105700
105800     MOVE "STEPS DONE.................:" TO CNT-LABEL.
105900     MOVE WS-FINISHED-COUNT TO CNT-VALUE.
106000     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
106100
106200     MOVE "STEPS FAILED...............:" TO CNT-LABEL.
106300     MOVE WS-FAILED-COUNT TO CNT-VALUE.
106400     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
106500
106600     MOVE "STEPS INTERRUPTED..........:" TO CNT-LABEL.
106700     MOVE WS-RUNNING-COUNT TO CNT-VALUE.
106800     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
106900
107000     MOVE "STEPS STILL TO RUN.........:" TO CNT-LABEL.
107100     MOVE WS-WAITING-COUNT TO CNT-VALUE.
107200     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
107300
107400     MOVE "STEPS RUN THIS SUBMISSION..:" TO CNT-LABEL.
107500     MOVE WS-RUN-COUNT TO CNT-VALUE.
107600     PERFORM 6300-PRINT-COUNT THRU 6300-EXIT.
107700
107800     IF WS-FINISHED-COUNT = WS-STEP-COUNT
107900         MOVE "COMPLETE" TO CHN-TEXT
108000     ELSE
108100         IF WS-FIRST-OPEN-SX > ZERO
108200             AND (WS-FAILED-COUNT > ZERO
108300                  OR WS-RUNNING-COUNT > ZERO)
108400             MOVE STP-STEP-NBR (WS-FIRST-OPEN-SX)
108500                 TO CST-STEP-NBR
108600             MOVE STP-STEP-NAME (WS-FIRST-OPEN-SX)
108700                 TO CST-STEP-NAME
108800             MOVE WS-CHAIN-STOP-TEXT TO CHN-TEXT
108900         ELSE
109000             MOVE "NOT YET COMPLETE" TO CHN-TEXT
109100         END-IF
109200     END-IF.
109300     MOVE WS-CHAIN-LINE TO WS-PRINT-LINE.
109400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
109500
109600 6000-EXIT.
109700     EXIT.
109800
109900******************************************************************
110000*    6100-PRINT-ONE-STEP - ONE STEP'S RUN-BOOK LINE AND THE
110100*    COMMAND IT WAS (OR WILL BE) ISSUED WITH
110200******************************************************************
110300 6100-PRINT-ONE-STEP.
110400
110500     MOVE STP-STEP-NBR (WS-SX)  TO DTL-STEP-NBR.
110600     MOVE STP-STEP-NAME (WS-SX) TO DTL-STEP-NAME.
110700     MOVE STP-MAX-RC (WS-SX)    TO DTL-MAX-RC.
110800     MOVE SPACES TO DTL-START-DATE DTL-START-TIME DTL-END-DATE
110900                    DTL-END-TIME DTL-ELAPSED DTL-RC-X
111000                    DTL-ATTEMPTS-X DTL-OPERATOR-ID DTL-NOTE.
111100
111200     MOVE WS-BUS-DATE          TO JSC-BUS-DATE.
111300     MOVE STP-STEP-NBR (WS-SX) TO JSC-STEP-NBR.
111400     READ SUMA-JSC
111500         INVALID KEY
111600             CONTINUE
111700     END-READ.
111800     IF NOT WS-SUMA-JSC-OK AND NOT WS-SUMA-JSC-NOT-FOUND
111900         MOVE "SUMA-JSC" TO WS-FATAL-FILE-ID
112000         MOVE WS-SUMA-JSC-STATUS TO WS-FATAL-STATUS
112100         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
112200     END-IF.
112300
112400     IF WS-SUMA-JSC-NOT-FOUND
112500         MOVE "NOT STARTED" TO DTL-STATUS
112600         ADD 1 TO WS-WAITING-COUNT
112700         IF WS-FIRST-OPEN-SX = ZERO
112800             MOVE WS-SX TO WS-FIRST-OPEN-SX
112900         END-IF
113000         MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
113100         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
113200         PERFORM 3300-BUILD-COMMAND THRU 3300-EXIT
113300         MOVE WS-SYSTEM-COMMAND TO CMD-TEXT
113400         MOVE WS-COMMAND-LINE TO WS-PRINT-LINE
113500         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
113600         GO TO 6100-EXIT
113700     END-IF.
113800
113900     EVALUATE TRUE
114000         WHEN JSC-COMPLETE
114100             MOVE "COMPLETE"    TO DTL-STATUS
114200             ADD 1 TO WS-FINISHED-COUNT
114300         WHEN JSC-MARKED-DONE
114400             MOVE "MARKED DONE" TO DTL-STATUS
114500             ADD 1 TO WS-FINISHED-COUNT
114600         WHEN JSC-FAILED
114700             MOVE "FAILED"      TO DTL-STATUS
114800             ADD 1 TO WS-FAILED-COUNT
114900         WHEN JSC-RUNNING
115000             MOVE "INTERRUPTED" TO DTL-STATUS
115100             ADD 1 TO WS-RUNNING-COUNT
115200         WHEN OTHER
115300             MOVE "PENDING"     TO DTL-STATUS
115400             ADD 1 TO WS-WAITING-COUNT
115500     END-EVALUATE.
115600     IF NOT JSC-FINISHED AND WS-FIRST-OPEN-SX = ZERO
115700         MOVE WS-SX TO WS-FIRST-OPEN-SX
115800     END-IF.
115900
116000     IF JSC-START-DATE NOT = SPACES
116100         MOVE JSC-START-DATE TO DTL-START-DATE
116200         MOVE JSC-START-TIME TO WS-CLOCK
116300         PERFORM 6200-FORMAT-CLOCK THRU 6200-EXIT
116400         MOVE WS-TIME-EDIT   TO DTL-START-TIME
116500     END-IF.
116600     IF JSC-END-DATE NOT = SPACES
116700         MOVE JSC-END-DATE   TO DTL-END-DATE
116800         MOVE JSC-END-TIME   TO WS-CLOCK
116900         PERFORM 6200-FORMAT-CLOCK THRU 6200-EXIT
117000         MOVE WS-TIME-EDIT   TO DTL-END-TIME
117100         PERFORM 6250-FORMAT-ELAPSED THRU 6250-EXIT
117200         MOVE WS-TIME-EDIT   TO DTL-ELAPSED
117300         MOVE JSC-RETURN-CODE TO DTL-RC
117400     END-IF.
117500     IF JSC-ATTEMPTS > ZERO
117600         MOVE JSC-ATTEMPTS   TO DTL-ATTEMPTS
117700     END-IF.
117800     MOVE JSC-MAX-RC      TO DTL-MAX-RC.
117900     MOVE JSC-OPERATOR-ID TO DTL-OPERATOR-ID.
118000     MOVE JSC-NOTE        TO DTL-NOTE.
118100
118200     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
118300     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
118400
118500     IF JSC-COMMAND = SPACES
118600         PERFORM 3300-BUILD-COMMAND THRU 3300-EXIT
118700         MOVE WS-SYSTEM-COMMAND TO CMD-TEXT
118800     ELSE
118900         MOVE JSC-COMMAND TO CMD-TEXT
119000     END-IF.
119100     MOVE WS-COMMAND-LINE TO WS-PRINT-LINE.
119200     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
119300
119400 6100-EXIT.
119500     EXIT.
119600
119700******************************************************************
119800*    6200-FORMAT-CLOCK - HHMMSSCC IN WS-CLOCK AS HH:MM:SS
119900******************************************************************
120000 6200-FORMAT-CLOCK.
120100
120200     MOVE WS-CLOCK (1:2) TO TME-HH.
120300     MOVE WS-CLOCK (3:2) TO TME-MM.
120400     MOVE WS-CLOCK (5:2) TO TME-SS.
120500
120600 6200-EXIT.
120700     EXIT.
120800
120900******************************************************************
121000*    6250-FORMAT-ELAPSED - START TO END AS HH:MM:SS, ACROSS
121100*    MIDNIGHT WHEN THE DATES DIFFER
121200******************************************************************
121300 6250-FORMAT-ELAPSED.
121400
121500     MOVE JSC-START-TIME TO WS-CLOCK.
121600     IF WS-CLOCK-PARTS NOT NUMERIC
121700         MOVE SPACES TO WS-TIME-EDIT
121800         GO TO 6250-EXIT
121900     END-IF.
122000     COMPUTE WS-START-SECS =
122100         WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS
122200     END-COMPUTE.
122300
122400     MOVE JSC-END-TIME TO WS-CLOCK.
122500     IF WS-CLOCK-PARTS NOT NUMERIC
122600         MOVE SPACES TO WS-TIME-EDIT
122700         GO TO 6250-EXIT
122800     END-IF.
122900     COMPUTE WS-END-SECS =
123000         WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS
123100     END-COMPUTE.
123200
123300     IF JSC-END-DATE NOT = JSC-START-DATE
123400         MOVE JSC-START-DATE TO WS-DATE-WORK
123500         COMPUTE WS-START-DAYNO =
123600             FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-R)
123700         END-COMPUTE
123800         MOVE JSC-END-DATE TO WS-DATE-WORK
123900         COMPUTE WS-END-DAYNO =
124000             FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-R)
124100         END-COMPUTE
124200         COMPUTE WS-END-SECS = WS-END-SECS
124300             + (WS-END-DAYNO - WS-START-DAYNO) * 86400
124400         END-COMPUTE
124500     END-IF.
124600
124700     COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
124800     END-COMPUTE.
124900     IF WS-ELAPSED-SECS < ZERO
125000         MOVE ZERO TO WS-ELAPSED-SECS
125100     END-IF.
125200     IF WS-ELAPSED-SECS > 359999
125300         MOVE 359999 TO WS-ELAPSED-SECS
125400     END-IF.
125500
125600     DIVIDE WS-ELAPSED-SECS BY 3600 GIVING WS-ELAPSED-HH
125700         REMAINDER WS-ELAPSED-SECS.
125800     DIVIDE WS-ELAPSED-SECS BY 60 GIVING WS-ELAPSED-MM
125900         REMAINDER WS-ELAPSED-SS.
126000     MOVE WS-ELAPSED-HH TO TME-HH.
126100     MOVE WS-ELAPSED-MM TO TME-MM.
126200     MOVE WS-ELAPSED-SS TO TME-SS.
126300
126400 6250-EXIT.
126500     EXIT.
126600
126700******************************************************************
126800*    6300-PRINT-COUNT - ONE CONTROL COUNT LINE
126900******************************************************************
127000 6300-PRINT-COUNT.
127100
127200     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
127300     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
127400
127500 6300-EXIT.
127600     EXIT.
127700
127800******************************************************************
127900*    7000-WRITE-LINE - WRITE ONE REPORT LINE, BREAKING TO A NEW
128000*    PAGE WHEN THE CURRENT ONE IS FULL
128100******************************************************************
128200 7000-WRITE-LINE.
128300
128400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
128500         PERFORM 7100-PAGE-HEADING THRU 7100-EXIT
128600     END-IF.
128700
128800     WRITE SUMA-JSR-RECORD FROM WS-PRINT-LINE
128900         AFTER ADVANCING 1 LINE.
129000     PERFORM 7900-CHECK-JSR-STATUS THRU 7900-EXIT.
129100     ADD 1 TO WS-LINE-COUNT.
129200
129300 7000-EXIT.
129400     EXIT.
129500
129600******************************************************************
129700*    7100-PAGE-HEADING - THROW A PAGE AND PRINT THE HEADING BLOCK
129800******************************************************************
129900 7100-PAGE-HEADING.
130000
130100     ADD 1 TO WS-PAGE-NBR.
130200     MOVE WS-PAGE-NBR TO HD1-PAGE-NBR.
130300
130400     WRITE SUMA-JSR-RECORD FROM WS-HDG-LINE-1
130500         AFTER ADVANCING PAGE.
130600     PERFORM 7900-CHECK-JSR-STATUS THRU 7900-EXIT.
130700
130800     WRITE SUMA-JSR-RECORD FROM WS-HDG-COLS
130900         AFTER ADVANCING 2 LINES.
131000     PERFORM 7900-CHECK-JSR-STATUS THRU 7900-EXIT.
131100
131200     MOVE SPACES TO SUMA-JSR-RECORD.
131300     WRITE SUMA-JSR-RECORD
131400         AFTER ADVANCING 1 LINE.
131500     PERFORM 7900-CHECK-JSR-STATUS THRU 7900-EXIT.
131600
131700     MOVE 4 TO WS-LINE-COUNT.
131800
131900 7100-EXIT.
132000     EXIT.
132100
132200******************************************************************
132300*    7900-CHECK-JSR-STATUS - ABEND ON A FAILED RUN-BOOK WRITE
132400******************************************************************
132500 7900-CHECK-JSR-STATUS.
132600
132700     IF NOT WS-SUMA-JSR-OK
132800         MOVE "SUMA-JSR" TO WS-FATAL-FILE-ID
132900         MOVE WS-SUMA-JSR-STATUS TO WS-FATAL-STATUS
133000         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
133100     END-IF.
133200
133300 7900-EXIT.
133400     EXIT.
133500
133600******************************************************************
133700*    9000-TERMINATE - CLOSE THE FILES AND THE OPERATOR CHECK
133800******************************************************************
133900 9000-TERMINATE.
134000
134100     CLOSE SUMA-JSC
134200           SUMA-JSR.
134300
134400     SET OCK-REQ-CLOSE TO TRUE.
134500     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
134600
134700 9000-EXIT.
134800     EXIT.
134900
135000******************************************************************
135100*    9500-ABEND-RUN - DISPLAY A FATAL I/O STATUS AND STOP THE JOB
135200******************************************************************
135300 9500-ABEND-RUN.
135400
135500     DISPLAY "SUMAJOBC - JOB TERMINATED, FILE " WS-FATAL-FILE-ID
135600         " FILE STATUS " WS-FATAL-STATUS.
135700     MOVE 16 TO RETURN-CODE.
135800     STOP RUN.
135900
136000 9500-EXIT.
136100     EXIT.
