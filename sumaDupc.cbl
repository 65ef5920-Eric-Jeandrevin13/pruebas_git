000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUMADUPC.
000300 AUTHOR.        J MARTINEZ QUIROGA.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800******************************************************************
000900*    SUMADUPC
001000*
001100*    CROSS-RUN DUPLICATE DETECTION.  PASSES A WHOLE SUMA-IN FILE
001200*    BEFORE THE MAIN SUMACOBOL STEP AND LOOKS FOR DETAILS THAT
001300*    REPEAT A TRANSACTION ALREADY POSTED - SAME ACCOUNT, SAME
001400*    OPERATION, SAME NUM1 AND NUM2 - WITHIN THE LOOK-BACK
001500*    WINDOW, OR THAT REPEAT AN EARLIER DETAIL IN THE SAME FILE.
001600*    THE WINDOW IN DAYS COMES FROM PRM-DUP-LOOKBACK-DAYS ON
001700*    SUMA-PRM; ZERO OR NO CONTROL FILE MEANS THE 30-DAY DEFAULT.
001800*    THE HISTORY IS THE SUMA-AUD AUDIT TRAIL: EVERY DETAIL
001900*    POSTING WHOSE RUN DATE FALLS IN THE WINDOW, LESS ANY
002000*    POSTING A LATER REVERSAL HAS BACKED OUT.
002100*
002200*    EACH SUSPECT IS WRITTEN TO THE SUMA-DSP DUPLICATE-SUSPECT
002300*    FILE, KEYED BY RUN ID AND INPUT SEQUENCE, AND LISTED ON THE
002400*    SUMA-DSR REPORT WITH THE TRANSACTION IT MATCHED.  SUMACOBOL
002500*    HOLDS EVERY SUSPECT OUT OF THE POSTING AND ROUTES IT TO
002600*    SUMA-ERR.  WHEN A SUSPECT IS A GENUINE REPEAT, AN APPROVER
002700*    OR SUPERVISOR PUTS ITS RUN ID, SEQUENCE, AND A REASON ON
002800*    THE SUMA-DOV OVERRIDE FILE AND RERUNS THIS STEP; THE
002900*    OVERRIDE IS APPLIED BEFORE THE CHECK, THE SUSPECT IS MARKED
003000*    OVERRIDDEN, AND SUMACOBOL THEN POSTS IT NORMALLY.  AN
003100*    OVERRIDE ATTEMPTED BY ANY OTHER ROLE IS REFUSED AND GOES ON
003200*    THE SECURITY-VIOLATION LOG.
003300*
003400*    THE COMMAND LINE CARRIES THE OPERATOR ID, WHICH MUST BE
003500*    ACTIVE ON THE OPERATOR AUTHORIZATION MASTER.  THE JOB ENDS
003600*    WITH RETURN CODE 0 WHEN NOTHING IS HELD, OR 8 WHEN ANY
003700*    SUSPECT IS HELD OR ANY OVERRIDE IS REFUSED.
003800*
003900*    MODIFICATION HISTORY
004000*    DATE       INIT DESCRIPTION
004100*    ---------- ---- ------------------------------------------
004200*    2026-10-15 JMQ  INITIAL VERSION.
004300******************************************************************
004400
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT SUMA-IN  ASSIGN TO "SUMAIN"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SUMA-IN-STATUS.
005100
005200     SELECT SUMA-PRM ASSIGN TO "SUMAPRM"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-SUMA-PRM-STATUS.
005500
005600     SELECT SUMA-AUD ASSIGN TO "SUMAAUD"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SUMA-AUD-STATUS.
005900
006000     SELECT SUMA-DOV ASSIGN TO "SUMADOV"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-SUMA-DOV-STATUS.
006300
006400     SELECT SUMA-DSP ASSIGN TO "SUMADSP"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS DSP-KEY
006800         FILE STATUS IS WS-SUMA-DSP-STATUS.
006900
007000     SELECT SUMA-DWK ASSIGN TO "SUMADWK"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS DWK-KEY
007400         FILE STATUS IS WS-SUMA-DWK-STATUS.
007500
007600     SELECT SUMA-DSR ASSIGN TO "SUMADSR"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-SUMA-DSR-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200
008300 FD  SUMA-IN
008400     RECORDING MODE IS F.
008500     COPY SUMAIN.
008600
008700 FD  SUMA-PRM
008800     RECORDING MODE IS F.
008900     COPY SUMAPRM.
009000
009100 FD  SUMA-AUD
009200     RECORDING MODE IS F.
009300     COPY SUMAAUD.
009400
009500 FD  SUMA-DOV
009600     RECORDING MODE IS F.
009700     COPY SUMADOV.
009800
009900 FD  SUMA-DSP.
010000     COPY SUMADSP.
010100
010200 FD  SUMA-DWK.
010300     COPY SUMADWK.
010400
010500 FD  SUMA-DSR
010600     RECORDING MODE IS F.
010700 01  SUMA-DSR-RECORD                PIC X(132).
010800
010900 WORKING-STORAGE SECTION.
011000
011100 01  WS-SUMA-IN-STATUS              PIC X(02)  VALUE "00".
011200     88  WS-SUMA-IN-OK                         VALUE "00".
011300
011400 01  WS-SUMA-PRM-STATUS             PIC X(02)  VALUE "00".
011500     88  WS-SUMA-PRM-OK                        VALUE "00".
011600
011700 01  WS-SUMA-AUD-STATUS             PIC X(02)  VALUE "00".
011800     88  WS-SUMA-AUD-OK                        VALUE "00".
011900     88  WS-SUMA-AUD-NO-FILE                   VALUE "35".
012000
012100 01  WS-SUMA-DOV-STATUS             PIC X(02)  VALUE "00".
012200     88  WS-SUMA-DOV-OK                        VALUE "00".
012300     88  WS-SUMA-DOV-NO-FILE                   VALUE "35".
012400
012500 01  WS-SUMA-DSP-STATUS             PIC X(02)  VALUE "00".
012600     88  WS-SUMA-DSP-OK                        VALUE "00".
012700     88  WS-SUMA-DSP-NOT-FOUND                 VALUE "23".
012800     88  WS-SUMA-DSP-NO-FILE                   VALUE "35".
012900
013000 01  WS-SUMA-DWK-STATUS             PIC X(02)  VALUE "00".
013100     88  WS-SUMA-DWK-OK                        VALUE "00".
013200     88  WS-SUMA-DWK-DUP-KEY                   VALUE "22".
013300     88  WS-SUMA-DWK-NOT-FOUND                 VALUE "23".
013400
013500 01  WS-SUMA-DSR-STATUS             PIC X(02)  VALUE "00".
013600     88  WS-SUMA-DSR-OK                        VALUE "00".
013700
013800 01  WS-FATAL-FILE-ID               PIC X(08)  VALUE SPACES.
013900 01  WS-FATAL-STATUS                PIC X(02)  VALUE SPACES.
014000
014100 01  WS-PARM-LINE                   PIC X(80)  VALUE SPACES.
014200 01  WS-OPERATOR-ID                 PIC X(08)  VALUE SPACES.
014300
014400 01  WS-SWITCHES.
014500     05  WS-EOF-SW                  PIC X(01)  VALUE "N".
014600         88  WS-EOF                            VALUE "Y".
014700     05  WS-AUD-EOF-SW              PIC X(01)  VALUE "N".
014800         88  WS-AUD-EOF                        VALUE "Y".
014900     05  WS-DOV-EOF-SW              PIC X(01)  VALUE "N".
015000         88  WS-DOV-EOF                        VALUE "Y".
015100     05  WS-DWK-EOF-SW              PIC X(01)  VALUE "N".
015200         88  WS-DWK-EOF                        VALUE "Y".
015300     05  WS-MATCH-SW                PIC X(01)  VALUE "N".
015400         88  WS-MATCH-FOUND                    VALUE "Y".
015500     05  WS-CAN-OVERRIDE-SW         PIC X(01)  VALUE "N".
015600         88  WS-CAN-OVERRIDE                   VALUE "Y".
015700     05  WS-AUD-AVAIL-SW            PIC X(01)  VALUE "N".
015800         88  WS-AUD-AVAIL                      VALUE "Y".
015900     05  WS-DOV-AVAIL-SW            PIC X(01)  VALUE "N".
016000         88  WS-DOV-AVAIL                      VALUE "Y".
016100
016200 01  WS-HIST-OPER                   PIC X(01)  VALUE SPACE.
016300     88  WS-HIST-OPER-VALID                    VALUE "A" "S" "M"
016400                                                     "D".
016500
016600 01  WS-LOOKBACK-DAYS     PIC 9(03)  COMP      VALUE 30.
016700 01  WS-TODAY-DATE                  PIC X(08)  VALUE SPACES.
016800 01  WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE
016900                                    PIC 9(08).
017000 01  WS-TODAY-TIME                  PIC X(08)  VALUE SPACES.
017100 01  WS-TODAY-INT         PIC 9(08)  COMP      VALUE ZERO.
017200 01  WS-CUTOFF-INT        PIC 9(08)  COMP      VALUE ZERO.
017300 01  WS-CUTOFF-DATE                 PIC 9(08)  VALUE ZERO.
017400 01  WS-SAR-DATE-N                  PIC 9(08)  VALUE ZERO.
017500
017600 01  WS-RUN-ID                      PIC X(08)  VALUE SPACES.
017700 01  WS-BATCH-RUN-DATE              PIC X(08)  VALUE SPACES.
017800 01  WS-SEQ-NBR           PIC 9(07)  COMP      VALUE ZERO.
017900 01  WS-CHECK-SEQ-NBR               PIC 9(07)  VALUE ZERO.
018000 01  WS-CHECK-FINGERPRINT           PIC X(27)  VALUE SPACES.
018100 01  WS-REFUSE-REASON               PIC X(30)  VALUE SPACES.
018200
018300 01  WS-HISTORY-COUNT     PIC 9(09)  COMP      VALUE ZERO.
018400 01  WS-REVERSED-COUNT    PIC 9(09)  COMP      VALUE ZERO.
018500 01  WS-CHECKED-COUNT     PIC 9(07)  COMP      VALUE ZERO.
018600 01  WS-HELD-COUNT        PIC 9(07)  COMP      VALUE ZERO.
018700 01  WS-PASSED-COUNT      PIC 9(07)  COMP      VALUE ZERO.
018800 01  WS-CLEARED-COUNT     PIC 9(07)  COMP      VALUE ZERO.
018900 01  WS-OVR-READ-COUNT    PIC 9(07)  COMP      VALUE ZERO.
019000 01  WS-OVR-APPLIED-COUNT PIC 9(07)  COMP      VALUE ZERO.
019100 01  WS-OVR-REFUSED-COUNT PIC 9(07)  COMP      VALUE ZERO.
019200
019300 01  WS-PAGE-NBR          PIC 9(04)  COMP      VALUE ZERO.
019400 01  WS-LINE-COUNT        PIC 9(02)  COMP      VALUE ZERO.
019500 01  WS-LINES-PER-PAGE    PIC 9(02)  COMP      VALUE 56.
019600
019700 01  WS-PRINT-LINE                  PIC X(132) VALUE SPACES.
019800
019900 01  WS-HDG-LINE-1.
020000     05  FILLER                     PIC X(10)  VALUE "SUMADUPC".
020100     05  FILLER                     PIC X(30)
020200         VALUE "DUPLICATE-SUSPECT REPORT".
020300     05  FILLER                     PIC X(06)  VALUE "DATE ".
020400     05  HD1-RUN-DATE               PIC X(08).
020500     05  FILLER                     PIC X(08)  VALUE "   PAGE ".
020600     05  HD1-PAGE-NBR               PIC ZZZ9.
020700     05  FILLER                     PIC X(66)  VALUE SPACES.
020800
020900 01  WS-HDG-COLS.
021000     05  FILLER                     PIC X(12)  VALUE "  RUN ID".
021100     05  FILLER                     PIC X(09)  VALUE "    SEQ".
021200     05  FILLER                     PIC X(10)  VALUE "ACCOUNT".
021300     05  FILLER                     PIC X(03)  VALUE "OP".
021400     05  FILLER                     PIC X(13)
021500         VALUE "       NUM1".
021600     05  FILLER                     PIC X(13)
021700         VALUE "       NUM2".
021800     05  FILLER                     PIC X(09)  VALUE "MATCHED".
021900     05  FILLER                     PIC X(09)  VALUE "    SEQ".
022000     05  FILLER                     PIC X(09)  VALUE "DATE".
022100     05  FILLER                     PIC X(06)  VALUE "SRC".
022200     05  FILLER                     PIC X(12)  VALUE "STATUS".
022300     05  FILLER                     PIC X(26)  VALUE "REMARK".
022400     05  FILLER                     PIC X(01)  VALUE SPACES.
022500
022600 01  WS-DETAIL-LINE.
022700     05  FILLER                     PIC X(02)  VALUE SPACES.
022800     05  DTL-RUN-ID                 PIC X(08).
022900     05  FILLER                     PIC X(02)  VALUE SPACES.
023000     05  DTL-SEQ-NBR                PIC ZZZZZZ9.
023100     05  FILLER                     PIC X(02)  VALUE SPACES.
023200     05  DTL-ACCT-CODE              PIC X(08).
023300     05  FILLER                     PIC X(02)  VALUE SPACES.
023400     05  DTL-OPER-CODE              PIC X(01).
023500     05  FILLER                     PIC X(02)  VALUE SPACES.
023600     05  DTL-NUM1                   PIC -ZZZZZZ9.99.
023700     05  FILLER                     PIC X(02)  VALUE SPACES.
023800     05  DTL-NUM2                   PIC -ZZZZZZ9.99.
023900     05  FILLER                     PIC X(02)  VALUE SPACES.
024000     05  DTL-MATCH-RUN-ID           PIC X(08).
024100     05  FILLER                     PIC X(01)  VALUE SPACES.
024200     05  DTL-MATCH-SEQ-NBR          PIC ZZZZZZ9.
024300     05  FILLER                     PIC X(02)  VALUE SPACES.
024400     05  DTL-MATCH-DATE             PIC X(08).
024500     05  FILLER                     PIC X(01)  VALUE SPACES.
024600     05  DTL-MATCH-SOURCE           PIC X(04).
024700     05  FILLER                     PIC X(02)  VALUE SPACES.
024800     05  DTL-STATUS                 PIC X(10).
024900     05  FILLER                     PIC X(02)  VALUE SPACES.
025000     05  DTL-REMARK                 PIC X(26).
025100     05  FILLER                     PIC X(01)  VALUE SPACES.
025200
025300 01  WS-TOTAL-LINE.
025400     05  FILLER                     PIC X(02)  VALUE SPACES.
025500     05  TOT-LABEL                  PIC X(26).
025600     05  TOT-VALUE                  PIC X(24).
025700     05  FILLER                     PIC X(80)  VALUE SPACES.
025800
025900 01  WS-COUNT-EDIT                  PIC ZZZ,ZZZ,ZZ9.
026000
026100     COPY SUMAOCK.
026200
026300 PROCEDURE DIVISION.
026400
026500******************************************************************
026600*    0000-MAINLINE
026700******************************************************************
026800 0000-MAINLINE.
026900
027000     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
027100
027200     PERFORM 2000-APPLY-OVERRIDE THRU 2000-EXIT
027300         UNTIL WS-DOV-EOF.
027400
027500     PERFORM 3000-LOAD-HISTORY   THRU 3000-EXIT
027600         UNTIL WS-AUD-EOF.
027700
027800     PERFORM 4100-READ-SUMA-IN   THRU 4100-EXIT.
027900
028000     PERFORM 4000-CHECK-RECORD   THRU 4000-EXIT
028100         UNTIL WS-EOF.
028200
028300     PERFORM 8000-PRINT-TOTALS   THRU 8000-EXIT.
028400
028500     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
028600
028700     IF WS-HELD-COUNT > ZERO
028800         OR WS-OVR-REFUSED-COUNT > ZERO
028900         MOVE 8 TO RETURN-CODE
029000     END-IF.
029100
029200     STOP RUN.
029300
029400******************************************************************
029500*    1000-INITIALIZE - VALIDATE THE COMMAND LINE, VERIFY THE
029600*    OPERATOR, WORK OUT THE LOOK-BACK CUTOFF, OPEN THE FILES,
029700*    AND PRIME THE OVERRIDE AND HISTORY READS
029800******************************************************************
029900 1000-INITIALIZE.
030000
030100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
030200     ACCEPT WS-TODAY-TIME FROM TIME.
030300     MOVE WS-TODAY-DATE TO HD1-RUN-DATE.
030400
030500     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
030600     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
030700         INTO WS-OPERATOR-ID.
030800
030900     IF WS-OPERATOR-ID = SPACES
031000         DISPLAY "SUMADUPC - OPERATOR ID PARAMETER IS REQUIRED"
031100         MOVE "PARM    " TO WS-FATAL-FILE-ID
031200         MOVE "NN"       TO WS-FATAL-STATUS
031300         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
031400     END-IF.
031500
031600     PERFORM 1050-VERIFY-OPERATOR THRU 1050-EXIT.
031700
031800     OPEN INPUT SUMA-PRM.
031900     IF WS-SUMA-PRM-OK
032000         PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT
032100         CLOSE SUMA-PRM
032200     END-IF.
032300
032400     COMPUTE WS-TODAY-INT =
032500         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-R)
032600     END-COMPUTE.
032700     COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS
032800     END-COMPUTE.
032900     COMPUTE WS-CUTOFF-DATE =
033000         FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
033100     END-COMPUTE.
033200
033300     DISPLAY "SUMADUPC - LOOK-BACK DAYS " WS-LOOKBACK-DAYS
033400         " WINDOW START " WS-CUTOFF-DATE.
033500
033600     OPEN INPUT SUMA-IN.
033700     IF NOT WS-SUMA-IN-OK
033800         MOVE "SUMA-IN " TO WS-FATAL-FILE-ID
033900         MOVE WS-SUMA-IN-STATUS TO WS-FATAL-STATUS
034000         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
034100     END-IF.
034200
034300     OPEN OUTPUT SUMA-DSR.
034400     IF NOT WS-SUMA-DSR-OK
034500         MOVE "SUMA-DSR" TO WS-FATAL-FILE-ID
034600         MOVE WS-SUMA-DSR-STATUS TO WS-FATAL-STATUS
034700         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
034800     END-IF.
034900
035000     PERFORM 1300-OPEN-SUSPECT-FILE THRU 1300-EXIT.
035100     PERFORM 1400-OPEN-WORK-FILE    THRU 1400-EXIT.
035200
035300     OPEN INPUT SUMA-AUD.
035400     IF WS-SUMA-AUD-OK
035500         SET WS-AUD-AVAIL TO TRUE
035600     ELSE
035700         IF WS-SUMA-AUD-NO-FILE
035800             DISPLAY "SUMADUPC - NO AUDIT TRAIL, NO HISTORY"
035900             SET WS-AUD-EOF TO TRUE
036000         ELSE
036100             MOVE "SUMA-AUD" TO WS-FATAL-FILE-ID
036200             MOVE WS-SUMA-AUD-STATUS TO WS-FATAL-STATUS
036300             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
036400         END-IF
036500     END-IF.
036600
036700     OPEN INPUT SUMA-DOV.
036800     IF WS-SUMA-DOV-OK
036900         SET WS-DOV-AVAIL TO TRUE
037000     ELSE
037100         IF WS-SUMA-DOV-NO-FILE
037200             SET WS-DOV-EOF TO TRUE
037300         ELSE
037400             MOVE "SUMA-DOV" TO WS-FATAL-FILE-ID
037500             MOVE WS-SUMA-DOV-STATUS TO WS-FATAL-STATUS
037600             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
037700         END-IF
037800     END-IF.
037900
038000     PERFORM 7100-PAGE-HEADING THRU 7100-EXIT.
038100
038200     IF NOT WS-DOV-EOF
038300         PERFORM 2100-READ-SUMA-DOV THRU 2100-EXIT
038400     END-IF.
038500
038600     IF NOT WS-AUD-EOF
038700         PERFORM 3100-READ-SUMA-AUD THRU 3100-EXIT
038800     END-IF.
038900
039000 1000-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400*    1050-VERIFY-OPERATOR - THE RUNNING OPERATOR MUST BE ACTIVE
039500*    ON THE OPERATOR AUTHORIZATION MASTER.  SUMAOCHK LOGS A
039600*    REFUSAL TO THE SECURITY-VIOLATION LOG.  ONLY AN APPROVER
039700*    OR SUPERVISOR MAY APPLY OVERRIDES.
039800******************************************************************
039900 1050-VERIFY-OPERATOR.
040000
040100     MOVE SPACES         TO SUMA-OCK-AREA.
040200     MOVE ZERO           TO OCK-SEQ-NBR.
040300     SET OCK-REQ-VERIFY  TO TRUE.
040400     MOVE "SUMADUPC"     TO OCK-PROGRAM-ID.
040500     MOVE WS-OPERATOR-ID TO OCK-OPERATOR-ID.
040600     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
040700
040800     IF OCK-AUTHORIZED
040900         IF OCK-ROLE-CAN-APPROVE
041000             SET WS-CAN-OVERRIDE TO TRUE
041100         END-IF
041200         GO TO 1050-EXIT
041300     END-IF.
041400
041500     DISPLAY "SUMADUPC - OPERATOR " WS-OPERATOR-ID
041600         " REFUSED: " OCK-REASON.
041700     SET OCK-REQ-CLOSE   TO TRUE.
041800     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
041900     MOVE "OPERATOR" TO WS-FATAL-FILE-ID.
042000     MOVE "NA"       TO WS-FATAL-STATUS.
042100     PERFORM 9500-ABEND-RUN THRU 9500-EXIT.
042200
042300 1050-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700*    1200-LOAD-PARAMETERS - APPLY THE LOOK-BACK WINDOW FROM THE
042800*    SUMA-PRM CONTROL RECORD, KEEPING THE DEFAULT ON ZERO/SPACES
042900******************************************************************
043000 1200-LOAD-PARAMETERS.
043100
043200     READ SUMA-PRM
043300         AT END
043400             CONTINUE
043500         NOT AT END
043600             IF PRM-DUP-LOOKBACK-DAYS NUMERIC
043700                 IF PRM-DUP-LOOKBACK-DAYS > ZERO
043800                     MOVE PRM-DUP-LOOKBACK-DAYS
043900                         TO WS-LOOKBACK-DAYS
044000                 END-IF
044100             END-IF
044200     END-READ.
044300
044400 1200-EXIT.
044500     EXIT.
044600
044700******************************************************************
044800*    1300-OPEN-SUSPECT-FILE - OPEN THE SUMA-DSP SUSPECT FILE,
044900*    CREATING IT ON FIRST USE
045000******************************************************************
045100 1300-OPEN-SUSPECT-FILE.
045200
045300     OPEN I-O SUMA-DSP.
045400
045500     IF WS-SUMA-DSP-NO-FILE
045600         OPEN OUTPUT SUMA-DSP
045700         IF WS-SUMA-DSP-OK
045800             CLOSE SUMA-DSP
045900             OPEN I-O SUMA-DSP
046000         END-IF
046100     END-IF.
046200
046300     IF NOT WS-SUMA-DSP-OK
046400         MOVE "SUMA-DSP" TO WS-FATAL-FILE-ID
046500         MOVE WS-SUMA-DSP-STATUS TO WS-FATAL-STATUS
046600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
046700     END-IF.
046800
046900 1300-EXIT.
047000     EXIT.
047100
047200******************************************************************
047300*    1400-OPEN-WORK-FILE - REBUILD THE SUMA-DWK WORK FILE EMPTY
047400******************************************************************
047500 1400-OPEN-WORK-FILE.
047600
047700     OPEN OUTPUT SUMA-DWK.
047800     IF WS-SUMA-DWK-OK
047900         CLOSE SUMA-DWK
048000         OPEN I-O SUMA-DWK
048100     END-IF.
048200     IF NOT WS-SUMA-DWK-OK
048300         MOVE "SUMA-DWK" TO WS-FATAL-FILE-ID
048400         MOVE WS-SUMA-DWK-STATUS TO WS-FATAL-STATUS
048500         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
048600     END-IF.
048700
048800 1400-EXIT.
048900     EXIT.
049000
049100******************************************************************
049200*    2000-APPLY-OVERRIDE - CHECK ONE OVERRIDE AGAINST ITS HELD
049300*    SUSPECT AND APPLY IT, OR REFUSE IT
049400******************************************************************
049500 2000-APPLY-OVERRIDE.
049600
049700     MOVE SPACES TO WS-REFUSE-REASON.
049800     MOVE SPACES TO SUMA-DSP-RECORD.
049900
050000     IF NOT WS-CAN-OVERRIDE
050100         MOVE "OPERATOR IS NOT AN APPROVER" TO WS-REFUSE-REASON
050200         PERFORM 2200-LOG-REFUSAL THRU 2200-EXIT
050300         GO TO 2000-REFUSE
050400     END-IF.
050500
050600     IF DOV-SEQ-NBR NOT NUMERIC
050700         MOVE "SEQUENCE IS NOT NUMERIC" TO WS-REFUSE-REASON
050800         GO TO 2000-REFUSE
050900     END-IF.
051000
051100     IF DOV-REASON = SPACES
051200         MOVE "OVERRIDE REASON IS REQUIRED" TO WS-REFUSE-REASON
051300         GO TO 2000-REFUSE
051400     END-IF.
051500
051600     MOVE DOV-RUN-ID  TO DSP-RUN-ID.
051700     MOVE DOV-SEQ-NBR TO DSP-SEQ-NBR.
051800
051900     READ SUMA-DSP
052000         INVALID KEY
052100             MOVE "ITEM IS NOT ON SUSPECT FILE"
052200                 TO WS-REFUSE-REASON
052300     END-READ.
052400     PERFORM 7800-CHECK-DSP-STATUS THRU 7800-EXIT.
052500
052600     IF WS-REFUSE-REASON NOT = SPACES
052700         GO TO 2000-REFUSE
052800     END-IF.
052900
053000     IF NOT DSP-SUSPECT
053100         MOVE "ITEM IS NOT A HELD SUSPECT" TO WS-REFUSE-REASON
053200         GO TO 2000-REFUSE
053300     END-IF.
053400
053500     SET DSP-OVERRIDDEN  TO TRUE.
053600     MOVE WS-OPERATOR-ID TO DSP-OVR-OPERATOR.
053700     MOVE WS-TODAY-DATE  TO DSP-OVR-DATE.
053800     MOVE WS-TODAY-TIME  TO DSP-OVR-TIME.
053900     MOVE DOV-REASON     TO DSP-OVR-REASON.
054000
054100     REWRITE SUMA-DSP-RECORD.
054200     PERFORM 7800-CHECK-DSP-STATUS THRU 7800-EXIT.
054300
054400     ADD 1 TO WS-OVR-APPLIED-COUNT.
054500     PERFORM 6000-FORMAT-SUSPECT THRU 6000-EXIT.
054600     MOVE "OVERRIDE"     TO DTL-STATUS.
054700     MOVE DSP-OVR-REASON TO DTL-REMARK.
054800     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
054900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
055000
055100     GO TO 2000-NEXT.
055200
055300 2000-REFUSE.
055400     DISPLAY "SUMADUPC - OVERRIDE REFUSED " DOV-RUN-ID " SEQ "
055500         DOV-SEQ-NBR-X ": " WS-REFUSE-REASON.
055600     ADD 1 TO WS-OVR-REFUSED-COUNT.
055700     MOVE SPACES           TO WS-DETAIL-LINE.
055800     MOVE DOV-RUN-ID       TO DTL-RUN-ID.
055900     IF DOV-SEQ-NBR NUMERIC
056000         MOVE DOV-SEQ-NBR  TO DTL-SEQ-NBR
056100     END-IF.
056200     MOVE "REFUSED"        TO DTL-STATUS.
056300     MOVE WS-REFUSE-REASON TO DTL-REMARK.
056400     MOVE WS-DETAIL-LINE   TO WS-PRINT-LINE.
056500     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
056600
056700 2000-NEXT.
056800     PERFORM 2100-READ-SUMA-DOV THRU 2100-EXIT.
056900
057000 2000-EXIT.
057100     EXIT.
057200
057300******************************************************************
057400*    2100-READ-SUMA-DOV - READ THE NEXT OVERRIDE
057500******************************************************************
057600 2100-READ-SUMA-DOV.
057700
057800     READ SUMA-DOV
057900         AT END
058000             MOVE "Y" TO WS-DOV-EOF-SW
058100         NOT AT END
058200             ADD 1 TO WS-OVR-READ-COUNT
058300     END-READ.
058400
058500 2100-EXIT.
058600     EXIT.
058700
058800******************************************************************
058900*    2200-LOG-REFUSAL - AN OVERRIDE BY AN OPERATOR WITHOUT THE
059000*    APPROVER ROLE GOES ON THE SECURITY-VIOLATION LOG
059100******************************************************************
059200 2200-LOG-REFUSAL.
059300
059400     MOVE SPACES           TO OCK-ACCT-CODE.
059500     MOVE WS-REFUSE-REASON TO OCK-REASON.
059600     MOVE DOV-RUN-ID       TO OCK-RUN-ID.
059700     IF DOV-SEQ-NBR NUMERIC
059800         MOVE DOV-SEQ-NBR  TO OCK-SEQ-NBR
059900     ELSE
060000         MOVE ZERO         TO OCK-SEQ-NBR
060100     END-IF.
060200     SET OCK-REQ-LOG       TO TRUE.
060300     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
060400
060500 2200-EXIT.
060600     EXIT.
060700
060800******************************************************************
060900*    3000-LOAD-HISTORY - CARRY ONE AUDIT POSTING INTO THE WORK
061000*    FILE.  ONLY DETAIL POSTINGS INSIDE THE WINDOW COUNT; A
061100*    REVERSAL TAKES ITS ORIGINAL BACK OUT, SINCE A BACKED-OUT
061200*    POSTING MAY LEGITIMATELY BE RESUBMITTED.
061300******************************************************************
061400 3000-LOAD-HISTORY.
061500
061600     MOVE SAR-OPER-CODE TO WS-HIST-OPER.
061700
061800     IF NOT WS-HIST-OPER-VALID
061900         OR SAR-RUN-DATE NOT NUMERIC
062000         GO TO 3000-NEXT
062100     END-IF.
062200
062300     MOVE SAR-RUN-DATE TO WS-SAR-DATE-N.
062400     IF WS-SAR-DATE-N < WS-CUTOFF-DATE
062500         GO TO 3000-NEXT
062600     END-IF.
062700
062800     MOVE SAR-ACCT-CODE TO DWK-ACCT-CODE.
062900     MOVE SAR-OPER-CODE TO DWK-OPER-CODE.
063000     MOVE SAR-NUM1      TO DWK-NUM1.
063100     MOVE SAR-NUM2      TO DWK-NUM2.
063200     MOVE SAR-RUN-ID    TO DWK-RUN-ID.
063300     MOVE SAR-SEQ-NBR   TO DWK-SEQ-NBR.
063400
063500     IF SAR-REVERSAL
063600         PERFORM 3200-REMOVE-REVERSED THRU 3200-EXIT
063700         GO TO 3000-NEXT
063800     END-IF.
063900
064000     MOVE SAR-RUN-DATE  TO DWK-RUN-DATE.
064100     SET DWK-FROM-HISTORY TO TRUE.
064200
064300     WRITE SUMA-DWK-RECORD.
064400     IF WS-SUMA-DWK-OK
064500         ADD 1 TO WS-HISTORY-COUNT
064600     ELSE
064700         PERFORM 7850-CHECK-DWK-STATUS THRU 7850-EXIT
064800     END-IF.
064900
065000 3000-NEXT.
065100     PERFORM 3100-READ-SUMA-AUD THRU 3100-EXIT.
065200
065300 3000-EXIT.
065400     EXIT.
065500
065600******************************************************************
065700*    3100-READ-SUMA-AUD - READ THE NEXT AUDIT POSTING
065800******************************************************************
065900 3100-READ-SUMA-AUD.
066000
066100     READ SUMA-AUD
066200         AT END
066300             MOVE "Y" TO WS-AUD-EOF-SW
066400     END-READ.
066500
066600 3100-EXIT.
066700     EXIT.
066800
066900******************************************************************
067000*    3200-REMOVE-REVERSED - A REVERSAL CARRIES ITS ORIGINAL'S
067100*    FIELDS, RUN ID, AND SEQUENCE, SO IT NAMES THE WORK ENTRY TO
067200*    DROP.  AN ORIGINAL OUTSIDE THE WINDOW IS NOT THERE TO DROP.
067300******************************************************************
067400 3200-REMOVE-REVERSED.
067500
067600     DELETE SUMA-DWK RECORD
067700         INVALID KEY
067800             CONTINUE
067900         NOT INVALID KEY
068000             ADD 1 TO WS-REVERSED-COUNT
068100     END-DELETE.
068200     PERFORM 7850-CHECK-DWK-STATUS THRU 7850-EXIT.
068300
068400 3200-EXIT.
068500     EXIT.
068600
068700******************************************************************
068800*    4000-CHECK-RECORD - TRACK THE BATCH HEADER AND CHECK EVERY
068900*    DETAIL THAT SUMACOBOL WILL TRY TO POST
069000******************************************************************
069100 4000-CHECK-RECORD.
069200
069300     IF SIR-TYPE-HEADER
069400         MOVE SIH-RUN-ID   TO WS-RUN-ID
069500         MOVE SIH-RUN-DATE TO WS-BATCH-RUN-DATE
069600     END-IF.
069700
069800     IF SIR-TYPE-DETAIL
069900         AND SIR-OPER-VALID
070000         AND SIR-NUM1 NUMERIC
070100         AND SIR-NUM2 NUMERIC
070200         AND SIR-ACCT-CODE NOT = SPACES
070300         PERFORM 4200-CHECK-DETAIL THRU 4200-EXIT
070400     END-IF.
070500
070600     PERFORM 4100-READ-SUMA-IN THRU 4100-EXIT.
070700
070800 4000-EXIT.
070900     EXIT.
071000
071100******************************************************************
071200*    4100-READ-SUMA-IN - READ THE NEXT RECORD, NUMBERING DETAIL,
071300*    REVERSAL, AND TRANSFER RECORDS EXACTLY AS SUMACOBOL NUMBERS
071400*    THEM, SO THE SUSPECT KEY MATCHES ITS INPUT SEQUENCE
071500******************************************************************
071600 4100-READ-SUMA-IN.
071700
071800     READ SUMA-IN
071900         AT END
072000             MOVE "Y" TO WS-EOF-SW
072100         NOT AT END
072200             IF SIR-TYPE-DETAIL OR SIR-TYPE-REVERSAL
072300                 OR SIR-TYPE-TRANSFER
072400                 ADD 1 TO WS-SEQ-NBR
072500             END-IF
072600     END-READ.
072700
072800 4100-EXIT.
072900     EXIT.
073000
073100******************************************************************
073200*    4200-CHECK-DETAIL - LOOK FOR AN EARLIER TRANSACTION WITH THE
073300*    SAME FINGERPRINT, HOLD OR CLEAR THE DETAIL, AND ADD IT TO
073400*    THE WORK FILE FOR THE DETAILS STILL TO COME
073500******************************************************************
073600 4200-CHECK-DETAIL.
073700
073800     ADD 1 TO WS-CHECKED-COUNT.
073900     MOVE WS-SEQ-NBR TO WS-CHECK-SEQ-NBR.
074000
074100     MOVE SIR-ACCT-CODE TO DWK-ACCT-CODE.
074200     MOVE SIR-OPER-CODE TO DWK-OPER-CODE.
074300     MOVE SIR-NUM1      TO DWK-NUM1.
074400     MOVE SIR-NUM2      TO DWK-NUM2.
074500     MOVE DWK-FINGERPRINT TO WS-CHECK-FINGERPRINT.
074600
074700     PERFORM 4300-FIND-MATCH THRU 4300-EXIT.
074800
074900     IF WS-MATCH-FOUND
075000         PERFORM 5000-HOLD-SUSPECT  THRU 5000-EXIT
075100     ELSE
075200         PERFORM 5100-CLEAR-SUSPECT THRU 5100-EXIT
075300     END-IF.
075400
075500     PERFORM 4400-ADD-FILE-ENTRY THRU 4400-EXIT.
075600
075700 4200-EXIT.
075800     EXIT.
075900
076000******************************************************************
076100*    4300-FIND-MATCH - POSITION ON THE FIRST WORK ENTRY WITH THE
076200*    DETAIL'S FINGERPRINT AND BROWSE THE ENTRIES THAT SHARE IT.
076300*    THE DETAIL'S OWN POSTING (A RERUN AFTER A PARTIAL POST) IS
076400*    NOT A DUPLICATE OF ITSELF.
076500******************************************************************
076600 4300-FIND-MATCH.
076700
076800     MOVE "N" TO WS-MATCH-SW.
076900     MOVE "N" TO WS-DWK-EOF-SW.
077000
077100     MOVE WS-CHECK-FINGERPRINT TO DWK-FINGERPRINT.
077200     MOVE LOW-VALUES           TO DWK-RUN-ID.
077300     MOVE ZERO                 TO DWK-SEQ-NBR.
077400
077500     START SUMA-DWK KEY >= DWK-KEY
077600         INVALID KEY
077700             MOVE "Y" TO WS-DWK-EOF-SW
077800     END-START.
077900
078000     IF NOT WS-DWK-EOF
078100         PERFORM 4310-READ-NEXT-WORK THRU 4310-EXIT
078200     END-IF.
078300
078400     PERFORM 4320-TEST-ENTRY THRU 4320-EXIT
078500         UNTIL WS-DWK-EOF
078600             OR WS-MATCH-FOUND.
078700
078800 4300-EXIT.
078900     EXIT.
079000
079100******************************************************************
079200*    4310-READ-NEXT-WORK - BROWSE FORWARD, ENDING AT THE FIRST
079300*    ENTRY WITH A DIFFERENT FINGERPRINT
079400******************************************************************
079500 4310-READ-NEXT-WORK.
079600
079700     READ SUMA-DWK NEXT
079800         AT END
079900             MOVE "Y" TO WS-DWK-EOF-SW
080000     END-READ.
080100
080200     IF NOT WS-DWK-EOF
080300         AND DWK-FINGERPRINT NOT = WS-CHECK-FINGERPRINT
080400         MOVE "Y" TO WS-DWK-EOF-SW
080500     END-IF.
080600
080700 4310-EXIT.
080800     EXIT.
080900
081000******************************************************************
081100*    4320-TEST-ENTRY - ANY ENTRY BUT THE DETAIL'S OWN POSTING IS
081200*    A MATCH
081300******************************************************************
081400 4320-TEST-ENTRY.
081500
081600     IF DWK-RUN-ID = WS-RUN-ID
081700         AND DWK-SEQ-NBR = WS-CHECK-SEQ-NBR
081800         PERFORM 4310-READ-NEXT-WORK THRU 4310-EXIT
081900     ELSE
082000         SET WS-MATCH-FOUND TO TRUE
082100     END-IF.
082200
082300 4320-EXIT.
082400     EXIT.
082500
082600******************************************************************
082700*    4400-ADD-FILE-ENTRY - THE DETAIL JOINS THE WORK FILE SO A
082800*    LATER REPEAT IN THE SAME FILE IS CAUGHT.  ITS OWN EARLIER
082900*    POSTING MAY ALREADY BE THERE, WHICH IS NOT AN ERROR.
083000******************************************************************
083100 4400-ADD-FILE-ENTRY.
083200
083300     MOVE WS-CHECK-FINGERPRINT TO DWK-FINGERPRINT.
083400     MOVE WS-RUN-ID            TO DWK-RUN-ID.
083500     MOVE WS-CHECK-SEQ-NBR     TO DWK-SEQ-NBR.
083600     MOVE WS-BATCH-RUN-DATE    TO DWK-RUN-DATE.
083700     SET DWK-FROM-SAME-FILE    TO TRUE.
083800
083900     WRITE SUMA-DWK-RECORD.
084000     IF NOT WS-SUMA-DWK-DUP-KEY
084100         PERFORM 7850-CHECK-DWK-STATUS THRU 7850-EXIT
084200     END-IF.
084300
084400 4400-EXIT.
084500     EXIT.
084600
084700******************************************************************
084800*    5000-HOLD-SUSPECT - RECORD THE SUSPECT ON SUMA-DSP AND LIST
084900*    IT.  ONE ALREADY OVERRIDDEN STAYS OVERRIDDEN AND PASSES.
085000******************************************************************
085100 5000-HOLD-SUSPECT.
085200
085300     MOVE WS-RUN-ID        TO DSP-RUN-ID.
085400     MOVE WS-CHECK-SEQ-NBR TO DSP-SEQ-NBR.
085500
085600     READ SUMA-DSP
085700         INVALID KEY
085800             MOVE SPACES           TO SUMA-DSP-RECORD
085900             MOVE WS-RUN-ID        TO DSP-RUN-ID
086000             MOVE WS-CHECK-SEQ-NBR TO DSP-SEQ-NBR
086100     END-READ.
086200     PERFORM 7800-CHECK-DSP-STATUS THRU 7800-EXIT.
086300
086400     IF WS-SUMA-DSP-OK
086500         AND DSP-OVERRIDDEN
086600         ADD 1 TO WS-PASSED-COUNT
086700         PERFORM 6000-FORMAT-SUSPECT THRU 6000-EXIT
086800         MOVE "PASSED"       TO DTL-STATUS
086900         MOVE DSP-OVR-REASON TO DTL-REMARK
087000         MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
087100         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
087200         GO TO 5000-EXIT
087300     END-IF.
087400
087500     SET DSP-SUSPECT          TO TRUE.
087600     MOVE WS-BATCH-RUN-DATE   TO DSP-RUN-DATE.
087700     MOVE SUMA-IN-RECORD      TO DSP-IN-IMAGE.
087800     MOVE DWK-SOURCE          TO DSP-MATCH-SOURCE.
087900     MOVE DWK-RUN-ID          TO DSP-MATCH-RUN-ID.
088000     MOVE DWK-SEQ-NBR         TO DSP-MATCH-SEQ-NBR.
088100     MOVE DWK-RUN-DATE        TO DSP-MATCH-DATE.
088200     MOVE WS-OPERATOR-ID      TO DSP-CHECK-OPERATOR.
088300     MOVE WS-TODAY-DATE       TO DSP-CHECK-DATE.
088400     MOVE WS-TODAY-TIME       TO DSP-CHECK-TIME.
088500
088600     IF WS-SUMA-DSP-OK
088700         REWRITE SUMA-DSP-RECORD
088800     ELSE
088900         WRITE SUMA-DSP-RECORD
089000     END-IF.
089100     PERFORM 7800-CHECK-DSP-STATUS THRU 7800-EXIT.
089200
089300     ADD 1 TO WS-HELD-COUNT.
089400     PERFORM 6000-FORMAT-SUSPECT THRU 6000-EXIT.
089500     MOVE "HELD"           TO DTL-STATUS.
089600     MOVE "NOT TO BE POSTED" TO DTL-REMARK.
089700     MOVE WS-DETAIL-LINE   TO WS-PRINT-LINE.
089800     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
089900
090000 5000-EXIT.
090100     EXIT.
090200
090300******************************************************************
090400*    5100-CLEAR-SUSPECT - A DETAIL NO LONGER MATCHING ANYTHING
090500*    (ITS MATCH WAS REVERSED OR AGED OUT OF THE WINDOW) LOSES A
090600*    SUSPECT ENTRY LEFT BY AN EARLIER CHECK OF THE SAME FILE
090700******************************************************************
090800 5100-CLEAR-SUSPECT.
090900
091000     MOVE WS-RUN-ID        TO DSP-RUN-ID.
091100     MOVE WS-CHECK-SEQ-NBR TO DSP-SEQ-NBR.
091200
091300     READ SUMA-DSP
091400         INVALID KEY
091500             GO TO 5100-EXIT
091600     END-READ.
091700     PERFORM 7800-CHECK-DSP-STATUS THRU 7800-EXIT.
091800
091900     IF DSP-SUSPECT
092000         DELETE SUMA-DSP RECORD
092100         PERFORM 7800-CHECK-DSP-STATUS THRU 7800-EXIT
092200         ADD 1 TO WS-CLEARED-COUNT
092300     END-IF.
092400
092500 5100-EXIT.
092600     EXIT.
092700
092800******************************************************************
092900*    6000-FORMAT-SUSPECT - LAY OUT A REPORT LINE FROM THE CURRENT
093000*    SUSPECT ENTRY
093100******************************************************************
093200 6000-FORMAT-SUSPECT.
093300
093400     MOVE SPACES            TO WS-DETAIL-LINE.
093500     MOVE DSP-RUN-ID        TO DTL-RUN-ID.
093600     MOVE DSP-SEQ-NBR       TO DTL-SEQ-NBR.
093700     MOVE DSP-IN-IMAGE      TO SUMA-IN-RECORD.
093800     MOVE SIR-ACCT-CODE     TO DTL-ACCT-CODE.
093900     MOVE SIR-OPER-CODE     TO DTL-OPER-CODE.
094000     IF SIR-NUM1 NUMERIC
094100         MOVE SIR-NUM1      TO DTL-NUM1
094200     END-IF.
094300     IF SIR-NUM2 NUMERIC
094400         MOVE SIR-NUM2      TO DTL-NUM2
094500     END-IF.
094600     MOVE DSP-MATCH-RUN-ID  TO DTL-MATCH-RUN-ID.
094700     IF DSP-MATCH-SEQ-NBR NUMERIC
094800         MOVE DSP-MATCH-SEQ-NBR TO DTL-MATCH-SEQ-NBR
094900     END-IF.
095000     MOVE DSP-MATCH-DATE    TO DTL-MATCH-DATE.
095100     EVALUATE TRUE
095200         WHEN DSP-MATCH-HISTORY
095300             MOVE "HIST"    TO DTL-MATCH-SOURCE
095400         WHEN DSP-MATCH-SAME-FILE
095500             MOVE "FILE"    TO DTL-MATCH-SOURCE
095600     END-EVALUATE.
095700
095800 6000-EXIT.
095900     EXIT.
096000
096100******************************************************************
096200*    7000-WRITE-LINE - WRITE ONE REPORT LINE, BREAKING TO A NEW
096300*    PAGE WHEN THE CURRENT ONE IS FULL
096400******************************************************************
096500 7000-WRITE-LINE.
096600
096700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
096800         PERFORM 7100-PAGE-HEADING THRU 7100-EXIT
096900     END-IF.
097000
097100     WRITE SUMA-DSR-RECORD FROM WS-PRINT-LINE
097200         AFTER ADVANCING 1 LINE.
097300     PERFORM 7900-CHECK-DSR-STATUS THRU 7900-EXIT.
097400     ADD 1 TO WS-LINE-COUNT.
097500
097600 7000-EXIT.
097700     EXIT.
097800
097900******************************************************************
098000*    7100-PAGE-HEADING - THROW A PAGE AND PRINT THE HEADING BLOCK
098100******************************************************************
098200 7100-PAGE-HEADING.
098300
098400     ADD 1 TO WS-PAGE-NBR.
098500     MOVE WS-PAGE-NBR TO HD1-PAGE-NBR.
098600
098700     WRITE SUMA-DSR-RECORD FROM WS-HDG-LINE-1
098800         AFTER ADVANCING PAGE.
098900     PERFORM 7900-CHECK-DSR-STATUS THRU 7900-EXIT.
099000
099100     WRITE SUMA-DSR-RECORD FROM WS-HDG-COLS
099200         AFTER ADVANCING 2 LINES.
099300     PERFORM 7900-CHECK-DSR-STATUS THRU 7900-EXIT.
099400
099500     MOVE SPACES TO SUMA-DSR-RECORD.
099600     WRITE SUMA-DSR-RECORD
099700         AFTER ADVANCING 1 LINE.
099800     PERFORM 7900-CHECK-DSR-STATUS THRU 7900-EXIT.
099900
100000     MOVE 4 TO WS-LINE-COUNT.
100100
100200 7100-EXIT.
100300     EXIT.
100400
100500******************************************************************
100600*    7800-CHECK-DSP-STATUS - ABEND ON A FAILED SUSPECT FILE I-O
100700*    THAT IS NOT AN EXPECTED KEY CONDITION
100800******************************************************************
100900 7800-CHECK-DSP-STATUS.
101000
101100     IF NOT WS-SUMA-DSP-OK
101200         AND NOT WS-SUMA-DSP-NOT-FOUND
101300         MOVE "SUMA-DSP" TO WS-FATAL-FILE-ID
101400         MOVE WS-SUMA-DSP-STATUS TO WS-FATAL-STATUS
101500         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
101600     END-IF.
101700
101800 7800-EXIT.
101900     EXIT.
102000
102100******************************************************************
102200*    7850-CHECK-DWK-STATUS - ABEND ON A FAILED WORK FILE I-O
102300*    THAT IS NOT AN EXPECTED KEY CONDITION
102400******************************************************************
102500 7850-CHECK-DWK-STATUS.
102600
102700     IF NOT WS-SUMA-DWK-OK
102800         AND NOT WS-SUMA-DWK-DUP-KEY
102900         AND NOT WS-SUMA-DWK-NOT-FOUND
103000         MOVE "SUMA-DWK" TO WS-FATAL-FILE-ID
103100         MOVE WS-SUMA-DWK-STATUS TO WS-FATAL-STATUS
103200         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
103300     END-IF.
103400
103500 7850-EXIT.
103600     EXIT.
103700
103800******************************************************************
103900*    7900-CHECK-DSR-STATUS - ABEND ON A FAILED REPORT WRITE
104000******************************************************************
104100 7900-CHECK-DSR-STATUS.
104200
104300     IF NOT WS-SUMA-DSR-OK
104400         MOVE "SUMA-DSR" TO WS-FATAL-FILE-ID
104500         MOVE WS-SUMA-DSR-STATUS TO WS-FATAL-STATUS
104600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
104700     END-IF.
104800
104900 7900-EXIT.
105000     EXIT.
105100
105200******************************************************************
105300*    8000-PRINT-TOTALS - END-OF-CHECK TOTALS
105400******************************************************************
105500 8000-PRINT-TOTALS.
105600
105700     MOVE SPACES TO WS-PRINT-LINE.
105800     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
105900
106000     MOVE "LOOK-BACK DAYS..........:" TO TOT-LABEL.
106100     MOVE WS-LOOKBACK-DAYS TO WS-COUNT-EDIT.
106200     MOVE WS-COUNT-EDIT    TO TOT-VALUE.
106300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
106400
106500     MOVE "WINDOW START DATE.......:" TO TOT-LABEL.
106600     MOVE WS-CUTOFF-DATE   TO TOT-VALUE.
106700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
106800
106900     MOVE "HISTORY POSTINGS LOADED.:" TO TOT-LABEL.
107000     MOVE WS-HISTORY-COUNT TO WS-COUNT-EDIT.
107100     MOVE WS-COUNT-EDIT    TO TOT-VALUE.
107200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
107300
107400     MOVE "REVERSED POSTINGS DROPPED" TO TOT-LABEL.
107500     MOVE WS-REVERSED-COUNT TO WS-COUNT-EDIT.
107600     MOVE WS-COUNT-EDIT     TO TOT-VALUE.
107700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
107800
107900     MOVE "DETAILS CHECKED.........:" TO TOT-LABEL.
108000     MOVE WS-CHECKED-COUNT TO WS-COUNT-EDIT.
108100     MOVE WS-COUNT-EDIT    TO TOT-VALUE.
108200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
108300
108400     MOVE "SUSPECTS HELD...........:" TO TOT-LABEL.
108500     MOVE WS-HELD-COUNT    TO WS-COUNT-EDIT.
108600     MOVE WS-COUNT-EDIT    TO TOT-VALUE.
108700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
108800
108900     MOVE "SUSPECTS PASSED.........:" TO TOT-LABEL.
109000     MOVE WS-PASSED-COUNT  TO WS-COUNT-EDIT.
109100     MOVE WS-COUNT-EDIT    TO TOT-VALUE.
109200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
109300
109400     MOVE "EARLIER SUSPECTS CLEARED:" TO TOT-LABEL.
109500     MOVE WS-CLEARED-COUNT TO WS-COUNT-EDIT.
109600     MOVE WS-COUNT-EDIT    TO TOT-VALUE.
109700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
109800
109900     MOVE "OVERRIDES READ..........:" TO TOT-LABEL.
110000     MOVE WS-OVR-READ-COUNT TO WS-COUNT-EDIT.
110100     MOVE WS-COUNT-EDIT     TO TOT-VALUE.
110200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
110300
110400     MOVE "OVERRIDES APPLIED.......:" TO TOT-LABEL.
110500     MOVE WS-OVR-APPLIED-COUNT TO WS-COUNT-EDIT.
110600     MOVE WS-COUNT-EDIT        TO TOT-VALUE.
110700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
110800
110900     MOVE "OVERRIDES REFUSED.......:" TO TOT-LABEL.
111000     MOVE WS-OVR-REFUSED-COUNT TO WS-COUNT-EDIT.
111100     MOVE WS-COUNT-EDIT        TO TOT-VALUE.
111200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
111300
111400     DISPLAY "SUMADUPC - DETAILS CHECKED...: " WS-CHECKED-COUNT.
111500     DISPLAY "SUMADUPC - SUSPECTS HELD.....: " WS-HELD-COUNT.
111600     DISPLAY "SUMADUPC - SUSPECTS PASSED...: " WS-PASSED-COUNT.
111700     DISPLAY "SUMADUPC - OVERRIDES APPLIED.: "
111800         WS-OVR-APPLIED-COUNT.
111900     DISPLAY "SUMADUPC - OVERRIDES REFUSED.: "
112000         WS-OVR-REFUSED-COUNT.
112100
112200 8000-EXIT.
112300     EXIT.
112400
112500******************************************************************
112600*    8100-WRITE-TOTAL - ONE TOTAL LINE
112700******************************************************************
112800 8100-WRITE-TOTAL.
112900
113000     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
113100     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
113200
113300 8100-EXIT.
113400     EXIT.
113500
113600******************************************************************
113700*    9000-TERMINATE - CLOSE THE FILES
113800******************************************************************
113900 9000-TERMINATE.
114000
114100     CLOSE SUMA-IN
114200           SUMA-DSP
114300           SUMA-DWK
114400           SUMA-DSR.
114500
114600     IF WS-AUD-AVAIL
114700         CLOSE SUMA-AUD
114800     END-IF.
114900
115000     IF WS-DOV-AVAIL
115100         CLOSE SUMA-DOV
115200     END-IF.
115300
115400     SET OCK-REQ-CLOSE TO TRUE.
115500     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
115600
115700 9000-EXIT.
115800     EXIT.
115900
116000******************************************************************
116100*    9500-ABEND-RUN - DISPLAY A FATAL I/O STATUS AND STOP THE JOB
116200******************************************************************
116300 9500-ABEND-RUN.
116400
116500     DISPLAY "SUMADUPC - JOB TERMINATED, FILE " WS-FATAL-FILE-ID
116600         " FILE STATUS " WS-FATAL-STATUS.
116700     MOVE 16 TO RETURN-CODE.
116800     STOP RUN.
116900
117000 9500-EXIT.
117100     EXIT.
