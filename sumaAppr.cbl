000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUMAAPPR.
000300 AUTHOR.        J MARTINEZ QUIROGA.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800******************************************************************
000900*    SUMAAPPR
001000*
001100*    MAKER-CHECKER APPROVAL UTILITY.  SUMACOBOL HOLDS ANY DETAIL
001200*    RESULT OR "X" TRANSFER OVER ITS APPROVAL THRESHOLD ON THE
001300*    SUMA-PND PENDING-APPROVAL FILE INSTEAD OF POSTING IT.  THIS
001400*    JOB APPLIES A SECOND OPERATOR'S DECISIONS (THE SUMA-APD
001500*    DECISION FILE, ONE RECORD PER HELD ITEM) TO THOSE ITEMS:
001600*
001700*      "A" APPROVE - THE HELD IMAGE IS CARRIED INTO A NEW
001800*          SUMA-IN BATCH (SUMA-APB) FOR THE NEXT SUMACOBOL RUN,
001900*          WITH A GENERATED HEADER AND A TRAILER WHOSE RECORD
002000*          COUNT AND HASH TOTAL ARE COMPUTED THE SAME WAY
002100*          SUMACOBOL RECONCILES THEM.
002200*      "D" DECLINE - THE HELD IMAGE IS WRITTEN TO SUMA-ERR WITH
002300*          THE DECLINE REASON, WHERE IT CAN BE REPAIRED AND
002400*          RESUBMITTED THROUGH SUMARSUB LIKE ANY OTHER REJECT.
002500*
002600*    THE DECIDING OPERATOR CAN NEVER BE THE ONE WHO SUBMITTED
002700*    THE HELD ITEM.  A DECISION THAT CANNOT APPLY - BAD DECISION
002800*    CODE, ITEM NOT ON FILE, ALREADY DECIDED, OR DECIDED BY ITS
002900*    OWN SUBMITTER - IS REFUSED, AND THE JOB ENDS WITH RETURN
003000*    CODE 8.  EVERY DECISION, APPLIED OR REFUSED, IS APPENDED TO
003100*    THE SUMA-APG LOG WITH THE DATE, TIME, AND BOTH OPERATORS.
003200*
003300*    THE RELEASE BATCH IS REGISTERED ON SUMA-PND UNDER ITS OWN
003400*    RUN ID (SEQUENCE ZERO, STATUS "B") SO SUMACOBOL POSTS ITS
003500*    ITEMS WITHOUT HOLDING THEM A SECOND TIME.  EACH RELEASED
003520*    ITEM IS REGISTERED AS WELL (STATUS "R") UNDER THE RELEASE
003550*    RUN ID AND ITS POSITION IN THE RELEASE BATCH, SO SUMACOBOL
003570*    CAN MATCH EVERY ITEM IN THE BATCH TO WHAT WAS APPROVED.
003600*
003700*    COMMAND LINE: OPERATOR ID AND THE RUN ID FOR THE RELEASE
003800*    BATCH.  THE RUN ID MUST NOT HAVE BEEN USED FOR AN EARLIER
003900*    RELEASE OR HAVE ANY OTHER ENTRY ON SUMA-PND.
003910*
003920*    THE DECIDING OPERATOR MUST BE ACTIVE ON THE SUMA-OPR
003930*    AUTHORIZATION MASTER WITH THE APPROVER OR SUPERVISOR ROLE,
003940*    OR THE JOB IS REFUSED.
004000*
004100*    MODIFICATION HISTORY
004200*    DATE       INIT DESCRIPTION
004300*    ---------- ---- ------------------------------------------
004400*    2026-10-15 JMQ  INITIAL VERSION.
004410*    2026-10-15 JMQ  DECIDING OPERATOR VERIFIED AGAINST THE
004420*                    OPERATOR AUTHORIZATION MASTER.
004430*    2026-10-15 JMQ  EACH RELEASED ITEM IS REGISTERED ON
004450*                    SUMA-PND AS AN "R" ENTRY KEYED BY ITS PLACE
004460*                    IN THE RELEASE BATCH.  A RELEASE RUN ID THAT
004480*                    ALREADY HAS ENTRIES ENDS THE JOB.
004487*    2026-10-15 JMQ  A RELEASE RUN ID WITH ANY ENTRY ON SUMA-PND
004493*                    IS REFUSED BEFORE ANY DECISION IS APPLIED.
004500******************************************************************
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT SUMA-APD ASSIGN TO "SUMAAPD"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-SUMA-APD-STATUS.
005300
005400     SELECT SUMA-PND ASSIGN TO "SUMAPND"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS PND-KEY
005800         FILE STATUS IS WS-SUMA-PND-STATUS.
005900
006000     SELECT SUMA-APB ASSIGN TO "SUMAAPB"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-SUMA-APB-STATUS.
006300
006400     SELECT SUMA-ERR ASSIGN TO "SUMAERR"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-SUMA-ERR-STATUS.
006700
006800     SELECT SUMA-APG ASSIGN TO "SUMAAPG"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-SUMA-APG-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400
007500 FD  SUMA-APD
007600     RECORDING MODE IS F.
007700     COPY SUMAAPD.
007800
007900 FD  SUMA-PND.
008000     COPY SUMAPND.
008100
008200 FD  SUMA-APB
008300     RECORDING MODE IS F.
008400     COPY SUMAIN.
008500
008600 FD  SUMA-ERR
008700     RECORDING MODE IS F.
008800     COPY SUMAERR.
008900
009000 FD  SUMA-APG
009100     RECORDING MODE IS F.
009200     COPY SUMAAPG.
009300
009400 WORKING-STORAGE SECTION.
009500
009600 01  WS-SUMA-APD-STATUS             PIC X(02)  VALUE "00".
009700     88  WS-SUMA-APD-OK                        VALUE "00".
009800
009900 01  WS-SUMA-PND-STATUS             PIC X(02)  VALUE "00".
010000     88  WS-SUMA-PND-OK                        VALUE "00".
010100     88  WS-SUMA-PND-NOT-FOUND                 VALUE "23".
010150     88  WS-SUMA-PND-DUP-KEY                   VALUE "22".
010200     88  WS-SUMA-PND-NO-FILE                   VALUE "35".
010300
010400 01  WS-SUMA-APB-STATUS             PIC X(02)  VALUE "00".
010500     88  WS-SUMA-APB-OK                        VALUE "00".
010600
010700 01  WS-SUMA-ERR-STATUS             PIC X(02)  VALUE "00".
010800     88  WS-SUMA-ERR-OK                        VALUE "00".
010900     88  WS-SUMA-ERR-NO-FILE                   VALUE "35".
011000
011100 01  WS-SUMA-APG-STATUS             PIC X(02)  VALUE "00".
011200     88  WS-SUMA-APG-OK                        VALUE "00".
011300     88  WS-SUMA-APG-NO-FILE                   VALUE "35".
011400
011500 01  WS-FATAL-FILE-ID               PIC X(08)  VALUE SPACES.
011600 01  WS-FATAL-STATUS                PIC X(02)  VALUE SPACES.
011700
011800 01  WS-PARM-LINE                   PIC X(80)  VALUE SPACES.
011900 01  WS-OPERATOR-ID                 PIC X(08)  VALUE SPACES.
012000 01  WS-NEW-RUN-ID                  PIC X(08)  VALUE SPACES.
012100
012200 01  WS-TODAY-DATE                  PIC X(08)  VALUE SPACES.
012300 01  WS-TODAY-TIME                  PIC X(08)  VALUE SPACES.
012400
012500 01  WS-SWITCHES.
012600     05  WS-APD-EOF-SW              PIC X(01)  VALUE "N".
012700         88  WS-APD-EOF                        VALUE "Y".
012800
012900 01  WS-REFUSE-REASON               PIC X(30)  VALUE SPACES.
013000 01  WS-LOG-ACTION                  PIC X(07)  VALUE SPACES.
013100
013200 01  WS-READ-COUNT        PIC 9(07)  COMP      VALUE ZERO.
013300 01  WS-APPROVED-COUNT    PIC 9(07)  COMP      VALUE ZERO.
013400 01  WS-DECLINED-COUNT    PIC 9(07)  COMP      VALUE ZERO.
013500 01  WS-REFUSED-COUNT     PIC 9(07)  COMP      VALUE ZERO.
013600
013700 01  WS-DETAIL-COUNT      PIC 9(07)  COMP      VALUE ZERO.
013800 01  WS-HASH-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
013810
013820     COPY SUMAOCK.
013900
014000 PROCEDURE DIVISION.
014100
014200******************************************************************
014300*    0000-MAINLINE
014400******************************************************************
014500 0000-MAINLINE.
014600
014700     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
014800
014900     PERFORM 2000-APPLY-DECISION  THRU 2000-EXIT
015000         UNTIL WS-APD-EOF.
015100
015200     PERFORM 5000-WRITE-TRAILER   THRU 5000-EXIT.
015300
015400     PERFORM 8000-PRINT-SUMMARY   THRU 8000-EXIT.
015500
015600     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
015700
015800     STOP RUN.
015900
016000******************************************************************
016100*    1000-INITIALIZE - VALIDATE THE COMMAND LINE, OPEN THE FILES,
016200*    AND WRITE THE RELEASE BATCH HEADER
016300******************************************************************
016400 1000-INITIALIZE.
016500
016600     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
016700     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
016800         INTO WS-OPERATOR-ID WS-NEW-RUN-ID.
016900
017000     IF WS-OPERATOR-ID = SPACES
017100         DISPLAY "SUMAAPPR - OPERATOR ID PARAMETER IS REQUIRED"
017200         MOVE "PARM    " TO WS-FATAL-FILE-ID
017300         MOVE "NN"       TO WS-FATAL-STATUS
017400         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
017500     END-IF.
017600
017700     IF WS-NEW-RUN-ID = SPACES
017800         DISPLAY "SUMAAPPR - RELEASE RUN ID PARAMETER IS REQUIRED"
017900         MOVE "PARM    " TO WS-FATAL-FILE-ID
018000         MOVE "NN"       TO WS-FATAL-STATUS
018100         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
018200     END-IF.
018210
018220     PERFORM 1050-VERIFY-OPERATOR THRU 1050-EXIT.
018300
018400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
018500     ACCEPT WS-TODAY-TIME FROM TIME.
018600
018700     OPEN INPUT SUMA-APD.
018800     IF NOT WS-SUMA-APD-OK
018900         MOVE "SUMA-APD" TO WS-FATAL-FILE-ID
019000         MOVE WS-SUMA-APD-STATUS TO WS-FATAL-STATUS
019100         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
019200     END-IF.
019300
019400*    NO PENDING FILE MEANS SUMACOBOL HAS NEVER HELD ANYTHING, SO
019500*    THERE IS NOTHING A DECISION COULD APPLY TO - A SETUP ERROR.
019600     OPEN I-O SUMA-PND.
019700     IF NOT WS-SUMA-PND-OK
019800         MOVE "SUMA-PND" TO WS-FATAL-FILE-ID
019900         MOVE WS-SUMA-PND-STATUS TO WS-FATAL-STATUS
020000         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
020100     END-IF.
020200
020300     PERFORM 1100-CHECK-RUN-ID THRU 1100-EXIT.
021600
021700     OPEN OUTPUT SUMA-APB.
021800     IF NOT WS-SUMA-APB-OK
021900         MOVE "SUMA-APB" TO WS-FATAL-FILE-ID
022000         MOVE WS-SUMA-APB-STATUS TO WS-FATAL-STATUS
022100         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
022200     END-IF.
022300
022400     OPEN EXTEND SUMA-ERR.
022500     IF WS-SUMA-ERR-NO-FILE
022600         OPEN OUTPUT SUMA-ERR
022700     END-IF.
022800     IF NOT WS-SUMA-ERR-OK
022900         MOVE "SUMA-ERR" TO WS-FATAL-FILE-ID
023000         MOVE WS-SUMA-ERR-STATUS TO WS-FATAL-STATUS
023100         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
023200     END-IF.
023300
023400     OPEN EXTEND SUMA-APG.
023500     IF WS-SUMA-APG-NO-FILE
023600         OPEN OUTPUT SUMA-APG
023700     END-IF.
023800     IF NOT WS-SUMA-APG-OK
023900         MOVE "SUMA-APG" TO WS-FATAL-FILE-ID
024000         MOVE WS-SUMA-APG-STATUS TO WS-FATAL-STATUS
024100         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
024200     END-IF.
024300
024400     MOVE SPACES        TO SUMA-IN-RECORD.
024500     MOVE "H"           TO SIR-RECORD-TYPE.
024600     MOVE WS-TODAY-DATE TO SIH-RUN-DATE.
024700     MOVE WS-NEW-RUN-ID TO SIH-RUN-ID.
024800     PERFORM 4900-WRITE-SUMA-APB THRU 4900-EXIT.
024900
025000     DISPLAY "SUMAAPPR - DECISIONS BY " WS-OPERATOR-ID
025100         ", RELEASE RUN " WS-NEW-RUN-ID " DATED " WS-TODAY-DATE.
025200
025300     PERFORM 2100-READ-SUMA-APD THRU 2100-EXIT.
025400
025500 1000-EXIT.
025600     EXIT.
025602
025604******************************************************************
025606*    1050-VERIFY-OPERATOR - THE DECIDING OPERATOR MUST BE ACTIVE
025608*    ON THE OPERATOR AUTHORIZATION MASTER AND HOLD THE APPROVER
025610*    OR SUPERVISOR ROLE.  A REFUSAL IS ON THE SECURITY-VIOLATION
025612*    LOG BEFORE THE JOB ENDS.
025614******************************************************************
025616 1050-VERIFY-OPERATOR.
025618
025620     MOVE SPACES         TO SUMA-OCK-AREA.
025622     MOVE ZERO           TO OCK-SEQ-NBR.
025624     SET OCK-REQ-VERIFY  TO TRUE.
025626     MOVE "SUMAAPPR"     TO OCK-PROGRAM-ID.
025628     MOVE WS-OPERATOR-ID TO OCK-OPERATOR-ID.
025630     MOVE WS-NEW-RUN-ID  TO OCK-RUN-ID.
025632     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
025634
025636     IF OCK-AUTHORIZED
025638         IF OCK-ROLE-CAN-APPROVE
025640             GO TO 1050-EXIT
025642         END-IF
025644         MOVE "OPERATOR IS NOT AN APPROVER" TO OCK-REASON
025646         SET OCK-REQ-LOG TO TRUE
025648         CALL "SUMAOCHK" USING SUMA-OCK-AREA
025650     END-IF.
025652
025654     DISPLAY "SUMAAPPR - OPERATOR " WS-OPERATOR-ID
025656         " REFUSED: " OCK-REASON.
025658     SET OCK-REQ-CLOSE   TO TRUE.
025660     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
025662     MOVE "OPERATOR" TO WS-FATAL-FILE-ID.
025664     MOVE "NA"       TO WS-FATAL-STATUS.
025666     PERFORM 9500-ABEND-RUN THRU 9500-EXIT.
025670
025673 1050-EXIT.
025677     EXIT.
025680
025684******************************************************************
025688*    1100-CHECK-RUN-ID - THE RELEASE RUN ID MUST HAVE NOTHING ON
025691*    SUMA-PND UNDER IT - NO "B" ENTRY FROM AN EARLIER RELEASE AND
025695*    NO ITEM OF ANY KIND - BEFORE A SINGLE DECISION IS APPLIED.
025699******************************************************************
025702 1100-CHECK-RUN-ID.
025706
025709     MOVE WS-NEW-RUN-ID TO PND-RUN-ID.
025713     MOVE ZERO          TO PND-SEQ-NBR.
025717     START SUMA-PND KEY IS NOT LESS THAN PND-KEY
025720         INVALID KEY
025724             GO TO 1100-EXIT
025728     END-START.
025731     PERFORM 7000-CHECK-PND-STATUS THRU 7000-EXIT.
025735
025738     READ SUMA-PND NEXT RECORD
025742         AT END
025746             GO TO 1100-EXIT
025749     END-READ.
025753     PERFORM 7000-CHECK-PND-STATUS THRU 7000-EXIT.
025757
025760     IF PND-RUN-ID = WS-NEW-RUN-ID
025764         DISPLAY "SUMAAPPR - RUN ID " WS-NEW-RUN-ID
025767             " ALREADY HAS ENTRIES ON THE PENDING FILE"
025771         MOVE "PARM    " TO WS-FATAL-FILE-ID
025775         MOVE "NN"       TO WS-FATAL-STATUS
025778         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
025782     END-IF.
025786
025789 1100-EXIT.
025793     EXIT.
025796
025800******************************************************************
025900*    2000-APPLY-DECISION - CHECK ONE DECISION AGAINST ITS HELD
026000*    ITEM AND APPLY IT, OR REFUSE IT
026100******************************************************************
026200 2000-APPLY-DECISION.
026300
026400     MOVE SPACES TO WS-REFUSE-REASON.
026500     MOVE SPACES TO SUMA-PND-RECORD.
026600
026700     IF NOT APD-APPROVE AND NOT APD-DECLINE
026800         MOVE "DECISION CODE IS NOT A OR D" TO WS-REFUSE-REASON
026900         GO TO 2000-REFUSE
027000     END-IF.
027100
027200     IF APD-SEQ-NBR NOT NUMERIC
027300         MOVE "SEQUENCE IS NOT NUMERIC" TO WS-REFUSE-REASON
027400         GO TO 2000-REFUSE
027500     END-IF.
027600
027700     MOVE APD-RUN-ID  TO PND-RUN-ID.
027800     MOVE APD-SEQ-NBR TO PND-SEQ-NBR.
027900
028000     READ SUMA-PND
028100         INVALID KEY
028200             MOVE "ITEM IS NOT ON PENDING FILE"
028300                 TO WS-REFUSE-REASON
028400     END-READ.
028500     PERFORM 7000-CHECK-PND-STATUS THRU 7000-EXIT.
028600
028700     IF WS-REFUSE-REASON NOT = SPACES
028800         GO TO 2000-REFUSE
028900     END-IF.
029000
029100     IF NOT PND-PENDING
029200         MOVE "ITEM IS NOT PENDING" TO WS-REFUSE-REASON
029300         GO TO 2000-REFUSE
029400     END-IF.
029500
029600     IF PND-SUBMIT-OPERATOR = WS-OPERATOR-ID
029700         MOVE "DECIDER IS THE SUBMITTER" TO WS-REFUSE-REASON
029800         GO TO 2000-REFUSE
029900     END-IF.
030000
030100     IF APD-APPROVE
030200         PERFORM 3000-APPROVE-ITEM THRU 3000-EXIT
030300     ELSE
030400         PERFORM 4000-DECLINE-ITEM THRU 4000-EXIT
030500     END-IF.
030600
030700     GO TO 2000-NEXT.
030800
030900 2000-REFUSE.
031000     DISPLAY "SUMAAPPR - REFUSED " APD-RUN-ID " SEQ "
031100         APD-SEQ-NBR-X ": " WS-REFUSE-REASON.
031200     ADD 1 TO WS-REFUSED-COUNT.
031300     MOVE "REFUSED"        TO WS-LOG-ACTION.
031400     PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
031500
031600 2000-NEXT.
031700     PERFORM 2100-READ-SUMA-APD THRU 2100-EXIT.
031800
031900 2000-EXIT.
032000     EXIT.
032100
032200******************************************************************
032300*    2100-READ-SUMA-APD - READ THE NEXT DECISION
032400******************************************************************
032500 2100-READ-SUMA-APD.
032600
032700     READ SUMA-APD
032800         AT END
032900             MOVE "Y" TO WS-APD-EOF-SW
033000         NOT AT END
033100             ADD 1 TO WS-READ-COUNT
033200     END-READ.
033300
033400 2100-EXIT.
033500     EXIT.
033600
033700******************************************************************
033800*    3000-APPROVE-ITEM - CARRY THE HELD IMAGE INTO THE RELEASE
033900*    BATCH, ACCUMULATING THE TRAILER CONTROLS THE SAME WAY
034000*    SUMACOBOL RECONCILES THEM, AND MARK THE ITEM APPROVED WITH
034100*    ITS PLACE IN THE RELEASE BATCH
034200******************************************************************
034300 3000-APPROVE-ITEM.
034400
034500     MOVE PND-IN-IMAGE TO SUMA-IN-RECORD.
034600
034700     ADD 1 TO WS-DETAIL-COUNT.
034800     IF SIR-TYPE-TRANSFER
034900         IF SIR-XFR-AMOUNT NUMERIC
035000             ADD SIR-XFR-AMOUNT TO WS-HASH-TOTAL
035100         END-IF
035200     ELSE
035300         IF SIR-NUM1 NUMERIC
035400             ADD SIR-NUM1 TO WS-HASH-TOTAL
035500         END-IF
035600         IF SIR-NUM2 NUMERIC
035700             ADD SIR-NUM2 TO WS-HASH-TOTAL
035800         END-IF
035900     END-IF.
036000
036100     PERFORM 4900-WRITE-SUMA-APB THRU 4900-EXIT.
036150     PERFORM 3050-REGISTER-RELEASE-ITEM THRU 3050-EXIT.
036200
036300     SET PND-APPROVED      TO TRUE.
036400     MOVE WS-NEW-RUN-ID    TO PND-RELEASE-RUN-ID.
036500     MOVE WS-DETAIL-COUNT  TO PND-RELEASE-SEQ-NBR.
036600     PERFORM 3100-STAMP-DECISION THRU 3100-EXIT.
036700
036800     ADD 1 TO WS-APPROVED-COUNT.
036900     MOVE "APPROVE" TO WS-LOG-ACTION.
037000     PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
037100
037200 3000-EXIT.
037300     EXIT.
037400
037403******************************************************************
037405*    3050-REGISTER-RELEASE-ITEM - WRITE THE "R" ENTRY FOR THE
037408*    ITEM JUST CARRIED INTO THE RELEASE BATCH: THE HELD ENTRY
037411*    RE-KEYED BY THE RELEASE RUN ID AND ITS PLACE IN THE BATCH,
037414*    POINTING BACK AT THE HELD ITEM'S OWN KEY.  THE HELD ENTRY'S
037416*    KEY IS PUT BACK FOR ITS REWRITE.  1100 HAS ALREADY REFUSED A
037419*    RELEASE RUN ID WITH ANYTHING ON FILE UNDER IT.
037422******************************************************************
037424 3050-REGISTER-RELEASE-ITEM.
037427
037430     MOVE PND-RUN-ID      TO PND-RELEASE-RUN-ID.
037432     MOVE PND-SEQ-NBR     TO PND-RELEASE-SEQ-NBR.
037435     MOVE WS-NEW-RUN-ID   TO PND-RUN-ID.
037438     MOVE WS-DETAIL-COUNT TO PND-SEQ-NBR.
037441     SET PND-RELEASE-ITEM TO TRUE.
037443     MOVE WS-OPERATOR-ID  TO PND-DECIDE-OPERATOR.
037446     MOVE WS-TODAY-DATE   TO PND-DECIDE-DATE.
037449     MOVE WS-TODAY-TIME   TO PND-DECIDE-TIME.
037451
037454     WRITE SUMA-PND-RECORD.
037457     IF WS-SUMA-PND-DUP-KEY
037459         DISPLAY "SUMAAPPR - RUN ID " WS-NEW-RUN-ID
037462             " ALREADY HAS ENTRIES ON THE PENDING FILE"
037465     END-IF.
037468     IF NOT WS-SUMA-PND-OK
037470         MOVE "SUMA-PND" TO WS-FATAL-FILE-ID
037473         MOVE WS-SUMA-PND-STATUS TO WS-FATAL-STATUS
037476         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
037478     END-IF.
037481
037484     MOVE PND-RELEASE-RUN-ID  TO PND-RUN-ID.
037486     MOVE PND-RELEASE-SEQ-NBR TO PND-SEQ-NBR.
037489     SET PND-PENDING          TO TRUE.
037492
037495 3050-EXIT.
037497     EXIT.
037498
037500******************************************************************
037600*    3100-STAMP-DECISION - RECORD WHO DECIDED THE ITEM AND WHEN,
037700*    AND REWRITE IT
037800******************************************************************
037900 3100-STAMP-DECISION.
038000
038100     MOVE WS-OPERATOR-ID TO PND-DECIDE-OPERATOR.
038200     MOVE WS-TODAY-DATE  TO PND-DECIDE-DATE.
038300     MOVE WS-TODAY-TIME  TO PND-DECIDE-TIME.
038400
038500     REWRITE SUMA-PND-RECORD.
038600     IF NOT WS-SUMA-PND-OK
038700         MOVE "SUMA-PND" TO WS-FATAL-FILE-ID
038800         MOVE WS-SUMA-PND-STATUS TO WS-FATAL-STATUS
038900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
039000     END-IF.
039100
039200 3100-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600*    4000-DECLINE-ITEM - ROUTE THE HELD IMAGE TO SUMA-ERR WITH THE
039700*    DECLINE REASON, LAID OUT AS SUMACOBOL LAYS OUT ITS OWN
039800*    REJECTS (A TRANSFER SHOWS ITS AMOUNT AND FROM-ACCOUNT WHERE
039900*    A DETAIL SHOWS ITS NUMBER PAIR), AND MARK THE ITEM DECLINED
040000******************************************************************
040100 4000-DECLINE-ITEM.
040200
040300     MOVE PND-IN-IMAGE TO SUMA-IN-RECORD.
040400
040500     IF APD-REASON = SPACES
040600         MOVE "DECLINED AT APPROVAL" TO PND-DECLINE-REASON
040700     ELSE
040800         MOVE APD-REASON             TO PND-DECLINE-REASON
040900     END-IF.
041000
041100     MOVE SPACES             TO SUMA-ERR-RECORD.
041200     IF SIR-TYPE-TRANSFER
041300         MOVE SIR-XFR-AMOUNT-X  TO SER-NUM1
041400         MOVE SIR-XFR-FROM-ACCT TO SER-NUM2
041500     ELSE
041600         MOVE SIR-NUM1-X        TO SER-NUM1
041700         MOVE SIR-NUM2-X        TO SER-NUM2
041800     END-IF.
041900     MOVE PND-DECLINE-REASON TO SER-REASON.
042000     MOVE PND-RUN-ID         TO SER-RUN-ID.
042100     MOVE PND-SEQ-NBR        TO SER-SEQ-NBR.
042200     MOVE PND-IN-IMAGE       TO SER-DETAIL-IMAGE.
042300
042400     WRITE SUMA-ERR-RECORD.
042500     IF NOT WS-SUMA-ERR-OK
042600         MOVE "SUMA-ERR" TO WS-FATAL-FILE-ID
042700         MOVE WS-SUMA-ERR-STATUS TO WS-FATAL-STATUS
042800         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
042900     END-IF.
043000
043100     SET PND-DECLINED TO TRUE.
043200     PERFORM 3100-STAMP-DECISION THRU 3100-EXIT.
043300
043400     ADD 1 TO WS-DECLINED-COUNT.
043500     MOVE "DECLINE" TO WS-LOG-ACTION.
043600     PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
043700
043800 4000-EXIT.
043900     EXIT.
044000
044100******************************************************************
044200*    4900-WRITE-SUMA-APB - WRITE ONE RECORD TO THE RELEASE BATCH
044300******************************************************************
044400 4900-WRITE-SUMA-APB.
044500
044600     WRITE SUMA-IN-RECORD.
044700     IF NOT WS-SUMA-APB-OK
044800         MOVE "SUMA-APB" TO WS-FATAL-FILE-ID
044900         MOVE WS-SUMA-APB-STATUS TO WS-FATAL-STATUS
045000         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
045100     END-IF.
045200
045300 4900-EXIT.
045400     EXIT.
045500
045600******************************************************************
045700*    5000-WRITE-TRAILER - GENERATED TRAILER WITH THE COMPUTED
045800*    RECORD COUNT AND HASH TOTAL, THEN REGISTER THE RELEASE
045900*    BATCH ON SUMA-PND SO SUMACOBOL DOES NOT HOLD ITS ITEMS AGAIN
046000******************************************************************
046100 5000-WRITE-TRAILER.
046200
046300     MOVE SPACES          TO SUMA-IN-RECORD.
046400     MOVE "T"             TO SIR-RECORD-TYPE.
046500     MOVE WS-DETAIL-COUNT TO SIT-RECORD-COUNT.
046600     MOVE WS-HASH-TOTAL   TO SIT-HASH-TOTAL.
046700     PERFORM 4900-WRITE-SUMA-APB THRU 4900-EXIT.
046800
046900     IF WS-APPROVED-COUNT = ZERO
047000         GO TO 5000-EXIT
047100     END-IF.
047200
047300     MOVE SPACES          TO SUMA-PND-RECORD.
047400     MOVE WS-NEW-RUN-ID   TO PND-RUN-ID.
047500     MOVE ZERO            TO PND-SEQ-NBR.
047600     SET PND-RELEASE-BATCH TO TRUE.
047700     MOVE WS-TODAY-DATE   TO PND-RUN-DATE.
047800     MOVE WS-HASH-TOTAL   TO PND-AMOUNT.
047900     MOVE ZERO            TO PND-THRESHOLD.
048000     MOVE WS-NEW-RUN-ID   TO PND-RELEASE-RUN-ID.
048100     MOVE WS-DETAIL-COUNT TO PND-RELEASE-SEQ-NBR.
048200     MOVE WS-OPERATOR-ID  TO PND-DECIDE-OPERATOR.
048300     MOVE WS-TODAY-DATE   TO PND-DECIDE-DATE.
048400     MOVE WS-TODAY-TIME   TO PND-DECIDE-TIME.
048500
048600     WRITE SUMA-PND-RECORD.
048700     IF NOT WS-SUMA-PND-OK
048800         MOVE "SUMA-PND" TO WS-FATAL-FILE-ID
048900         MOVE WS-SUMA-PND-STATUS TO WS-FATAL-STATUS
049000         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
049100     END-IF.
049200
049300 5000-EXIT.
049400     EXIT.
049500
049600******************************************************************
049700*    6000-WRITE-LOG - ONE APPEND-ONLY LOG LINE PER DECISION,
049800*    APPLIED OR REFUSED
049900******************************************************************
050000 6000-WRITE-LOG.
050100
050200     MOVE SPACES              TO SUMA-APG-RECORD.
050300     MOVE WS-TODAY-DATE       TO APG-LOG-DATE.
050400     MOVE WS-TODAY-TIME       TO APG-LOG-TIME.
050500     MOVE WS-OPERATOR-ID      TO APG-OPERATOR-ID.
050600     MOVE WS-LOG-ACTION       TO APG-ACTION.
050700     MOVE APD-RUN-ID          TO APG-RUN-ID.
050800     MOVE APD-SEQ-NBR-X       TO APG-SEQ-NBR.
050900     MOVE PND-SUBMIT-OPERATOR TO APG-SUBMIT-OPERATOR.
051000     IF PND-AMOUNT NUMERIC
051100         MOVE PND-AMOUNT      TO APG-AMOUNT
051200     ELSE
051300         MOVE ZERO            TO APG-AMOUNT
051400     END-IF.
051500     EVALUATE TRUE
051600         WHEN WS-LOG-ACTION = "APPROVE"
051700             MOVE WS-NEW-RUN-ID      TO APG-RELEASE-RUN-ID
051800         WHEN WS-LOG-ACTION = "DECLINE"
051900             MOVE PND-DECLINE-REASON TO APG-REASON
052000         WHEN OTHER
052100             MOVE WS-REFUSE-REASON   TO APG-REASON
052200     END-EVALUATE.
052300
052400     WRITE SUMA-APG-RECORD.
052500     IF NOT WS-SUMA-APG-OK
052600         MOVE "SUMA-APG" TO WS-FATAL-FILE-ID
052700         MOVE WS-SUMA-APG-STATUS TO WS-FATAL-STATUS
052800         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
052900     END-IF.
053000
053100 6000-EXIT.
053200     EXIT.
053300
053400******************************************************************
053500*    7000-CHECK-PND-STATUS - ABEND ON A FAILED PENDING FILE I-O
053600*    THAT IS NOT AN EXPECTED KEY CONDITION
053700******************************************************************
053800 7000-CHECK-PND-STATUS.
053900
054000     IF NOT WS-SUMA-PND-OK
054100         AND NOT WS-SUMA-PND-NOT-FOUND
054200         MOVE "SUMA-PND" TO WS-FATAL-FILE-ID
054300         MOVE WS-SUMA-PND-STATUS TO WS-FATAL-STATUS
054400         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
054500     END-IF.
054600
054700 7000-EXIT.
054800     EXIT.
054900
055000******************************************************************
055100*    8000-PRINT-SUMMARY - END-OF-JOB DECISION COUNTS
055200******************************************************************
055300 8000-PRINT-SUMMARY.
055400
055500     DISPLAY "SUMAAPPR - DECISIONS READ....: " WS-READ-COUNT.
055600     DISPLAY "SUMAAPPR - ITEMS APPROVED....: " WS-APPROVED-COUNT.
055700     DISPLAY "SUMAAPPR - ITEMS DECLINED....: " WS-DECLINED-COUNT.
055800     DISPLAY "SUMAAPPR - DECISIONS REFUSED.: " WS-REFUSED-COUNT.
055900     DISPLAY "SUMAAPPR - RELEASE HASH TOTAL: " WS-HASH-TOTAL.
056000
056100     IF WS-REFUSED-COUNT > ZERO
056200         MOVE 8 TO RETURN-CODE
056300     END-IF.
056400
056500 8000-EXIT.
056600     EXIT.
056700
056800******************************************************************
056900*    9000-TERMINATE - CLOSE THE FILES
057000******************************************************************
057100 9000-TERMINATE.
057200
057300     CLOSE SUMA-APD
057400           SUMA-PND
057500           SUMA-APB
057600           SUMA-ERR
057700           SUMA-APG.
057710
057720     SET OCK-REQ-CLOSE TO TRUE.
057730     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
057800
057900 9000-EXIT.
058000     EXIT.
058100
058200******************************************************************
058300*    9500-ABEND-RUN - DISPLAY A FATAL I/O STATUS AND STOP THE JOB
058400******************************************************************
058500 9500-ABEND-RUN.
058600
058700     DISPLAY "SUMAAPPR - JOB TERMINATED, FILE " WS-FATAL-FILE-ID
058800         " FILE STATUS " WS-FATAL-STATUS.
058900     MOVE 16 TO RETURN-CODE.
059000     STOP RUN.
059100
059200 9500-EXIT.
059300     EXIT.
