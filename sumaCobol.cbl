002319*                    WITH THE REGISTRY BYPASSED OR THE TARGET
002321*                    RUN UNREGISTERED THE TARGET PERIOD CANNOT
002322*                    BE ESTABLISHED AND THE REVERSAL PROCEEDS.
002323*    2026-10-15 JMQ  ADDED THE MAKER-CHECKER APPROVAL HOLD.  A
002324*                    DETAIL RESULT OR "X" TRANSFER WHOSE AMOUNT
002325*                    IS OVER THE APPROVAL THRESHOLD (THE SUMA-
002326*                    COA ACCOUNT LIMIT, ELSE PRM-APPR-THRESHOLD)
002327*                    IS WRITTEN TO THE SUMA-PND PENDING FILE
002328*                    INSTEAD OF POSTING.  SUMAAPPR RELEASES
002329*                    APPROVED ITEMS IN A NEW BATCH REGISTERED
002330*                    ON SUMA-PND, WHOSE ITEMS ARE NOT HELD
002331*                    AGAIN.
002332*    2026-10-15 JMQ  THE OPERATOR IS VERIFIED AGAINST THE SUMA-OPR
002333*                    AUTHORIZATION MASTER BEFORE ANY FILE IS
002334*                    OPENED - AN UNKNOWN OR INACTIVE OPERATOR
002335*                    ENDS THE JOB.  A DETAIL OR TRANSFER OVER THE
002336*                    OPERATOR'S LIMIT, OR AGAINST AN ACCOUNT NOT
002337*                    ON THE OPERATOR'S ALLOWED LIST, REJECTS TO
002338*                    SUMA-ERR AND IS LOGGED TO SUMA-SVL.  AN
002339*                    "R" REVERSAL IS HELD TO THE SAME LIST FOR
002340*                    THE TARGET'S ACCOUNT, AND FOR BOTH ACCOUNTS
002341*                    OF AN "X" TRANSFER.
002342*    2026-10-15 JMQ  A DETAIL THE SUMADUPC PRE-STEP LEFT ON THE
002343*                    SUMA-DSP DUPLICATE-SUSPECT FILE AS A HELD
002344*                    SUSPECT IS NOT POSTED - IT REJECTS TO
002345*                    SUMA-ERR AS A SUSPECTED DUPLICATE AND THE
002346*                    JOB ENDS WITH RETURN CODE 8.  AN OVERRIDDEN
002347*                    SUSPECT POSTS NORMALLY.  NO SUSPECT FILE
002348*                    MEANS NOTHING IS HELD.
002349*    2026-10-15 JMQ  EVERY SUMA-AUD RECORD IS NOW STAMPED WITH
002350*                    THE AUDIT RUN CHAIN THROUGH SUMAACHN, AND
002351*                    THE JOB CLOSES ITS AUDIT RECORDS WITH A "Z"
002352*                    SEAL RECORD.  A RESTART TAKES UP THE
002353*                    INTERRUPTED RUN'S UNSEALED CHAIN.
002355*    2026-10-15 JMQ  A RELEASE BATCH IS NO LONGER TRUSTED ON
002359*                    ITS RUN ID ALONE.  EACH ITEM MUST MATCH THE
002364*                    "R" ENTRY SUMAAPPR WROTE FOR ITS POSITION IN
002368*                    THE BATCH, IMAGE FOR IMAGE, OR IT REJECTS TO
002373*                    SUMA-ERR; A POSTED ITEM'S ENTRY IS MARKED
002377*                    USED.  THE TRAILER MUST AGREE WITH THE "B"
002382*                    ENTRY'S COUNT AND HASH OR THE BATCH FAILS,
002386*                    AND THE "B" ENTRY IS MARKED USED SO THE SAME
002391*                    RELEASE BATCH CANNOT POST A SECOND TIME.
002395******************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
005214         RECORD KEY IS SPC-PERIOD
005215         FILE STATUS IS WS-SUMA-PCL-STATUS.
005216
005221     SELECT SUMA-PND ASSIGN TO "SUMAPND"
005222         ORGANIZATION IS INDEXED
005223         ACCESS MODE IS RANDOM
005224         RECORD KEY IS PND-KEY
005225         FILE STATUS IS WS-SUMA-PND-STATUS.
005227
005228     SELECT SUMA-DSP ASSIGN TO "SUMADSP"
005229         ORGANIZATION IS INDEXED
005230         ACCESS MODE IS RANDOM
005231         RECORD KEY IS DSP-KEY
005232         FILE STATUS IS WS-SUMA-DSP-STATUS.
005255
005277 DATA DIVISION.
005300 FILE SECTION.
005400
005500 FD  SUMA-IN
007805 FD  SUMA-PCL.
007806     COPY SUMAPCL.
007807
007808 FD  SUMA-PND.
007809     COPY SUMAPND.
007810
007811 FD  SUMA-DSP.
007812     COPY SUMADSP.
007813
007900 WORKING-STORAGE SECTION.
008000
008100 01  NUM1                           PIC S9(7)V99  VALUE 0.
011637     88  WS-SUMA-PCL-NOT-FOUND                 VALUE "23".
011638     88  WS-SUMA-PCL-NO-FILE                   VALUE "35".
011639
011640 01  WS-PCL-AVAIL-SW                PIC X(01)  VALUE "N".
011641     88  WS-PCL-AVAIL                          VALUE "Y".
011642
011645 01  WS-CLOSED-COUNT      PIC 9(05)  COMP      VALUE ZERO.
011647 01  WS-CLOSED-REV-COUNT  PIC 9(05)  COMP      VALUE ZERO.
011650
011652 01  WS-TGT-CLOSED-SW               PIC X(01)  VALUE "N".
011655     88  WS-TGT-CLOSED                         VALUE "Y".
011657
011660 01  WS-HDR-DATE-WORK.
011662     05  WS-HDR-PERIOD              PIC X(06).
011665     05  FILLER                     PIC X(02).
011667
011670 01  WS-SUMA-PND-STATUS             PIC X(02)  VALUE "00".
011673     88  WS-SUMA-PND-OK                        VALUE "00".
011675     88  WS-SUMA-PND-NOT-FOUND                 VALUE "23".
011678     88  WS-SUMA-PND-DUP-KEY                   VALUE "22".
011680     88  WS-SUMA-PND-NO-FILE                   VALUE "35".
011683
011685 01  WS-APPR-THRESHOLD    PIC S9(7)V99  VALUE ZERO.
011688 01  WS-ACCT-THRESHOLD    PIC S9(7)V99  VALUE ZERO.
011690 01  WS-HOLD-THRESHOLD    PIC S9(7)V99  VALUE ZERO.
011693 01  WS-HOLD-AMOUNT       PIC S9(10)V99 VALUE ZERO.
011696 01  WS-HOLD-TEST-ACCT              PIC X(08)  VALUE SPACES.
011698
011701 01  WS-HOLD-SW                     PIC X(01)  VALUE "N".
011703     88  WS-HOLD-ITEM                          VALUE "Y".
011706
011708 01  WS-RELEASE-BATCH-SW            PIC X(01)  VALUE "N".
011711     88  WS-RELEASE-BATCH                      VALUE "Y".
011713 01  WS-RELEASE-ITEM-SW             PIC X(01)  VALUE "N".
011716     88  WS-RELEASE-ITEM-OK                    VALUE "Y".
011718 01  WS-RELEASE-COUNT     PIC 9(07)            VALUE ZERO.
011721 01  WS-RELEASE-HASH      PIC S9(10)V99 COMP-3 VALUE ZERO.
011724
011726 01  WS-HELD-COUNT        PIC 9(05)  COMP      VALUE ZERO.
011729
011731 01  WS-OPR-TEST-ACCT               PIC X(08)  VALUE SPACES.
011734 01  WS-OPR-AMOUNT        PIC S9(10)V99 VALUE ZERO.
011736 01  WS-OX                PIC 9(04)  COMP      VALUE ZERO.
011739
011741 01  WS-OPR-ACCT-SW                 PIC X(01)  VALUE "N".
011744     88  WS-OPR-ACCT-FOUND                     VALUE "Y".
011746
011749 01  WS-OPR-REJECT-COUNT  PIC 9(05)  COMP      VALUE ZERO.
011752
011754     COPY SUMAOCK.
011757
011759     COPY SUMAACH.
011762
011764 01  WS-SUMA-DSP-STATUS             PIC X(02)  VALUE "00".
011767     88  WS-SUMA-DSP-OK                        VALUE "00".
011769     88  WS-SUMA-DSP-NOT-FOUND                 VALUE "23".
011772     88  WS-SUMA-DSP-NO-FILE                   VALUE "35".
011775
011777 01  WS-DSP-AVAIL-SW                PIC X(01)  VALUE "N".
011780     88  WS-DSP-AVAIL                          VALUE "Y".
011782
011785 01  WS-DUP-SUSPECT-SW              PIC X(01)  VALUE "N".
011787     88  WS-DUP-SUSPECT                        VALUE "Y".
011790
011792 01  WS-DUP-HELD-COUNT    PIC 9(05)  COMP      VALUE ZERO.
011795
011797 01  WS-FATAL-FILE-ID               PIC X(08)  VALUE SPACES.
011800 01  WS-FATAL-STATUS                PIC X(02)  VALUE SPACES.
011900
011905 01  WS-RUN-ID                      PIC X(08)  VALUE SPACES.
019090             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
019100         END-IF
019150     END-IF.
019160
019170     PERFORM 1050-VERIFY-OPERATOR THRU 1050-EXIT.
019180
019185     PERFORM 1070-OPEN-AUDIT-CHAIN THRU 1070-EXIT.
019200
019400     OPEN INPUT SUMA-IN.
019500     IF NOT WS-SUMA-IN-OK
021801     END-IF.
021802
021803     PERFORM 1700-OPEN-PERIOD-CONTROL THRU 1700-EXIT.
021804
021805     PERFORM 1800-OPEN-PENDING-FILE THRU 1800-EXIT.
021806
021807     PERFORM 1900-OPEN-SUSPECT-FILE THRU 1900-EXIT.
021853
021900     PERFORM 2100-READ-SUMA-IN    THRU 2100-EXIT.
022000
022100     IF NOT WS-EOF AND SIR-TYPE-HEADER
023000
023100 1000-EXIT.
023200     EXIT.
023203
023206******************************************************************
023209*    1050-VERIFY-OPERATOR - THE RUNNING OPERATOR MUST BE ACTIVE
023212*    ON THE OPERATOR AUTHORIZATION MASTER.  SUMAOCHK LOGS A
023215*    REFUSAL TO THE SECURITY-VIOLATION LOG.
023218******************************************************************
023221 1050-VERIFY-OPERATOR.
023224
023227     MOVE SPACES         TO SUMA-OCK-AREA.
023230     MOVE ZERO           TO OCK-SEQ-NBR.
023233     SET OCK-REQ-VERIFY  TO TRUE.
023236     MOVE "SUMACOBOL"    TO OCK-PROGRAM-ID.
023239     MOVE WS-OPERATOR-ID TO OCK-OPERATOR-ID.
023242     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
023245
023248     IF OCK-AUTHORIZED
023251         GO TO 1050-EXIT
023254     END-IF.
023257
023260     DISPLAY "SUMACOBOL - OPERATOR " WS-OPERATOR-ID
023263         " REFUSED: " OCK-REASON.
023266     SET OCK-REQ-CLOSE   TO TRUE.
023269     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
023272     MOVE "OPERATOR" TO WS-FATAL-FILE-ID.
023275     MOVE "NA"       TO WS-FATAL-STATUS.
023278     PERFORM 9500-ABEND-RUN THRU 9500-EXIT.
023281
023284 1050-EXIT.
023287     EXIT.
023288
023289******************************************************************
023290*    1070-OPEN-AUDIT-CHAIN - START THE RUN'S AUDIT CHAIN BEFORE
023291*    THE TRAIL IS OPENED FOR WRITING.  A RESTART TAKES UP THE
023292*    CHAIN OF THE RUN IT IS RESTARTING, WHICH WAS NEVER SEALED,
023293*    FROM THE LAST RECORD THAT RUN WROTE.
023294******************************************************************
023295 1070-OPEN-AUDIT-CHAIN.
023296
023297     MOVE SPACES         TO SUMA-ACH-AREA.
023298     SET ACH-REQ-OPEN    TO TRUE.
023299     MOVE "SUMACOBOL"    TO ACH-PROGRAM-ID.
023300     MOVE WS-OPERATOR-ID TO ACH-OPERATOR-ID.
023301     IF WS-RESTART-REQUESTED
023302         SET ACH-RESUME  TO TRUE
023303     END-IF.
023304     CALL "SUMAACHN" USING SUMA-ACH-AREA SUMA-AUD-RECORD.
023305
023306     IF NOT ACH-OK
023307         MOVE "SUMA-AUD" TO WS-FATAL-FILE-ID
023308         MOVE ACH-FILE-STATUS TO WS-FATAL-STATUS
023309         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
023310     END-IF.
023311
023312     IF ACH-RESUMED
023313         DISPLAY "SUMACOBOL - AUDIT CHAIN RESUMED AFTER RECORD "
023314             ACH-RUN-COUNT
023315     END-IF.
023316
023317 1070-EXIT.
023318     EXIT.
023359
023400******************************************************************
023500*    1100-SKIP-TO-RESTART - FAST-FORWARD PAST ALREADY-RUN RECORDS.
023510*    HEADERS PASSED DURING THE SKIP STILL OPEN THEIR BATCHES SO
024794             PERFORM 2140-RESET-BATCH THRU 2140-EXIT
024795             MOVE "N" TO WS-BATCH-SKIP-SW
024796             SET WS-BATCH-OPEN TO TRUE
024797             PERFORM 2118-CHECK-RELEASE-BATCH THRU 2118-EXIT
024798         WHEN SIR-TYPE-TRAILER
024799             ADD 1 TO WS-SKIP-TRAILER-COUNT
024800             PERFORM 2140-RESET-BATCH THRU 2140-EXIT
026084             IF PRM-COA-BYPASS-YES
026086                 SET WS-COA-BYPASS TO TRUE
026088             END-IF
026090             IF PRM-APPR-THRESHOLD-X NOT = SPACES
026092                 AND PRM-APPR-THRESHOLD NUMERIC
026094                 MOVE PRM-APPR-THRESHOLD TO WS-APPR-THRESHOLD
026096             END-IF
026100     END-READ.
026200
026300 1200-EXIT.
026704
026706 1700-EXIT.
026708     EXIT.
026709
026710******************************************************************
026711*    1800-OPEN-PENDING-FILE - OPEN THE SUMA-PND PENDING-APPROVAL
026712*    FILE FOR UPDATE, CREATING IT ON FIRST USE.  IT IS OPENED
026713*    EVEN WITH NO PRM THRESHOLD, SINCE AN ACCOUNT LIMIT ON THE
026714*    CHART CAN STILL HOLD AN ITEM.
026715******************************************************************
026716 1800-OPEN-PENDING-FILE.
026717
026718     OPEN I-O SUMA-PND.
026719
026720     IF WS-SUMA-PND-NO-FILE
026721         OPEN OUTPUT SUMA-PND
026722         IF WS-SUMA-PND-OK
026723             CLOSE SUMA-PND
026724             OPEN I-O SUMA-PND
026725         END-IF
026726     END-IF.
026727
026728     IF NOT WS-SUMA-PND-OK
026729         MOVE "SUMA-PND" TO WS-FATAL-FILE-ID
026730         MOVE WS-SUMA-PND-STATUS TO WS-FATAL-STATUS
026731         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
026732     END-IF.
026733
026734 1800-EXIT.
026735     EXIT.
026736
026737******************************************************************
026738*    1900-OPEN-SUSPECT-FILE - OPEN THE SUMA-DSP DUPLICATE-SUSPECT
026739*    FILE WRITTEN BY THE SUMADUPC PRE-STEP.  NO FILE MEANS NO
026740*    DETAIL HAS EVER BEEN HELD AS A SUSPECTED DUPLICATE.
026741******************************************************************
026742 1900-OPEN-SUSPECT-FILE.
026743
026744     OPEN INPUT SUMA-DSP.
026745
026746     IF WS-SUMA-DSP-OK
026747         SET WS-DSP-AVAIL TO TRUE
026748     ELSE
026749         IF NOT WS-SUMA-DSP-NO-FILE
026750             MOVE "SUMA-DSP" TO WS-FATAL-FILE-ID
026751             MOVE WS-SUMA-DSP-STATUS TO WS-FATAL-STATUS
026752             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
026753         END-IF
026754     END-IF.
026755
026756 1900-EXIT.
026757     EXIT.
026768
026779******************************************************************
026789*    2000-PROCESS-RECORD - DISPATCH ONE SUMA-IN RECORD.  A
026800*    TRAILER CLOSES ITS BATCH AND PROCESSING CONTINUES INTO THE
026810*    NEXT HEADER/DETAIL/TRAILER GROUP; END OF JOB COMES ONLY
026820*    FROM END OF FILE.
028700******************************************************************
028800 2055-PROCESS-DETAIL.
028900
028901     IF WS-RELEASE-BATCH
028902         PERFORM 2064-CHECK-RELEASE-ITEM THRU 2064-EXIT
028904         IF NOT WS-RELEASE-ITEM-OK
028905             PERFORM 2060-WRITE-REJECT THRU 2060-EXIT
028906             GO TO 2055-CHECKPOINT
028908         END-IF
028909     END-IF.
028910     IF WS-DSP-AVAIL
028917         PERFORM 2063-CHECK-DUP-SUSPECT THRU 2063-EXIT
028924         IF WS-DUP-SUSPECT
028931             MOVE "HELD - SUSPECTED DUPLICATE" TO WS-REJECT-REASON
028938             PERFORM 2060-WRITE-REJECT THRU 2060-EXIT
028945             ADD 1 TO WS-DUP-HELD-COUNT
028952             GO TO 2055-CHECKPOINT
028959         END-IF
028966     END-IF.
028973
029000     PERFORM 2050-VALIDATE-DETAIL THRU 2050-EXIT.
029100
029200     IF WS-DETAIL-VALID
029600
029700         CALL "SUMACALC" USING NUM1, NUM2, OPER-CODE,
029800             WS-ROUND-MODE, RESUL, WS-CALC-RETURN-CODE
029810
029820         IF WS-CALC-OK
029830             PERFORM 2061-CHECK-OPERATOR-LIMIT THRU 2061-EXIT
029840             IF WS-DETAIL-INVALID
029850                 PERFORM 2060-WRITE-REJECT THRU 2060-EXIT
029860                 GO TO 2055-CHECKPOINT
029870             END-IF
029880         END-IF
029900
029910         IF WS-CALC-OK
029920             PERFORM 2054-CHECK-APPROVAL-HOLD THRU 2054-EXIT
029930             IF WS-HOLD-ITEM
029940                 PERFORM 2067-WRITE-PENDING THRU 2067-EXIT
029950                 GO TO 2055-CHECKPOINT
029960             END-IF
029970         END-IF
029980
030000         IF WS-CALC-OK
030050             MOVE SPACES        TO SUMA-OUT-RECORD
030100             MOVE NUM1          TO SOR-NUM1
031555                 MOVE SIR-ACCT-CODE TO WS-POST-ACCT-CODE
031560                 PERFORM 2085-UPDATE-BALANCE THRU 2085-EXIT
031570             END-IF
031578             IF WS-RELEASE-BATCH
031585                 PERFORM 2068-MARK-RELEASE-ITEM THRU 2068-EXIT
031592             END-IF
031600         ELSE
031700             EVALUATE TRUE
031710             WHEN WS-CALC-DIVIDE-BY-ZERO
032100         PERFORM 2060-WRITE-REJECT THRU 2060-EXIT
032200     END-IF.
032300
032350 2055-CHECKPOINT.
032400     PERFORM 2090-WRITE-CHECKPOINT THRU 2090-EXIT.
032500
032600 2055-EXIT.
032604     EXIT.
032608
032612******************************************************************
032615*    2056-PROCESS-TRANSFER - VALIDATE AND POST ONE INTER-ACCOUNT
032619*    TRANSFER AS A SINGLE UNIT.  A TRANSFER THAT FAILS ANY EDIT
032623*    ON EITHER SIDE REJECTS WHOLE TO SUMA-ERR - IT CAN NEVER
032627*    HALF-POST.
032631******************************************************************
032635 2056-PROCESS-TRANSFER.
032639
032643     IF WS-RELEASE-BATCH
032646         PERFORM 2064-CHECK-RELEASE-ITEM THRU 2064-EXIT
032650         IF NOT WS-RELEASE-ITEM-OK
032654             PERFORM 2066-WRITE-XFR-REJECT THRU 2066-EXIT
032658             GO TO 2056-CHECKPOINT
032662         END-IF
032666     END-IF.
032670     PERFORM 2053-VALIDATE-TRANSFER THRU 2053-EXIT.
032674
032677     IF WS-DETAIL-VALID
032681         PERFORM 2054-CHECK-APPROVAL-HOLD THRU 2054-EXIT
032685         IF WS-HOLD-ITEM
032689             PERFORM 2067-WRITE-PENDING THRU 2067-EXIT
032693             GO TO 2056-CHECKPOINT
032697         END-IF
032701         PERFORM 2075-POST-TRANSFER THRU 2075-EXIT
032705         IF WS-RELEASE-BATCH
032708             PERFORM 2068-MARK-RELEASE-ITEM THRU 2068-EXIT
032712         END-IF
032716     ELSE
032720         PERFORM 2066-WRITE-XFR-REJECT THRU 2066-EXIT
032721     END-IF.
032722
032723 2056-CHECKPOINT.
032724     PERFORM 2090-WRITE-CHECKPOINT THRU 2090-EXIT.
032725
032726 2056-EXIT.
032727     EXIT.
032735
032737******************************************************************
032739*    2053-VALIDATE-TRANSFER - AMOUNT NUMERIC AND IN RANGE, BOTH
032805     IF SIR-XFR-FROM-ACCT = SIR-XFR-TO-ACCT
032807         SET WS-DETAIL-INVALID TO TRUE
032809         MOVE "XFR ACCOUNTS ARE THE SAME" TO WS-REJECT-REASON
032810         GO TO 2053-EXIT
032811     END-IF.
032812
032813     IF NOT WS-COA-BYPASS
032814         MOVE SIR-XFR-FROM-ACCT TO SCA-ACCT-CODE
032815         PERFORM 2052-CHECK-ACCT-CHART THRU 2052-EXIT
032816         IF WS-DETAIL-VALID
032817             MOVE SIR-XFR-TO-ACCT TO SCA-ACCT-CODE
032818             PERFORM 2052-CHECK-ACCT-CHART THRU 2052-EXIT
032819         END-IF
032820     END-IF.
032821
032822     IF WS-DETAIL-VALID
032823         MOVE SIR-XFR-FROM-ACCT TO WS-OPR-TEST-ACCT
032824         PERFORM 2051-CHECK-OPERATOR-ACCT THRU 2051-EXIT
032825         IF WS-DETAIL-VALID
032826             MOVE SIR-XFR-TO-ACCT TO WS-OPR-TEST-ACCT
032827             PERFORM 2051-CHECK-OPERATOR-ACCT THRU 2051-EXIT
032828         END-IF
032829     END-IF.
032830
032831     IF WS-DETAIL-VALID
032832         PERFORM 2061-CHECK-OPERATOR-LIMIT THRU 2061-EXIT
032833     END-IF.
032834
032835 2053-EXIT.
032836     EXIT.
032837
032838******************************************************************
032839*    2054-CHECK-APPROVAL-HOLD - IS A VALID DETAIL RESULT OR
032840*    TRANSFER OVER ITS APPROVAL THRESHOLD?  THE AMOUNT TESTED
032841*    IS THE COMPUTED RESULT FOR A DETAIL AND THE TRANSFER
032842*    AMOUNT FOR AN "X", EITHER SIGN.  A TRANSFER IS HELD WHEN
032843*    IT IS OVER THE THRESHOLD OF EITHER ACCOUNT.  ITEMS IN A
032844*    SUMAAPPR RELEASE BATCH ARE ALREADY APPROVED AND NEVER HELD;
032845*    EACH ONE HAS ALREADY BEEN MATCHED TO ITS "R" ENTRY.
032846******************************************************************
032847 2054-CHECK-APPROVAL-HOLD.
032848
032849     MOVE "N"  TO WS-HOLD-SW.
032850     MOVE ZERO TO WS-HOLD-THRESHOLD.
032851
032852     IF WS-RELEASE-BATCH
032853         GO TO 2054-EXIT
032854     END-IF.
032855
032856     IF SIR-TYPE-TRANSFER
032857         MOVE SIR-XFR-AMOUNT TO WS-HOLD-AMOUNT
032858     ELSE
032859         MOVE RESUL          TO WS-HOLD-AMOUNT
032860     END-IF.
032861     IF WS-HOLD-AMOUNT < ZERO
032862         COMPUTE WS-HOLD-AMOUNT = ZERO - WS-HOLD-AMOUNT
032863         END-COMPUTE
032864     END-IF.
032865
032866     IF SIR-TYPE-TRANSFER
032867         MOVE SIR-XFR-FROM-ACCT TO WS-HOLD-TEST-ACCT
032868         PERFORM 2057-TEST-ACCT-THRESHOLD THRU 2057-EXIT
032869         MOVE SIR-XFR-TO-ACCT   TO WS-HOLD-TEST-ACCT
032870         PERFORM 2057-TEST-ACCT-THRESHOLD THRU 2057-EXIT
032871     ELSE
032872         MOVE SIR-ACCT-CODE     TO WS-HOLD-TEST-ACCT
032873         PERFORM 2057-TEST-ACCT-THRESHOLD THRU 2057-EXIT
032874     END-IF.
032875
032876 2054-EXIT.
032877     EXIT.
032878
032879******************************************************************
032880*    2057-TEST-ACCT-THRESHOLD - TEST THE AMOUNT AGAINST ONE
032881*    ACCOUNT'S THRESHOLD: ITS OWN SUMA-COA LIMIT WHEN ONE IS
032882*    SET, OTHERWISE PRM-APPR-THRESHOLD.  A ZERO THRESHOLD HOLDS
032883*    NOTHING.  WITH THE CHART BYPASSED ONLY THE PRM THRESHOLD
032885*    APPLIES.  THE LOWEST THRESHOLD EXCEEDED IS KEPT FOR THE
032886*    PENDING ENTRY.
032887******************************************************************
032888 2057-TEST-ACCT-THRESHOLD.
032889
032890     MOVE WS-APPR-THRESHOLD TO WS-ACCT-THRESHOLD.
032891
032892     IF NOT WS-COA-BYPASS
032893         MOVE WS-HOLD-TEST-ACCT TO SCA-ACCT-CODE
032894         READ SUMA-COA
032895             INVALID KEY
032896                 CONTINUE
032897             NOT INVALID KEY
032898                 IF SCA-APPR-LIMIT-X NOT = SPACES
032899                     AND SCA-APPR-LIMIT NUMERIC
032900                     IF SCA-APPR-LIMIT > ZERO
032901                         MOVE SCA-APPR-LIMIT TO WS-ACCT-THRESHOLD
032902                     END-IF
032903                 END-IF
032904         END-READ
032906         IF NOT WS-SUMA-COA-OK AND NOT WS-SUMA-COA-NOT-FOUND
032907             MOVE "SUMA-COA" TO WS-FATAL-FILE-ID
032908             MOVE WS-SUMA-COA-STATUS TO WS-FATAL-STATUS
032909             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
032910         END-IF
032911     END-IF.
032912
032913     IF WS-ACCT-THRESHOLD > ZERO
032914         AND WS-HOLD-AMOUNT > WS-ACCT-THRESHOLD
032915         SET WS-HOLD-ITEM TO TRUE
032916         IF WS-HOLD-THRESHOLD = ZERO
032917             OR WS-ACCT-THRESHOLD < WS-HOLD-THRESHOLD
032918             MOVE WS-ACCT-THRESHOLD TO WS-HOLD-THRESHOLD
032919         END-IF
032920     END-IF.
032921
032922 2057-EXIT.
032923     EXIT.
032924
032925******************************************************************
032926*    2067-WRITE-PENDING - DIVERT A HELD ITEM TO THE SUMA-PND
032928*    PENDING-APPROVAL FILE, STATUS "P", WITH THE SUBMITTING
032929*    OPERATOR, SO A DIFFERENT OPERATOR CAN DECIDE IT THROUGH
032930*    SUMAAPPR.  NOTHING IS POSTED.  AN ENTRY ALREADY ON FILE
032931*    FOR THE SAME RUN ID AND SEQUENCE (A FORCED REPROCESS) IS
032932*    LEFT AS IT STANDS SO AN EARLIER DECISION IS NOT UNDONE.
032933******************************************************************
032934 2067-WRITE-PENDING.
032935
032936     MOVE SPACES            TO SUMA-PND-RECORD.
032937     MOVE WS-RUN-ID         TO PND-RUN-ID.
032938     MOVE WS-CKP-RECORD-NBR TO PND-SEQ-NBR.
032939     SET PND-PENDING        TO TRUE.
032940     MOVE WS-RUN-DATE       TO PND-RUN-DATE.
032941     MOVE SUMA-IN-RECORD    TO PND-IN-IMAGE.
032942     IF SIR-TYPE-TRANSFER
032943         MOVE SIR-XFR-FROM-ACCT TO PND-ACCT-CODE
032944         MOVE SIR-XFR-TO-ACCT   TO PND-XFR-TO-ACCT
032945         MOVE SIR-XFR-AMOUNT    TO PND-AMOUNT
032946     ELSE
032947         MOVE SIR-ACCT-CODE     TO PND-ACCT-CODE
032948         MOVE RESUL             TO PND-AMOUNT
032950     END-IF.
032951     MOVE WS-HOLD-THRESHOLD TO PND-THRESHOLD.
032952     MOVE WS-OPERATOR-ID    TO PND-SUBMIT-OPERATOR.
032953     ACCEPT PND-SUBMIT-DATE FROM DATE YYYYMMDD.
032954     ACCEPT PND-SUBMIT-TIME FROM TIME.
032955     MOVE ZERO              TO PND-RELEASE-SEQ-NBR.
032956
032957     WRITE SUMA-PND-RECORD
032958         INVALID KEY
032959             DISPLAY "SUMACOBOL - RUN " WS-RUN-ID
032960                 " SEQ " PND-SEQ-NBR
032961                 " ALREADY ON PENDING FILE, LEFT AS IS"
032962         NOT INVALID KEY
032963             DISPLAY "SUMACOBOL - RUN " WS-RUN-ID
032964                 " SEQ " PND-SEQ-NBR
032965                 " HELD FOR APPROVAL"
032966     END-WRITE.
032967
032968     IF NOT WS-SUMA-PND-OK AND NOT WS-SUMA-PND-DUP-KEY
032969         MOVE "SUMA-PND" TO WS-FATAL-FILE-ID
032970         MOVE WS-SUMA-PND-STATUS TO WS-FATAL-STATUS
032971         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
032972     END-IF.
032973
032974     ADD 1 TO WS-HELD-COUNT.
032975
032976 2067-EXIT.
032977     EXIT.
032978
032979******************************************************************
032980*    2064-CHECK-RELEASE-ITEM - AN ITEM IN A RELEASE BATCH POSTS
032981*    WITHOUT THE HOLD OR THE OPERATOR LIMIT ONLY IF SUMAAPPR
032982*    RELEASED IT: THE "R" ENTRY UNDER THE BATCH'S RUN ID AND
032983*    THE ITEM'S POSITION IN THE BATCH MUST BE ON FILE, NOT YET
032984*    USED, AND CARRY THIS EXACT IMAGE.  ANYTHING ELSE - AN ITEM
032985*    ADDED TO OR ALTERED IN THE BATCH - IS REJECTED.  ON A
032986*    RESTART AN ENTRY ALREADY MARKED USED IS ACCEPTED, SINCE
032987*    ONLY THE INTERRUPTED RUN ITSELF COULD HAVE MARKED IT.
032988******************************************************************
032989 2064-CHECK-RELEASE-ITEM.
032990
032991     MOVE "N"                   TO WS-RELEASE-ITEM-SW.
032993     MOVE "NOT AN APPROVED RELEASE ITEM" TO WS-REJECT-REASON.
032994     MOVE WS-RUN-ID             TO PND-RUN-ID.
032995     MOVE WS-INPUT-DETAIL-COUNT TO PND-SEQ-NBR.
032996
032997     READ SUMA-PND
032998         INVALID KEY
032999             GO TO 2064-EXIT
033000     END-READ.
033001
033002     IF NOT WS-SUMA-PND-OK
033003         MOVE "SUMA-PND" TO WS-FATAL-FILE-ID
033004         MOVE WS-SUMA-PND-STATUS TO WS-FATAL-STATUS
033005         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
033006     END-IF.
033007
033008     IF PND-IN-IMAGE NOT = SUMA-IN-RECORD
033009         GO TO 2064-EXIT
033010     END-IF.
033011
033012     IF PND-RELEASE-ITEM
033013         SET WS-RELEASE-ITEM-OK TO TRUE
033015     END-IF.
033016     IF PND-RELEASE-USED AND WS-RESTART-REQUESTED
033017         SET WS-RELEASE-ITEM-OK TO TRUE
033018     END-IF.
033019
033020     IF WS-RELEASE-ITEM-OK
033021         MOVE SPACES TO WS-REJECT-REASON
033022     END-IF.
033023
033024 2064-EXIT.
033025     EXIT.
033026
033027******************************************************************
033028*    2068-MARK-RELEASE-ITEM - A RELEASED ITEM HAS POSTED; MARK
033029*    ITS "R" ENTRY USED SO IT CANNOT POST AGAIN.  THE ENTRY IS
033030*    STILL IN THE RECORD AREA FROM 2064-CHECK-RELEASE-ITEM.
033031******************************************************************
033032 2068-MARK-RELEASE-ITEM.
033033
033034     IF PND-RELEASE-USED
033036         GO TO 2068-EXIT
033037     END-IF.
033038
033039     SET PND-RELEASE-USED TO TRUE.
033040     REWRITE SUMA-PND-RECORD.
033041     IF NOT WS-SUMA-PND-OK
033042         MOVE "SUMA-PND" TO WS-FATAL-FILE-ID
033043         MOVE WS-SUMA-PND-STATUS TO WS-FATAL-STATUS
033044         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
033045     END-IF.
033046
033047 2068-EXIT.
033048     EXIT.
033049
033050******************************************************************
033051*    2066-WRITE-XFR-REJECT - ROUTE A BAD TRANSFER TO THE
033052*    EXCEPTION REPORT, SHOWING ITS AMOUNT AND FROM-ACCOUNT
033053*    WHERE A DETAIL REJECT SHOWS ITS NUMBER PAIR
033054******************************************************************
033055 2066-WRITE-XFR-REJECT.
033056
033058     MOVE SPACES            TO SUMA-ERR-RECORD.
033059     MOVE SIR-XFR-AMOUNT-X  TO SER-NUM1.
033060     MOVE SIR-XFR-FROM-ACCT TO SER-NUM2.
033061     MOVE WS-REJECT-REASON  TO SER-REASON.
033062     MOVE WS-RUN-ID         TO SER-RUN-ID.
033063     MOVE WS-CKP-RECORD-NBR TO SER-SEQ-NBR.
033064     MOVE SUMA-IN-RECORD    TO SER-DETAIL-IMAGE.
033065
033066     WRITE SUMA-ERR-RECORD.
033067     IF NOT WS-SUMA-ERR-OK
033068         MOVE "SUMA-ERR" TO WS-FATAL-FILE-ID
033069         MOVE WS-SUMA-ERR-STATUS TO WS-FATAL-STATUS
033070         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
033071     END-IF.
033072
033073 2066-EXIT.
033074     EXIT.
033075
033076******************************************************************
033077*    2075-POST-TRANSFER - BOTH SIDES OF A VALIDATED TRANSFER:
033079*    THE AMOUNT OUT OF THE FROM-ACCOUNT, INTO THE TO-ACCOUNT,
033080*    AND ONE AUDIT INDEX ENTRY CARRYING BOTH ACCOUNTS SO A
033081*    LATER REVERSAL BACKS THE PAIR OUT TOGETHER.  THE TWO
033082*    SIDES NET TO ZERO IN THE RUN AND BATCH TOTALS.
033083******************************************************************
033084 2075-POST-TRANSFER.
033085
033086     MOVE SIR-XFR-AMOUNT TO WS-XFR-AMOUNT.
033087
033088     COMPUTE RESUL = ZERO - WS-XFR-AMOUNT
033089     END-COMPUTE.
033090     MOVE SIR-XFR-FROM-ACCT TO WS-POST-ACCT-CODE.
033091     PERFORM 2076-WRITE-XFR-SIDE THRU 2076-EXIT.
033092
033093     MOVE WS-XFR-AMOUNT     TO RESUL.
033094     MOVE SIR-XFR-TO-ACCT   TO WS-POST-ACCT-CODE.
033095     PERFORM 2076-WRITE-XFR-SIDE THRU 2076-EXIT.
033096
033097     IF NOT WS-AUX-BYPASS
033098         PERFORM 2086-WRITE-XFR-INDEX THRU 2086-EXIT
033099     END-IF.
033101
033102 2075-EXIT.
033103     EXIT.
033104
033105******************************************************************
033106*    2076-WRITE-XFR-SIDE - ONE SIDE'S RESULT RECORD, AUDIT
033107*    ENTRY, AND BALANCE POSTING.  THE CALLER HAS SET RESUL AND
033108*    WS-POST-ACCT-CODE.
033109******************************************************************
033110 2076-WRITE-XFR-SIDE.
033111
033112     MOVE SPACES            TO SUMA-OUT-RECORD.
033113     MOVE WS-XFR-AMOUNT     TO SOR-NUM1.
033114     MOVE ZERO              TO SOR-NUM2.
033115     MOVE "X"               TO SOR-OPER-CODE.
033116     MOVE RESUL             TO SOR-RESUL.
033117     MOVE WS-POST-ACCT-CODE TO SOR-ACCT-CODE.
033118     MOVE WS-RUN-ID         TO SOR-RUN-ID.
033119
033120     WRITE SUMA-OUT-RECORD.
033121     IF NOT WS-SUMA-OUT-OK
033123         MOVE "SUMA-OUT" TO WS-FATAL-FILE-ID
033124         MOVE WS-SUMA-OUT-STATUS TO WS-FATAL-STATUS
033125         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
033126     END-IF.
033127
033128     ADD 1     TO WS-RECORD-COUNT.
033129     ADD RESUL TO WS-GRAND-TOTAL.
033130     ADD 1     TO WS-BATCH-RECORD-COUNT.
033131     ADD RESUL TO WS-BATCH-TOTAL.
033132
033133     PERFORM 2081-WRITE-XFR-AUDIT THRU 2081-EXIT.
033134
033135     IF NOT WS-BAL-BYPASS
033136         PERFORM 2085-UPDATE-BALANCE THRU 2085-EXIT
033137     END-IF.
033138
033139 2076-EXIT.
033140     EXIT.
033141
033142******************************************************************
033144*    2081-WRITE-XFR-AUDIT - THE AUDIT ENTRY FOR ONE TRANSFER
033145*    SIDE.  BOTH SIDES SHARE THE INPUT SEQUENCE NUMBER; THE
033146*    SINGLE AUDIT INDEX ENTRY IS WRITTEN BY 2086, NOT HERE.
033147******************************************************************
033148 2081-WRITE-XFR-AUDIT.
033149
033150     MOVE SPACES              TO SUMA-AUD-RECORD.
033151     ACCEPT SAR-RUN-DATE FROM DATE YYYYMMDD.
033152     ACCEPT SAR-RUN-TIME FROM TIME.
033153     MOVE WS-OPERATOR-ID      TO SAR-OPERATOR-ID.
033154     MOVE WS-XFR-AMOUNT       TO SAR-NUM1.
033155     MOVE ZERO                TO SAR-NUM2.
033156     MOVE "X"                 TO SAR-OPER-CODE.
033157     MOVE RESUL               TO SAR-RESUL.
033158     MOVE WS-POST-ACCT-CODE   TO SAR-ACCT-CODE.
033159     MOVE WS-RUN-ID           TO SAR-RUN-ID.
033160     MOVE WS-CKP-RECORD-NBR   TO SAR-SEQ-NBR.
033161     MOVE SPACE               TO SAR-REV-FLAG.
033162
033163     PERFORM 2087-CHAIN-AUDIT-RECORD THRU 2087-EXIT.
033164     WRITE SUMA-AUD-RECORD.
033166     IF NOT WS-SUMA-AUD-OK
033167         MOVE "SUMA-AUD" TO WS-FATAL-FILE-ID
033168         MOVE WS-SUMA-AUD-STATUS TO WS-FATAL-STATUS
033169         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
033170     END-IF.
033171
033172 2081-EXIT.
033173     EXIT.
033174
033175******************************************************************
033176*    2086-WRITE-XFR-INDEX - ONE SUMA-AUX ENTRY PER TRANSFER,
033177*    OPER-CODE "X", CARRYING THE TO-ACCOUNT IN SAX-ACCT-CODE
033178*    AND THE FROM-ACCOUNT IN SAX-XFR-FROM-ACCT SO A REVERSAL
033179*    CAN BACK OUT BOTH SIDES.  A FORCED REPROCESS OF THE SAME
033180*    RUN ID REPLACES ITS ENTRIES.
033181******************************************************************
033182 2086-WRITE-XFR-INDEX.
033183
033184     MOVE SPACES            TO SUMA-AUX-RECORD.
033185     MOVE WS-RUN-ID         TO SAX-RUN-ID.
033187     MOVE WS-CKP-RECORD-NBR TO SAX-SEQ-NBR.
033188     MOVE WS-XFR-AMOUNT     TO SAX-NUM1.
033189     MOVE ZERO              TO SAX-NUM2.
033190     MOVE "X"               TO SAX-OPER-CODE.
033191     MOVE SIR-XFR-TO-ACCT   TO SAX-ACCT-CODE.
033192     MOVE WS-XFR-AMOUNT     TO SAX-RESUL.
033193     MOVE "N"               TO SAX-REV-SW.
033194     MOVE SIR-XFR-FROM-ACCT TO SAX-XFR-FROM-ACCT.
033195
033196     WRITE SUMA-AUX-RECORD
033197         INVALID KEY
033198             REWRITE SUMA-AUX-RECORD
033199     END-WRITE.
033200
033201     IF NOT WS-SUMA-AUX-OK
033202         MOVE "SUMA-AUX" TO WS-FATAL-FILE-ID
033203         MOVE WS-SUMA-AUX-STATUS TO WS-FATAL-STATUS
033204         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
033205     END-IF.
033206
033207 2086-EXIT.
033208     EXIT.
033209
033210******************************************************************
033211*    2087-CHAIN-AUDIT-RECORD - STAMP THE AUDIT RECORD ABOUT TO
033212*    BE WRITTEN WITH THE RUN'S COUNT, TOTAL, AND CHECK VALUE
033213******************************************************************
033214 2087-CHAIN-AUDIT-RECORD.
033215
033216     SET ACH-REQ-NEXT TO TRUE.
033217     CALL "SUMAACHN" USING SUMA-ACH-AREA SUMA-AUD-RECORD.
033218
033219 2087-EXIT.
033220     EXIT.
033221
033222******************************************************************
033223*    2058-PROCESS-REVERSAL - BACK OUT A PREVIOUSLY POSTED
033224*    TRANSACTION.  THE TARGET MUST EXIST ON THE SUMA-AUX AUDIT
033225*    INDEX AND NOT ALREADY BE REVERSED, AND THE OPERATOR MUST BE
033226*    ALLOWED THE ACCOUNTS IT WOULD POST; OTHERWISE THE REVERSAL
033227*    ROUTES TO SUMA-ERR WITH ITS OWN REASON TEXT.
033228******************************************************************
033229 2058-PROCESS-REVERSAL.
033230
033231     IF SIR-REV-SEQ-NBR NOT NUMERIC
033232         MOVE "REVERSAL SEQUENCE NOT NUMERIC"
033233             TO WS-REJECT-REASON
033234         PERFORM 2065-WRITE-REV-REJECT THRU 2065-EXIT
033235         GO TO 2058-CHECKPOINT
033236     END-IF.
033237
033238     IF WS-AUX-BYPASS
033239         MOVE "AUDIT INDEX IS BYPASSED"
033240             TO WS-REJECT-REASON
033241         PERFORM 2065-WRITE-REV-REJECT THRU 2065-EXIT
033242         GO TO 2058-CHECKPOINT
033243     END-IF.
033244
033245     MOVE SIR-REV-RUN-ID  TO SAX-RUN-ID.
033246     MOVE SIR-REV-SEQ-NBR TO SAX-SEQ-NBR.
033247
033248     READ SUMA-AUX
033249         INVALID KEY
033250             MOVE "REVERSAL TARGET NOT FOUND"
033251                 TO WS-REJECT-REASON
033252             PERFORM 2065-WRITE-REV-REJECT THRU 2065-EXIT
033253         NOT INVALID KEY
033254             IF SAX-REVERSED
033255                 MOVE "TARGET ALREADY REVERSED"
033256                     TO WS-REJECT-REASON
033257                 PERFORM 2065-WRITE-REV-REJECT THRU 2065-EXIT
033258             ELSE
033259                 PERFORM 2071-CHECK-REV-OPERATOR
033260                     THRU 2071-EXIT
033261                 PERFORM 2059-CHECK-TARGET-PERIOD
033262                     THRU 2059-EXIT
033263                 EVALUATE TRUE
033264                 WHEN WS-DETAIL-INVALID
033265                     PERFORM 2065-WRITE-REV-REJECT
033266                         THRU 2065-EXIT
033267                 WHEN WS-TGT-CLOSED
033268                     MOVE "TARGET RUN PERIOD IS CLOSED"
033269                         TO WS-REJECT-REASON
033270                     PERFORM 2065-WRITE-REV-REJECT
033271                         THRU 2065-EXIT
033272                     ADD 1 TO WS-CLOSED-REV-COUNT
033273                 WHEN SAX-OPER-CODE = "X"
033274                     PERFORM 2072-WRITE-XFR-BACKOUT
033275                         THRU 2072-EXIT
033276                 WHEN OTHER
033277                     PERFORM 2070-WRITE-OFFSET THRU 2070-EXIT
033278                 END-EVALUATE
033279             END-IF
033280     END-READ.
033281
033282     IF NOT WS-SUMA-AUX-OK AND NOT WS-SUMA-AUX-NOT-FOUND
033283         MOVE "SUMA-AUX" TO WS-FATAL-FILE-ID
033284         MOVE WS-SUMA-AUX-STATUS TO WS-FATAL-STATUS
033285         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
033286     END-IF.
033287
033288 2058-CHECKPOINT.
033289     PERFORM 2090-WRITE-CHECKPOINT THRU 2090-EXIT.
033290
033291 2058-EXIT.
033292     EXIT.
033293
033294******************************************************************
033295*    2059-CHECK-TARGET-PERIOD - DOES THE REVERSAL TARGET'S RUN
033296*    BELONG TO A CLOSED PERIOD?  THE TARGET RUN'S DATE COMES
033297*    FROM ITS SUMA-RGY REGISTRY ENTRY.  WITH NO PERIOD CONTROL
033298*    FILE, THE REGISTRY BYPASSED, OR THE RUN UNREGISTERED, THE
033299*    PERIOD CANNOT BE ESTABLISHED AND THE REVERSAL PROCEEDS.
033300******************************************************************
033301 2059-CHECK-TARGET-PERIOD.
033302
033303     MOVE "N" TO WS-TGT-CLOSED-SW.
033304
033305     IF NOT WS-PCL-AVAIL OR WS-RGY-BYPASS
033306         GO TO 2059-EXIT
033307     END-IF.
033308
033309     MOVE SIR-REV-RUN-ID TO SRG-RUN-ID.
033310     READ SUMA-RGY
033311         INVALID KEY
033312             GO TO 2059-EXIT
033313     END-READ.
033314
033315     IF NOT WS-SUMA-RGY-OK
033316         MOVE "SUMA-RGY" TO WS-FATAL-FILE-ID
033317         MOVE WS-SUMA-RGY-STATUS TO WS-FATAL-STATUS
033318         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
033319     END-IF.
033320
033321     MOVE SRG-RUN-DATE  TO WS-HDR-DATE-WORK.
033322     MOVE WS-HDR-PERIOD TO SPC-PERIOD.
033323     READ SUMA-PCL
033324         INVALID KEY
033325             GO TO 2059-EXIT
033326     END-READ.
033327
033328     IF NOT WS-SUMA-PCL-OK
033329         MOVE "SUMA-PCL" TO WS-FATAL-FILE-ID
033330         MOVE WS-SUMA-PCL-STATUS TO WS-FATAL-STATUS
033331         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
033332     END-IF.
033333
033334     IF SPC-CLOSED
033335         SET WS-TGT-CLOSED TO TRUE
033336     END-IF.
033337
033339 2059-EXIT.
033340     EXIT.
033341
033342******************************************************************
033343*    2070-WRITE-OFFSET - THE OFFSETTING RESULT, AUDIT ENTRY,
033344*    BALANCE POSTING, AND INDEX MARKING FOR A MATCHED REVERSAL
033345******************************************************************
033346 2070-WRITE-OFFSET.
033347
033348     COMPUTE RESUL = ZERO - SAX-RESUL
033349     END-COMPUTE.
033350
033351     MOVE SPACES        TO SUMA-OUT-RECORD.
033352     MOVE SAX-NUM1      TO SOR-NUM1.
033353     MOVE SAX-NUM2      TO SOR-NUM2.
033354     MOVE SAX-OPER-CODE TO SOR-OPER-CODE.
033355     MOVE RESUL         TO SOR-RESUL.
033356     MOVE SAX-ACCT-CODE TO SOR-ACCT-CODE.
033357     MOVE WS-RUN-ID     TO SOR-RUN-ID.
033358     SET SOR-REVERSAL   TO TRUE.
033360
033361     WRITE SUMA-OUT-RECORD.
033362     IF NOT WS-SUMA-OUT-OK
033363         MOVE "SUMA-OUT" TO WS-FATAL-FILE-ID
033364         MOVE WS-SUMA-OUT-STATUS TO WS-FATAL-STATUS
033365         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
033366     END-IF.
033367
033368     ADD 1     TO WS-RECORD-COUNT.
033369     ADD RESUL TO WS-GRAND-TOTAL.
033370     ADD 1     TO WS-BATCH-RECORD-COUNT.
033371     ADD RESUL TO WS-BATCH-TOTAL.
033372
033373     PERFORM 2082-WRITE-REV-AUDIT THRU 2082-EXIT.
033374
033375     IF NOT WS-BAL-BYPASS
033376         MOVE SAX-ACCT-CODE TO WS-POST-ACCT-CODE
033377         PERFORM 2085-UPDATE-BALANCE THRU 2085-EXIT
033378     END-IF.
033379
033380     SET SAX-REVERSED TO TRUE.
033382     REWRITE SUMA-AUX-RECORD.
033383     IF NOT WS-SUMA-AUX-OK
033384         MOVE "SUMA-AUX" TO WS-FATAL-FILE-ID
033385         MOVE WS-SUMA-AUX-STATUS TO WS-FATAL-STATUS
033386         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
033387     END-IF.
033388
033389 2070-EXIT.
033390     EXIT.
033391
033392******************************************************************
033393*    2072-WRITE-XFR-BACKOUT - REVERSE A TRANSFER AS ONE UNIT:
033394*    THE AMOUNT BACK INTO THE FROM-ACCOUNT AND OUT OF THE
033395*    TO-ACCOUNT, A FLAGGED RESULT AND AUDIT ENTRY PER SIDE,
033396*    AND THE INDEX ENTRY MARKED REVERSED.
033397******************************************************************
033398 2072-WRITE-XFR-BACKOUT.
033399
033400     MOVE SAX-RESUL TO WS-XFR-AMOUNT.
033401
033402     MOVE WS-XFR-AMOUNT     TO RESUL.
033404     MOVE SAX-XFR-FROM-ACCT TO WS-POST-ACCT-CODE.
033405     PERFORM 2073-WRITE-XFR-BACKOUT-SIDE THRU 2073-EXIT.
033406
033407     COMPUTE RESUL = ZERO - WS-XFR-AMOUNT
033408     END-COMPUTE.
033409     MOVE SAX-ACCT-CODE TO WS-POST-ACCT-CODE.
033410     PERFORM 2073-WRITE-XFR-BACKOUT-SIDE THRU 2073-EXIT.
033411
033412     SET SAX-REVERSED TO TRUE.
033413     REWRITE SUMA-AUX-RECORD.
033414     IF NOT WS-SUMA-AUX-OK
033415         MOVE "SUMA-AUX" TO WS-FATAL-FILE-ID
033416         MOVE WS-SUMA-AUX-STATUS TO WS-FATAL-STATUS
033417         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
033418     END-IF.
033419
033420 2072-EXIT.
033421     EXIT.
033422
033423******************************************************************
033425*    2073-WRITE-XFR-BACKOUT-SIDE - ONE SIDE OF THE TRANSFER
033426*    REVERSAL.  THE CALLER HAS SET RESUL AND WS-POST-ACCT-CODE.
033427******************************************************************
033428 2073-WRITE-XFR-BACKOUT-SIDE.
033429
033430     MOVE SPACES            TO SUMA-OUT-RECORD.
033431     MOVE WS-XFR-AMOUNT     TO SOR-NUM1.
033432     MOVE ZERO              TO SOR-NUM2.
033433     MOVE "X"               TO SOR-OPER-CODE.
033434     MOVE RESUL             TO SOR-RESUL.
033435     MOVE WS-POST-ACCT-CODE TO SOR-ACCT-CODE.
033436     MOVE WS-RUN-ID         TO SOR-RUN-ID.
033437     SET SOR-REVERSAL       TO TRUE.
033438
033439     WRITE SUMA-OUT-RECORD.
033440     IF NOT WS-SUMA-OUT-OK
033441         MOVE "SUMA-OUT" TO WS-FATAL-FILE-ID
033442         MOVE WS-SUMA-OUT-STATUS TO WS-FATAL-STATUS
033443         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
033444     END-IF.
033445
033447     ADD 1     TO WS-RECORD-COUNT.
033448     ADD RESUL TO WS-GRAND-TOTAL.
033449     ADD 1     TO WS-BATCH-RECORD-COUNT.
033450     ADD RESUL TO WS-BATCH-TOTAL.
033451
033452     PERFORM 2083-WRITE-XFR-REV-AUDIT THRU 2083-EXIT.
033453
033454     IF NOT WS-BAL-BYPASS
033455         PERFORM 2085-UPDATE-BALANCE THRU 2085-EXIT
033456     END-IF.
033457
033458 2073-EXIT.
033459     EXIT.
033460
033461******************************************************************
033462*    2083-WRITE-XFR-REV-AUDIT - THE OFFSETTING AUDIT ENTRY FOR
033463*    ONE TRANSFER SIDE, FLAGGED "R" AND CARRYING THE ORIGINAL
033464*    TRANSFER'S RUN ID AND SEQUENCE
033465******************************************************************
033466 2083-WRITE-XFR-REV-AUDIT.
033467
033469     MOVE SPACES            TO SUMA-AUD-RECORD.
033470     ACCEPT SAR-RUN-DATE FROM DATE YYYYMMDD.
033471     ACCEPT SAR-RUN-TIME FROM TIME.
033472     MOVE WS-OPERATOR-ID    TO SAR-OPERATOR-ID.
033473     MOVE WS-XFR-AMOUNT     TO SAR-NUM1.
033474     MOVE ZERO              TO SAR-NUM2.
033475     MOVE "X"               TO SAR-OPER-CODE.
033476     MOVE RESUL             TO SAR-RESUL.
033477     MOVE WS-POST-ACCT-CODE TO SAR-ACCT-CODE.
033478     MOVE SAX-RUN-ID        TO SAR-RUN-ID.
033479     MOVE SAX-SEQ-NBR       TO SAR-SEQ-NBR.
033480     SET SAR-REVERSAL       TO TRUE.
033481
033482     PERFORM 2087-CHAIN-AUDIT-RECORD THRU 2087-EXIT.
033483     WRITE SUMA-AUD-RECORD.
033484     IF NOT WS-SUMA-AUD-OK
033485         MOVE "SUMA-AUD" TO WS-FATAL-FILE-ID
033486         MOVE WS-SUMA-AUD-STATUS TO WS-FATAL-STATUS
033487         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
033488     END-IF.
033490
033491 2083-EXIT.
033492     EXIT.
033493
033494******************************************************************
033495*    2050-VALIDATE-DETAIL - NUMERIC AND RANGE EDIT OF NUM1/NUM2
033496******************************************************************
033497 2050-VALIDATE-DETAIL.
033498
033499     SET WS-DETAIL-VALID   TO TRUE.
033500     MOVE SPACES           TO WS-REJECT-REASON.
033600
033700     IF SIR-NUM1 NOT NUMERIC
037176         MOVE SIR-ACCT-CODE TO SCA-ACCT-CODE
037178         PERFORM 2052-CHECK-ACCT-CHART THRU 2052-EXIT
037180     END-IF.
037182
037184     IF WS-DETAIL-VALID
037186         MOVE SIR-ACCT-CODE TO WS-OPR-TEST-ACCT
037188         PERFORM 2051-CHECK-OPERATOR-ACCT THRU 2051-EXIT
037190     END-IF.
037200
037300 2050-EXIT.
037304     EXIT.
037309
037314******************************************************************
037319*    2071-CHECK-REV-OPERATOR - A REVERSAL POSTS OFFSETS TO THE
037323*    TARGET'S ACCOUNT, AND FOR AN "X" TRANSFER TO BOTH ITS
037328*    ACCOUNTS, SO AN OPERATOR WITH AN ALLOWED-ACCOUNT LIST MUST
037333*    BE ALLOWED EACH OF THEM.  A REFUSAL IS LOGGED TO SUMA-SVL
037338*    BY 2051.
037343******************************************************************
037347 2071-CHECK-REV-OPERATOR.
037352
037357     SET WS-DETAIL-VALID TO TRUE.
037362     MOVE SAX-ACCT-CODE TO WS-OPR-TEST-ACCT.
037366     PERFORM 2051-CHECK-OPERATOR-ACCT THRU 2051-EXIT.
037371
037376     IF WS-DETAIL-VALID AND SAX-OPER-CODE = "X"
037381         MOVE SAX-XFR-FROM-ACCT TO WS-OPR-TEST-ACCT
037386         PERFORM 2051-CHECK-OPERATOR-ACCT THRU 2051-EXIT
037390     END-IF.
037395
037400 2071-EXIT.
037405     EXIT.
037410
037420******************************************************************
037430*    2052-CHECK-ACCT-CHART - THE ACCOUNT MUST BE ON THE SUMA-COA
037800     END-EVALUATE.
037810
037820 2052-EXIT.
037821     EXIT.
037822
037823******************************************************************
037824*    2051-CHECK-OPERATOR-ACCT - AN OPERATOR WITH AN ALLOWED-
037825*    ACCOUNT LIST ON SUMA-OPR MAY POST ONLY TO THOSE ACCOUNTS.
037826*    AN OPERATOR WITH NO LIST MAY POST TO ANY ACCOUNT.
037828******************************************************************
037829 2051-CHECK-OPERATOR-ACCT.
037830
037831     IF OCK-ACCT-COUNT = ZERO
037832         GO TO 2051-EXIT
037833     END-IF.
037834
037835     MOVE "N" TO WS-OPR-ACCT-SW.
037836     PERFORM 2062-SEARCH-OPERATOR-ACCT THRU 2062-EXIT
037837         VARYING WS-OX FROM 1 BY 1
037838         UNTIL WS-OX > OCK-ACCT-COUNT
037840             OR WS-OPR-ACCT-FOUND.
037841
037842     IF NOT WS-OPR-ACCT-FOUND
037843         SET WS-DETAIL-INVALID TO TRUE
037844         MOVE "ACCT NOT ALLOWED FOR OPERATOR"
037845             TO WS-REJECT-REASON
037846         PERFORM 2069-LOG-OPR-VIOLATION THRU 2069-EXIT
037847     END-IF.
037848
037849 2051-EXIT.
037850     EXIT.
037851
037852******************************************************************
037854*    2062-SEARCH-OPERATOR-ACCT - COMPARE ONE ALLOWED-ACCOUNT SLOT
037855******************************************************************
037856 2062-SEARCH-OPERATOR-ACCT.
037857
037858     IF OCK-ALLOWED-ACCT (WS-OX) = WS-OPR-TEST-ACCT
037859         SET WS-OPR-ACCT-FOUND TO TRUE
037860     END-IF.
037861
037862 2062-EXIT.
037863     EXIT.
037864
037866******************************************************************
037867*    2061-CHECK-OPERATOR-LIMIT - THE DETAIL RESULT OR TRANSFER
037868*    AMOUNT, EITHER SIGN, MAY NOT EXCEED THE OPERATOR'S PER-
037869*    TRANSACTION LIMIT.  A ZERO LIMIT MEANS NONE.  ITEMS IN A
037870*    SUMAAPPR RELEASE BATCH WERE ALREADY AUTHORIZED BY A SECOND
037871*    OPERATOR AND ARE NOT TESTED AGAIN - EACH ONE HAS ALREADY
037872*    BEEN MATCHED TO ITS "R" ENTRY.
037873******************************************************************
037874 2061-CHECK-OPERATOR-LIMIT.
037875
037876     IF OCK-TRAN-LIMIT = ZERO OR WS-RELEASE-BATCH
037877         GO TO 2061-EXIT
037878     END-IF.
037880
037881     IF SIR-TYPE-TRANSFER
037882         MOVE SIR-XFR-AMOUNT    TO WS-OPR-AMOUNT
037883         MOVE SIR-XFR-FROM-ACCT TO WS-OPR-TEST-ACCT
037884     ELSE
037885         MOVE RESUL             TO WS-OPR-AMOUNT
037886         MOVE SIR-ACCT-CODE     TO WS-OPR-TEST-ACCT
037887     END-IF.
037888     IF WS-OPR-AMOUNT < ZERO
037889         COMPUTE WS-OPR-AMOUNT = ZERO - WS-OPR-AMOUNT
037890         END-COMPUTE
037892     END-IF.
037893
037894     IF WS-OPR-AMOUNT > OCK-TRAN-LIMIT
037895         SET WS-DETAIL-INVALID TO TRUE
037896         MOVE "AMOUNT OVER OPERATOR LIMIT" TO WS-REJECT-REASON
037897         PERFORM 2069-LOG-OPR-VIOLATION THRU 2069-EXIT
037898     END-IF.
037899
037900 2061-EXIT.
037901     EXIT.
037902
037903******************************************************************
037904*    2069-LOG-OPR-VIOLATION - RECORD AN OPERATOR REJECT ON THE
037906*    SUMA-SVL SECURITY-VIOLATION LOG THROUGH SUMAOCHK
037907******************************************************************
037908 2069-LOG-OPR-VIOLATION.
037909
037910     SET OCK-REQ-LOG        TO TRUE.
037911     MOVE WS-REJECT-REASON  TO OCK-REASON.
037912     MOVE WS-RUN-ID         TO OCK-RUN-ID.
037913     MOVE WS-CKP-RECORD-NBR TO OCK-SEQ-NBR.
037914     MOVE WS-OPR-TEST-ACCT  TO OCK-ACCT-CODE.
037915     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
037916
037918     ADD 1 TO WS-OPR-REJECT-COUNT.
037919
037920 2069-EXIT.
037921     EXIT.
037922
037923******************************************************************
037924*    2063-CHECK-DUP-SUSPECT - IS THE DETAIL A SUSPECTED DUPLICATE
037925*    THE SUMADUPC PRE-STEP HELD?  THE SUSPECT FILE IS KEYED BY
037926*    RUN ID AND INPUT SEQUENCE.  AN OVERRIDDEN SUSPECT IS NOT
037927*    HELD.
037928******************************************************************
037929 2063-CHECK-DUP-SUSPECT.
037930
037931     MOVE "N"               TO WS-DUP-SUSPECT-SW.
037932     MOVE WS-RUN-ID         TO DSP-RUN-ID.
037933     MOVE WS-CKP-RECORD-NBR TO DSP-SEQ-NBR.
037934
037935     READ SUMA-DSP
037936         INVALID KEY
037937             GO TO 2063-EXIT
037938     END-READ.
037939
037940     IF NOT WS-SUMA-DSP-OK
037941         MOVE "SUMA-DSP" TO WS-FATAL-FILE-ID
037942         MOVE WS-SUMA-DSP-STATUS TO WS-FATAL-STATUS
037943         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
037944     END-IF.
037945
037946     IF DSP-SUSPECT
037947         SET WS-DUP-SUSPECT TO TRUE
037948     END-IF.
037949
037950 2063-EXIT.
037951     EXIT.
037959
037967******************************************************************
037975*    THE FOUR-FUNCTION ARITHMETIC FORMERLY PERFORMED HERE (AS
037984*    2070-COMPUTE-RESULT AND ITS PER-MODE SIBLINGS) NOW LIVES IN
037992*    THE SUMACALC SUBPROGRAM, CALLED FROM 2055-PROCESS-DETAIL, SO
038000*    OTHER JOBS CAN SHARE THE SAME ROUNDING LOGIC.
038100******************************************************************
038200
041570     MOVE WS-CKP-RECORD-NBR   TO SAR-SEQ-NBR.
041580     MOVE SPACE               TO SAR-REV-FLAG.
041600
041690     PERFORM 2087-CHAIN-AUDIT-RECORD THRU 2087-EXIT.
041700     WRITE SUMA-AUD-RECORD.
041800     IF NOT WS-SUMA-AUD-OK
041900         MOVE "SUMA-AUD" TO WS-FATAL-FILE-ID
042414     MOVE SAX-SEQ-NBR    TO SAR-SEQ-NBR.
042416     SET SAR-REVERSAL    TO TRUE.
042418
042419     PERFORM 2087-CHAIN-AUDIT-RECORD THRU 2087-EXIT.
042420     WRITE SUMA-AUD-RECORD.
042422     IF NOT WS-SUMA-AUD-OK
042424         MOVE "SUMA-AUD" TO WS-FATAL-FILE-ID
045390     IF WS-PCL-AVAIL AND NOT WS-BATCH-SKIP
045395         PERFORM 2117-CHECK-PERIOD-LOCK THRU 2117-EXIT
045398     END-IF.
045424
045449     IF NOT WS-BATCH-SKIP
045457         PERFORM 2118-CHECK-RELEASE-BATCH THRU 2118-EXIT
045466     END-IF.
045474
045500 2110-EXIT.
045600     EXIT.
045610
045794
045796 2117-EXIT.
045798     EXIT.
045799
045801******************************************************************
045803*    2118-CHECK-RELEASE-BATCH - IS THIS BATCH A SUMAAPPR RELEASE
045805*    OF APPROVED ITEMS?  SUMAAPPR REGISTERS EACH RELEASE BATCH
045806*    ON SUMA-PND UNDER ITS RUN ID WITH SEQUENCE ZERO; ITS ITEMS
045807*    ARE ALREADY APPROVED AND ARE NOT HELD A SECOND TIME.
045808*    THE "B" ENTRY'S COUNT AND HASH ARE KEPT FOR THE TRAILER.
045809*    A RELEASE BATCH WHOSE "B" ENTRY IS ALREADY MARKED USED HAS
045811*    POSTED BEFORE AND IS SKIPPED, EXCEPT BEHIND THE RESTART
045812*    POINT, WHERE IT BELONGS TO THE INTERRUPTED RUN ITSELF.
045813******************************************************************
045814 2118-CHECK-RELEASE-BATCH.
045815
045816     MOVE "N"       TO WS-RELEASE-BATCH-SW.
045817     MOVE ZERO      TO WS-RELEASE-COUNT.
045819     MOVE ZERO      TO WS-RELEASE-HASH.
045820     MOVE WS-RUN-ID TO PND-RUN-ID.
045821     MOVE ZERO      TO PND-SEQ-NBR.
045823
045825     READ SUMA-PND
045827         INVALID KEY
045829             GO TO 2118-EXIT
045831     END-READ.
045833
045835     IF NOT WS-SUMA-PND-OK
045837         MOVE "SUMA-PND" TO WS-FATAL-FILE-ID
045839         MOVE WS-SUMA-PND-STATUS TO WS-FATAL-STATUS
045841         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
045843     END-IF.
045845
045847     IF PND-RELEASE-USED
045850         IF WS-RESTART-REQUESTED
045852             AND WS-CKP-RECORD-NBR < WS-RESTART-PARM-N
045854             CONTINUE
045856         ELSE
045858             DISPLAY "SUMACOBOL - RELEASE BATCH " WS-RUN-ID
045860                 " ALREADY POSTED, BATCH SKIPPED"
045862             SET WS-BATCH-SKIP TO TRUE
045864             ADD 1 TO WS-DUP-COUNT
045866             GO TO 2118-EXIT
045868         END-IF
045871     END-IF.
045873
045875     IF PND-RELEASE-BATCH OR PND-RELEASE-USED
045877         SET WS-RELEASE-BATCH TO TRUE
045879         MOVE PND-RELEASE-SEQ-NBR TO WS-RELEASE-COUNT
045881         MOVE PND-AMOUNT          TO WS-RELEASE-HASH
045883         DISPLAY "SUMACOBOL - RUN " WS-RUN-ID
045885             " IS AN APPROVED RELEASE BATCH"
045887     END-IF.
045889
045892 2118-EXIT.
045894     EXIT.
045896
045898******************************************************************
045900*    2120-PROCESS-TRAILER - RECONCILE THE CURRENT BATCH AGAINST
045910*    ITS TRAILER RECORD COUNT AND HASH TOTAL.  A RELEASE BATCH'S
045940*    TRAILER MUST ALSO AGREE WITH THE COUNT AND HASH SUMAAPPR
045970*    REGISTERED ON ITS "B" ENTRY, WHICH IS THEN MARKED USED.
046000******************************************************************
046100 2120-PROCESS-TRAILER.
046200
047700         SET WS-BATCH-RECON-FAILED TO TRUE
047800     END-IF.
047900
047920     IF WS-RELEASE-BATCH
047950         PERFORM 2122-CLOSE-RELEASE-BATCH THRU 2122-EXIT
047970     END-IF.
048000 2120-EXIT.
048003     EXIT.
048005
048008******************************************************************
048010*    2122-CLOSE-RELEASE-BATCH - CHECK THE TRAILER AGAINST THE
048013*    RELEASE BATCH'S "B" ENTRY AND MARK THE ENTRY USED
048016******************************************************************
048018 2122-CLOSE-RELEASE-BATCH.
048021
048023     IF SIT-RECORD-COUNT NOT = WS-RELEASE-COUNT
048026         DISPLAY "SUMACOBOL - RELEASE BATCH COUNT MISMATCH"
048029         DISPLAY "  RELEASED: " WS-RELEASE-COUNT
048031         DISPLAY "  TRAILER.: " SIT-RECORD-COUNT
048034         SET WS-BATCH-RECON-FAILED TO TRUE
048036     END-IF.
048039
048041     IF SIT-HASH-TOTAL NOT = WS-RELEASE-HASH
048044         DISPLAY "SUMACOBOL - RELEASE BATCH HASH MISMATCH"
048047         DISPLAY "  RELEASED: " WS-RELEASE-HASH
048049         DISPLAY "  TRAILER.: " SIT-HASH-TOTAL
048052         SET WS-BATCH-RECON-FAILED TO TRUE
048054     END-IF.
048057
048060     MOVE WS-RUN-ID TO PND-RUN-ID.
048062     MOVE ZERO      TO PND-SEQ-NBR.
048065
048067     READ SUMA-PND
048070         INVALID KEY
048073             CONTINUE
048075     END-READ.
048078
048080     IF NOT WS-SUMA-PND-OK
048083         MOVE "SUMA-PND" TO WS-FATAL-FILE-ID
048086         MOVE WS-SUMA-PND-STATUS TO WS-FATAL-STATUS
048088         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
048091     END-IF.
048093
048096     IF PND-RELEASE-USED
048099         GO TO 2122-EXIT
048101     END-IF.
048104
048106     SET PND-RELEASE-USED TO TRUE.
048109     REWRITE SUMA-PND-RECORD.
048111     IF NOT WS-SUMA-PND-OK
048114         MOVE "SUMA-PND" TO WS-FATAL-FILE-ID
048117         MOVE WS-SUMA-PND-STATUS TO WS-FATAL-STATUS
048119         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
048122     END-IF.
048124
048127 2122-EXIT.
048130     EXIT.
048132
048135******************************************************************
048137*    2130-CLOSE-BATCH - REPORT THE BATCH SUMMARY LINE, WRITE THE
048140*    "B" RECORD TO SUMA-SUM, ROLL THE VERDICT INTO THE JOB, AND
048150*    RESET FOR THE NEXT BATCH
048160******************************************************************
051270     DISPLAY "  DUPLICATES SKIPPED....: " WS-DUP-COUNT.
051280     DISPLAY "  CLOSED-PERIOD SKIPPED.: " WS-CLOSED-COUNT.
051290     DISPLAY "  CLOSED-PERIOD REVERSLS: " WS-CLOSED-REV-COUNT.
051295     DISPLAY "  HELD FOR APPROVAL.....: " WS-HELD-COUNT.
051296     DISPLAY "  OPERATOR REJECTS......: " WS-OPR-REJECT-COUNT.
051297     DISPLAY "  SUSPECTED DUPLICATES..: " WS-DUP-HELD-COUNT.
051300     DISPLAY "  TRANSACTIONS PROCESSED: " WS-RECORD-COUNT.
051400     DISPLAY "  GRAND TOTAL OF RESULTS: " WS-GRAND-TOTAL.
051500     IF WS-RECON-OK
052317 8100-EXIT.
052318     EXIT.
052319
052320******************************************************************
052321*    8200-WRITE-AUDIT-SEAL - CLOSE THE RUN'S AUDIT CHAIN WITH ITS
052322*    SEAL RECORD, CARRYING THE RECORD COUNT AND AMOUNT TOTAL THE
052323*    RUN WROTE UNDER THE RUN ID OF THE JOB'S LAST BATCH
052324******************************************************************
052325 8200-WRITE-AUDIT-SEAL.
052326
052327     SET ACH-REQ-SEAL    TO TRUE.
052328     MOVE WS-OPERATOR-ID TO ACH-OPERATOR-ID.
052329     MOVE WS-RUN-ID      TO ACH-SEAL-RUN-ID.
052330     CALL "SUMAACHN" USING SUMA-ACH-AREA SUMA-AUD-RECORD.
052331
052332     WRITE SUMA-AUD-RECORD.
052333     IF NOT WS-SUMA-AUD-OK
052334         MOVE "SUMA-AUD" TO WS-FATAL-FILE-ID
052335         MOVE WS-SUMA-AUD-STATUS TO WS-FATAL-STATUS
052336         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
052337     END-IF.
052338
052339     DISPLAY "SUMACOBOL - AUDIT TRAIL SEALED AFTER "
052340         ACH-RUN-COUNT " RECORDS".
052341
052342 8200-EXIT.
052343     EXIT.
052371
052400******************************************************************
052500*    8900-VERIFY-TRAILER-SEEN - CATCH A FILE THAT RAN OUT BEFORE
052600*    THE LAST BATCH'S TRAILER SHOWED UP, AND A FILE WITH NO
054400     PERFORM 8900-VERIFY-TRAILER-SEEN THRU 8900-EXIT.
054500     PERFORM 8000-PRINT-SUMMARY      THRU 8000-EXIT.
054510     PERFORM 8100-WRITE-RUN-SUMMARY  THRU 8100-EXIT.
054520     PERFORM 8200-WRITE-AUDIT-SEAL   THRU 8200-EXIT.
054600
054700     CLOSE SUMA-IN
054800           SUMA-OUT
055185     END-IF.
055186
055187     IF NOT WS-COA-BYPASS
055192         CLOSE SUMA-COA
055196     END-IF.
055201
055205     IF WS-PCL-AVAIL
055210         CLOSE SUMA-PCL
055214     END-IF.
055219
055223     IF WS-DSP-AVAIL
055228         CLOSE SUMA-DSP
055232     END-IF.
055237
055241     CLOSE SUMA-PND.
055246
055250     SET OCK-REQ-CLOSE TO TRUE.
055255     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
055259
055264     IF WS-DUP-COUNT > ZERO
055268         OR WS-CLOSED-COUNT > ZERO
055273         OR WS-CLOSED-REV-COUNT > ZERO
055277         OR WS-OPR-REJECT-COUNT > ZERO
055282         OR WS-DUP-HELD-COUNT > ZERO
055286         MOVE 8 TO RETURN-CODE
055291     END-IF.
055295
055300 9000-EXIT.
055400     EXIT.
055500
