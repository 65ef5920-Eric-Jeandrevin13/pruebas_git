000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUMAOMNT.
000300 AUTHOR.        J MARTINEZ QUIROGA.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800******************************************************************
000900*    SUMAOMNT
001000*
001100*    OPERATOR AUTHORIZATION MASTER BATCH MAINTENANCE.  READS THE
001200*    SUMA-OPT TRANSACTION FILE AND APPLIES EACH ACTION TO THE
001300*    SUMA-OPR MASTER: "A" ADDS AN OPERATOR, "U" UPDATES NAME,
001400*    ROLE, OR LIMIT, "I" INACTIVATES, "R" REACTIVATES, "G"
001500*    GRANTS AN ACCOUNT, "X" REVOKES ONE.  A TRANSACTION THAT
001600*    CANNOT APPLY IS REPORTED ON THE CONSOLE AND COUNTED, AND THE
001700*    JOB ENDS WITH RETURN CODE 8.
001800*
001900*    ONLY AN ACTIVE SUPERVISOR (ROLE "S") ON THE MASTER MAY RUN
002000*    THIS JOB; ANY OTHER OPERATOR IS REFUSED AND THE ATTEMPT IS
002100*    LOGGED TO THE SUMA-SVL SECURITY-VIOLATION LOG.  THE MASTER
002200*    IS CREATED ON FIRST USE, AND THAT FIRST (BOOTSTRAP) RUN IS
002300*    ACCEPTED FROM THE OPERATOR NAMED ON THE COMMAND LINE SO THE
002400*    FIRST SUPERVISOR CAN BE ADDED; THAT RUN IS WRITTEN TO THE
002420*    SUMA-SVL LOG.  THE SUPERVISOR CHECK IS MADE THROUGH THE
002440*    SUMAOCHK SUBPROGRAM LIKE EVERY OTHER JOB'S.  OUTSIDE THE
002460*    BOOTSTRAP RUN NO OPERATOR MAY MAINTAIN THEIR OWN RECORD; SUCH
002480*    A TRANSACTION IS REJECTED AND LOGGED TO SUMA-SVL.
002500*
002600*    COMMAND LINE: OPERATOR ID.
002700*
002800*    MODIFICATION HISTORY
002900*    DATE       INIT DESCRIPTION
003000*    ---------- ---- ------------------------------------------
003100*    2026-10-15 JMQ  INITIAL VERSION.
003120*    2026-10-15 JMQ  SUPERVISOR CHECK NOW MADE THROUGH SUMAOCHK;
003140*                    THE BOOTSTRAP RUN IS LOGGED TO SUMA-SVL; A
003160*                    TRANSACTION AGAINST THE RUNNING OPERATOR'S
003180*                    OWN RECORD IS REJECTED AND LOGGED.
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT SUMA-OPT ASSIGN TO "SUMAOPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-SUMA-OPT-STATUS.
004000
004100     SELECT SUMA-OPR ASSIGN TO "SUMAOPR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS OPR-OPERATOR-ID
004500         FILE STATUS IS WS-SUMA-OPR-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900
005000 FD  SUMA-OPT
005100     RECORDING MODE IS F.
005200     COPY SUMAOPT.
005300
005400 FD  SUMA-OPR.
005500     COPY SUMAOPR.
005600
005700 WORKING-STORAGE SECTION.
005800
005900 01  WS-SUMA-OPT-STATUS             PIC X(02)  VALUE "00".
006000     88  WS-SUMA-OPT-OK                        VALUE "00".
006100
006200 01  WS-SUMA-OPR-STATUS             PIC X(02)  VALUE "00".
006300     88  WS-SUMA-OPR-OK                        VALUE "00".
006400     88  WS-SUMA-OPR-NOT-FOUND                 VALUE "23".
006500     88  WS-SUMA-OPR-NO-FILE                   VALUE "35".
006600
006700 01  WS-FATAL-FILE-ID               PIC X(08)  VALUE SPACES.
006800 01  WS-FATAL-STATUS                PIC X(02)  VALUE SPACES.
006900
007000 01  WS-PARM-LINE                   PIC X(80)  VALUE SPACES.
007100 01  WS-OPERATOR-ID                 PIC X(08)  VALUE SPACES.
007200
007300 01  WS-SWITCHES.
007400     05  WS-OPT-EOF-SW              PIC X(01)  VALUE "N".
007500         88  WS-OPT-EOF                        VALUE "Y".
007600     05  WS-BOOTSTRAP-SW            PIC X(01)  VALUE "N".
007700         88  WS-BOOTSTRAP                      VALUE "Y".
007800
007900 01  WS-TODAY-DATE                  PIC X(08)  VALUE SPACES.
008000 01  WS-TODAY-TIME                  PIC X(08)  VALUE SPACES.
008100
008200 01  WS-AX                PIC 9(04)  COMP      VALUE ZERO.
008300 01  WS-FOUND-AX          PIC 9(04)  COMP      VALUE ZERO.
008400
008500 01  WS-READ-COUNT        PIC 9(07)  COMP      VALUE ZERO.
008600 01  WS-ADDED-COUNT       PIC 9(07)  COMP      VALUE ZERO.
008700 01  WS-UPDATED-COUNT     PIC 9(07)  COMP      VALUE ZERO.
008800 01  WS-INACTIVATED-COUNT PIC 9(07)  COMP      VALUE ZERO.
008900 01  WS-REACTIVATED-COUNT PIC 9(07)  COMP      VALUE ZERO.
009000 01  WS-GRANTED-COUNT     PIC 9(07)  COMP      VALUE ZERO.
009100 01  WS-REVOKED-COUNT     PIC 9(07)  COMP      VALUE ZERO.
009200 01  WS-REJECTED-COUNT    PIC 9(07)  COMP      VALUE ZERO.
009300
009400     COPY SUMAOCK.
009500
009600 PROCEDURE DIVISION.
009700
009800******************************************************************
009900*    0000-MAINLINE
010000******************************************************************
010100 0000-MAINLINE.
010200
010300     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
010400
010500     PERFORM 2000-APPLY-ACTION   THRU 2000-EXIT
010600         UNTIL WS-OPT-EOF.
010700
010800     PERFORM 8000-PRINT-SUMMARY  THRU 8000-EXIT.
010900
011000     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
011100
011200     STOP RUN.
011300
011400******************************************************************
011500*    1000-INITIALIZE - OPEN THE FILES, CREATING THE MASTER ON
011600*    FIRST USE, CHECK THE RUNNING OPERATOR, AND PRIME THE
011700*    TRANSACTION READ
011800******************************************************************
011900 1000-INITIALIZE.
012000
012100     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
012200     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
012300         INTO WS-OPERATOR-ID.
012400
012500     IF WS-OPERATOR-ID = SPACES
012600         DISPLAY "SUMAOMNT - OPERATOR ID PARAMETER IS REQUIRED"
012700         MOVE "PARM    " TO WS-FATAL-FILE-ID
012800         MOVE "NN"       TO WS-FATAL-STATUS
012900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
013000     END-IF.
013100
013200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
013300     ACCEPT WS-TODAY-TIME FROM TIME.
013400
013500     OPEN INPUT SUMA-OPT.
013600     IF NOT WS-SUMA-OPT-OK
013700         MOVE "SUMA-OPT" TO WS-FATAL-FILE-ID
013800         MOVE WS-SUMA-OPT-STATUS TO WS-FATAL-STATUS
013900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
014000     END-IF.
014100
014200     OPEN I-O SUMA-OPR.
014300     IF WS-SUMA-OPR-NO-FILE
014400         OPEN OUTPUT SUMA-OPR
014500         IF WS-SUMA-OPR-OK
014600             CLOSE SUMA-OPR
014700             OPEN I-O SUMA-OPR
014800             SET WS-BOOTSTRAP TO TRUE
014900         END-IF
015000     END-IF.
015100     IF NOT WS-SUMA-OPR-OK
015200         MOVE "SUMA-OPR" TO WS-FATAL-FILE-ID
015300         MOVE WS-SUMA-OPR-STATUS TO WS-FATAL-STATUS
015400         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
015500     END-IF.
015600
015700     IF WS-BOOTSTRAP
015800         DISPLAY "SUMAOMNT - OPERATOR MASTER CREATED, BOOTSTRAP "
015900             "RUN BY " WS-OPERATOR-ID
015950         PERFORM 1150-LOG-BOOTSTRAP THRU 1150-EXIT
016000     ELSE
016050         CLOSE SUMA-OPR
016100         PERFORM 1100-CHECK-SUPERVISOR THRU 1100-EXIT
016110         OPEN I-O SUMA-OPR
016120         IF NOT WS-SUMA-OPR-OK
016140             MOVE "SUMA-OPR" TO WS-FATAL-FILE-ID
016150             MOVE WS-SUMA-OPR-STATUS TO WS-FATAL-STATUS
016170             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
016180         END-IF
016200     END-IF.
016300
016400     PERFORM 2100-READ-SUMA-OPT THRU 2100-EXIT.
016500
016600 1000-EXIT.
016700     EXIT.
016800
016900******************************************************************
017000*    1100-CHECK-SUPERVISOR - THE RUNNING OPERATOR MUST BE AN
017100*    ACTIVE SUPERVISOR ON THE MASTER, AS SUMAOCHK SEES IT.  A
017200*    REFUSAL IS LOGGED TO THE SECURITY-VIOLATION LOG AND ENDS
017230*    THE JOB.  THIS RUN'S OWN I-O OPEN OF THE MASTER IS CLOSED
017260*    ACROSS THE CHECK SO SUMAOCHK CAN READ IT.
017300******************************************************************
017400 1100-CHECK-SUPERVISOR.
017500
017600     MOVE SPACES         TO SUMA-OCK-AREA.
017700     MOVE ZERO           TO OCK-SEQ-NBR.
017870     SET OCK-REQ-VERIFY  TO TRUE.
018040     MOVE "SUMAOMNT"     TO OCK-PROGRAM-ID.
018210     MOVE WS-OPERATOR-ID TO OCK-OPERATOR-ID.
018380     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
018550
018720     IF OCK-AUTHORIZED
018890         IF OCK-ROLE-SUPERVISOR
019060             SET OCK-REQ-CLOSE TO TRUE
019230             CALL "SUMAOCHK" USING SUMA-OCK-AREA
019400             GO TO 1100-EXIT
019570         END-IF
019740         MOVE "OPERATOR IS NOT A SUPERVISOR" TO OCK-REASON
019910         SET OCK-REQ-LOG TO TRUE
020080         CALL "SUMAOCHK" USING SUMA-OCK-AREA
020250     END-IF.
020420
020600     SET OCK-REQ-CLOSE   TO TRUE.
020700     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
020800
020900     DISPLAY "SUMAOMNT - OPERATOR " WS-OPERATOR-ID
021000         " REFUSED: " OCK-REASON.
021100     MOVE "OPERATOR" TO WS-FATAL-FILE-ID.
021200     MOVE "NA"       TO WS-FATAL-STATUS.
021300     PERFORM 9500-ABEND-RUN THRU 9500-EXIT.
021400
021500 1100-EXIT.
021600     EXIT.
021605
021611******************************************************************
021616*    1150-LOG-BOOTSTRAP - THE RUN THAT CREATES THE MASTER IS
021621*    TAKEN ON THE COMMAND-LINE OPERATOR'S WORD, SO IT IS WRITTEN
021626*    TO THE SECURITY-VIOLATION LOG FOR THE RECORD
021632******************************************************************
021637 1150-LOG-BOOTSTRAP.
021642
021647     MOVE SPACES         TO SUMA-OCK-AREA.
021653     MOVE ZERO           TO OCK-SEQ-NBR.
021658     SET OCK-REQ-LOG     TO TRUE.
021663     MOVE "SUMAOMNT"     TO OCK-PROGRAM-ID.
021668     MOVE WS-OPERATOR-ID TO OCK-OPERATOR-ID.
021674     MOVE "BOOTSTRAP RUN, MASTER CREATED" TO OCK-REASON.
021679     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
021684
021689 1150-EXIT.
021695     EXIT.
021700
021800******************************************************************
021900*    2000-APPLY-ACTION - DISPATCH ONE MAINTENANCE TRANSACTION
022000******************************************************************
022100 2000-APPLY-ACTION.
022200
022300     IF OPT-OPERATOR-ID = SPACES
022400         DISPLAY "SUMAOMNT - REJECTED, OPERATOR ID MISSING"
022500         ADD 1 TO WS-REJECTED-COUNT
022600         GO TO 2000-NEXT
022700     END-IF.
022710
022720     IF OPT-OPERATOR-ID = WS-OPERATOR-ID
022740         AND NOT WS-BOOTSTRAP
022750         PERFORM 2050-REFUSE-SELF THRU 2050-EXIT
022770         GO TO 2000-NEXT
022780     END-IF.
022800
022900     EVALUATE TRUE
023000         WHEN OPT-ACTION-ADD
023100             PERFORM 3000-ADD-OPERATOR        THRU 3000-EXIT
023200         WHEN OPT-ACTION-UPDATE
023300             PERFORM 3500-UPDATE-OPERATOR     THRU 3500-EXIT
023400         WHEN OPT-ACTION-INACTIVATE
023500             PERFORM 4000-INACTIVATE-OPERATOR THRU 4000-EXIT
023600         WHEN OPT-ACTION-REACTIVATE
023700             PERFORM 4500-REACTIVATE-OPERATOR THRU 4500-EXIT
023800         WHEN OPT-ACTION-GRANT
023900             PERFORM 5000-GRANT-ACCOUNT       THRU 5000-EXIT
024000         WHEN OPT-ACTION-REVOKE
024100             PERFORM 5500-REVOKE-ACCOUNT      THRU 5500-EXIT
024200         WHEN OTHER
024300             DISPLAY "SUMAOMNT - REJECTED, BAD ACTION CODE "
024400                 OPT-ACTION " FOR " OPT-OPERATOR-ID
024500             ADD 1 TO WS-REJECTED-COUNT
024600     END-EVALUATE.
024700
024800 2000-NEXT.
024900     PERFORM 2100-READ-SUMA-OPT THRU 2100-EXIT.
025000
025100 2000-EXIT.
025200     EXIT.
025204
025208******************************************************************
025212*    2050-REFUSE-SELF - NO OPERATOR MAY MAINTAIN THEIR OWN
025217*    RECORD.  THE ATTEMPT IS LOGGED TO THE SECURITY-VIOLATION
025221*    LOG AND THE TRANSACTION IS COUNTED AS REJECTED.
025225******************************************************************
025229 2050-REFUSE-SELF.
025233
025238     MOVE SPACES         TO SUMA-OCK-AREA.
025242     MOVE ZERO           TO OCK-SEQ-NBR.
025246     SET OCK-REQ-LOG     TO TRUE.
025250     MOVE "SUMAOMNT"     TO OCK-PROGRAM-ID.
025254     MOVE WS-OPERATOR-ID TO OCK-OPERATOR-ID.
025258     MOVE "OPERATOR MAY NOT MAINTAIN SELF" TO OCK-REASON.
025263     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
025267
025271     DISPLAY "SUMAOMNT - REJECTED, ACTION " OPT-ACTION
025275         " AGAINST THE RUNNING OPERATOR'S OWN RECORD: "
025279         OPT-OPERATOR-ID.
025283     ADD 1 TO WS-REJECTED-COUNT.
025288
025292 2050-EXIT.
025296     EXIT.
025300
025400******************************************************************
025500*    2100-READ-SUMA-OPT - READ THE NEXT MAINTENANCE TRANSACTION
025600******************************************************************
025700 2100-READ-SUMA-OPT.
025800
025900     READ SUMA-OPT
026000         AT END
026100             MOVE "Y" TO WS-OPT-EOF-SW
026200         NOT AT END
026300             ADD 1 TO WS-READ-COUNT
026400     END-READ.
026500
026600 2100-EXIT.
026700     EXIT.
026800
026900******************************************************************
027000*    2200-STAMP-UPDATE - WHO CHANGED THE OPERATOR RECORD, AND WHEN
027100******************************************************************
027200 2200-STAMP-UPDATE.
027300
027400     MOVE WS-TODAY-DATE  TO OPR-LAST-UPD-DATE.
027500     MOVE WS-TODAY-TIME  TO OPR-LAST-UPD-TIME.
027600     MOVE WS-OPERATOR-ID TO OPR-UPD-OPERATOR.
027700
027800 2200-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200*    3000-ADD-OPERATOR - ADD A NEW ACTIVE OPERATOR WITH NO
028300*    ACCOUNT RESTRICTION.  AN OPERATOR ALREADY ON FILE IS
028400*    REJECTED, NOT OVERWRITTEN.
028500******************************************************************
028600 3000-ADD-OPERATOR.
028700
028800     IF OPT-NAME = SPACES
028900         DISPLAY "SUMAOMNT - REJECTED, NAME MISSING: "
029000             OPT-OPERATOR-ID
029100         ADD 1 TO WS-REJECTED-COUNT
029200         GO TO 3000-EXIT
029300     END-IF.
029400
029500     MOVE OPT-ROLE TO OPR-ROLE.
029600     IF NOT OPR-ROLE-VALID
029700         DISPLAY "SUMAOMNT - REJECTED, BAD ROLE "
029800             OPT-ROLE " FOR " OPT-OPERATOR-ID
029900         ADD 1 TO WS-REJECTED-COUNT
030000         GO TO 3000-EXIT
030100     END-IF.
030200
030300     IF OPT-TRAN-LIMIT-X NOT = SPACES
030400         AND OPT-TRAN-LIMIT NOT NUMERIC
030500         DISPLAY "SUMAOMNT - REJECTED, LIMIT NOT NUMERIC: "
030600             OPT-OPERATOR-ID
030700         ADD 1 TO WS-REJECTED-COUNT
030800         GO TO 3000-EXIT
030900     END-IF.
031000
031100     MOVE SPACES          TO SUMA-OPR-RECORD.
031200     MOVE OPT-OPERATOR-ID TO OPR-OPERATOR-ID.
031300     MOVE OPT-NAME        TO OPR-NAME.
031400     SET OPR-ACTIVE       TO TRUE.
031500     MOVE OPT-ROLE        TO OPR-ROLE.
031600     IF OPT-TRAN-LIMIT-X = SPACES
031700         MOVE ZERO           TO OPR-TRAN-LIMIT
031800     ELSE
031900         MOVE OPT-TRAN-LIMIT TO OPR-TRAN-LIMIT
032000     END-IF.
032100     MOVE ZERO            TO OPR-ACCT-COUNT.
032200     PERFORM 2200-STAMP-UPDATE THRU 2200-EXIT.
032300
032400     WRITE SUMA-OPR-RECORD
032500         INVALID KEY
032600             DISPLAY "SUMAOMNT - REJECTED, ALREADY ON MASTER: "
032700                 OPT-OPERATOR-ID
032800             ADD 1 TO WS-REJECTED-COUNT
032900         NOT INVALID KEY
033000             ADD 1 TO WS-ADDED-COUNT
033100     END-WRITE.
033200
033300     PERFORM 7000-CHECK-OPR-STATUS THRU 7000-EXIT.
033400
033500 3000-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*    3500-UPDATE-OPERATOR - REPLACE WHICHEVER OF NAME, ROLE, AND
034000*    LIMIT THE TRANSACTION SUPPLIES
034100******************************************************************
034200 3500-UPDATE-OPERATOR.
034300
034400     IF OPT-ROLE NOT = SPACE
034500         AND OPT-ROLE NOT = "P" AND NOT = "A" AND NOT = "S"
034600         DISPLAY "SUMAOMNT - REJECTED, BAD ROLE "
034700             OPT-ROLE " FOR " OPT-OPERATOR-ID
034800         ADD 1 TO WS-REJECTED-COUNT
034900         GO TO 3500-EXIT
035000     END-IF.
035100
035200     IF OPT-TRAN-LIMIT-X NOT = SPACES
035300         AND OPT-TRAN-LIMIT NOT NUMERIC
035400         DISPLAY "SUMAOMNT - REJECTED, LIMIT NOT NUMERIC: "
035500             OPT-OPERATOR-ID
035600         ADD 1 TO WS-REJECTED-COUNT
035700         GO TO 3500-EXIT
035800     END-IF.
035900
036000     MOVE OPT-OPERATOR-ID TO OPR-OPERATOR-ID.
036100
036200     READ SUMA-OPR
036300         INVALID KEY
036400             DISPLAY "SUMAOMNT - REJECTED, NOT ON MASTER: "
036500                 OPT-OPERATOR-ID
036600             ADD 1 TO WS-REJECTED-COUNT
036700         NOT INVALID KEY
036800             IF OPT-NAME NOT = SPACES
036900                 MOVE OPT-NAME TO OPR-NAME
037000             END-IF
037100             IF OPT-ROLE NOT = SPACE
037200                 MOVE OPT-ROLE TO OPR-ROLE
037300             END-IF
037400             IF OPT-TRAN-LIMIT-X NOT = SPACES
037500                 MOVE OPT-TRAN-LIMIT TO OPR-TRAN-LIMIT
037600             END-IF
037700             PERFORM 2200-STAMP-UPDATE THRU 2200-EXIT
037800             REWRITE SUMA-OPR-RECORD
037900             ADD 1 TO WS-UPDATED-COUNT
038000     END-READ.
038100
038200     PERFORM 7000-CHECK-OPR-STATUS THRU 7000-EXIT.
038300
038400 3500-EXIT.
038500     EXIT.
038600
038700******************************************************************
038800*    4000-INACTIVATE-OPERATOR - AN OPERATOR ALREADY INACTIVE IS
038900*    REJECTED
039000******************************************************************
039100 4000-INACTIVATE-OPERATOR.
039200
039300     MOVE OPT-OPERATOR-ID TO OPR-OPERATOR-ID.
039400
039500     READ SUMA-OPR
039600         INVALID KEY
039700             DISPLAY "SUMAOMNT - REJECTED, NOT ON MASTER: "
039800                 OPT-OPERATOR-ID
039900             ADD 1 TO WS-REJECTED-COUNT
040000         NOT INVALID KEY
040100             IF OPR-INACTIVE
040200                 DISPLAY "SUMAOMNT - REJECTED, ALREADY INACTIVE: "
040300                     OPT-OPERATOR-ID
040400                 ADD 1 TO WS-REJECTED-COUNT
040500             ELSE
040600                 SET OPR-INACTIVE TO TRUE
040700                 PERFORM 2200-STAMP-UPDATE THRU 2200-EXIT
040800                 REWRITE SUMA-OPR-RECORD
040900                 ADD 1 TO WS-INACTIVATED-COUNT
041000             END-IF
041100     END-READ.
041200
041300     PERFORM 7000-CHECK-OPR-STATUS THRU 7000-EXIT.
041400
041500 4000-EXIT.
041600     EXIT.
041700
041800******************************************************************
041900*    4500-REACTIVATE-OPERATOR - AN OPERATOR ALREADY ACTIVE IS
042000*    REJECTED
042100******************************************************************
042200 4500-REACTIVATE-OPERATOR.
042300
042400     MOVE OPT-OPERATOR-ID TO OPR-OPERATOR-ID.
042500
042600     READ SUMA-OPR
042700         INVALID KEY
042800             DISPLAY "SUMAOMNT - REJECTED, NOT ON MASTER: "
042900                 OPT-OPERATOR-ID
043000             ADD 1 TO WS-REJECTED-COUNT
043100         NOT INVALID KEY
043200             IF OPR-ACTIVE
043300                 DISPLAY "SUMAOMNT - REJECTED, ALREADY ACTIVE: "
043400                     OPT-OPERATOR-ID
043500                 ADD 1 TO WS-REJECTED-COUNT
043600             ELSE
043700                 SET OPR-ACTIVE TO TRUE
043800                 PERFORM 2200-STAMP-UPDATE THRU 2200-EXIT
043900                 REWRITE SUMA-OPR-RECORD
044000                 ADD 1 TO WS-REACTIVATED-COUNT
044100             END-IF
044200     END-READ.
044300
044400     PERFORM 7000-CHECK-OPR-STATUS THRU 7000-EXIT.
044500
044600 4500-EXIT.
044700     EXIT.
044800
044900******************************************************************
045000*    5000-GRANT-ACCOUNT - ADD AN ACCOUNT TO THE OPERATOR'S
045100*    ALLOWED LIST.  A DUPLICATE GRANT OR A FULL LIST IS REJECTED.
045200******************************************************************
045300 5000-GRANT-ACCOUNT.
045400
045500     IF OPT-ACCT-CODE = SPACES
045600         DISPLAY "SUMAOMNT - REJECTED, ACCOUNT CODE MISSING: "
045700             OPT-OPERATOR-ID
045800         ADD 1 TO WS-REJECTED-COUNT
045900         GO TO 5000-EXIT
046000     END-IF.
046100
046200     MOVE OPT-OPERATOR-ID TO OPR-OPERATOR-ID.
046300
046400     READ SUMA-OPR
046500         INVALID KEY
046600             DISPLAY "SUMAOMNT - REJECTED, NOT ON MASTER: "
046700                 OPT-OPERATOR-ID
046800             ADD 1 TO WS-REJECTED-COUNT
046900             GO TO 5000-EXIT
047000     END-READ.
047100     PERFORM 7000-CHECK-OPR-STATUS THRU 7000-EXIT.
047200
047300     PERFORM 5100-FIND-ACCOUNT THRU 5100-EXIT.
047400
047500     IF WS-FOUND-AX > ZERO
047600         DISPLAY "SUMAOMNT - REJECTED, ALREADY GRANTED: "
047700             OPT-OPERATOR-ID " " OPT-ACCT-CODE
047800         ADD 1 TO WS-REJECTED-COUNT
047900         GO TO 5000-EXIT
048000     END-IF.
048100
048200     IF OPR-ACCT-COUNT NOT < 10
048300         DISPLAY "SUMAOMNT - REJECTED, ACCOUNT LIST FULL: "
048400             OPT-OPERATOR-ID
048500         ADD 1 TO WS-REJECTED-COUNT
048600         GO TO 5000-EXIT
048700     END-IF.
048800
048900     ADD 1 TO OPR-ACCT-COUNT.
049000     MOVE OPT-ACCT-CODE TO OPR-ALLOWED-ACCT (OPR-ACCT-COUNT).
049100     PERFORM 2200-STAMP-UPDATE THRU 2200-EXIT.
049200     REWRITE SUMA-OPR-RECORD.
049300     PERFORM 7000-CHECK-OPR-STATUS THRU 7000-EXIT.
049400     ADD 1 TO WS-GRANTED-COUNT.
049500
049600 5000-EXIT.
049700     EXIT.
049800
049900******************************************************************
050000*    5100-FIND-ACCOUNT - LOCATE OPT-ACCT-CODE IN THE OPERATOR'S
050100*    ALLOWED LIST; WS-FOUND-AX IS ZERO WHEN IT IS NOT THERE
050200******************************************************************
050300 5100-FIND-ACCOUNT.
050400
050500     MOVE ZERO TO WS-FOUND-AX.
050600     IF OPR-ACCT-COUNT NOT NUMERIC
050700         MOVE ZERO TO OPR-ACCT-COUNT
050800     END-IF.
050900
051000     PERFORM 5110-TEST-ACCOUNT THRU 5110-EXIT
051100         VARYING WS-AX FROM 1 BY 1
051200         UNTIL WS-AX > OPR-ACCT-COUNT
051300             OR WS-FOUND-AX > ZERO.
051400
051500 5100-EXIT.
051600     EXIT.
051700
051800******************************************************************
051900*    5110-TEST-ACCOUNT - COMPARE ONE ALLOWED-ACCOUNT SLOT
052000******************************************************************
052100 5110-TEST-ACCOUNT.
052200
052300     IF OPR-ALLOWED-ACCT (WS-AX) = OPT-ACCT-CODE
052400         MOVE WS-AX TO WS-FOUND-AX
052500     END-IF.
052600
052700 5110-EXIT.
052800     EXIT.
052900
053000******************************************************************
053100*    5500-REVOKE-ACCOUNT - REMOVE AN ACCOUNT FROM THE OPERATOR'S
053200*    ALLOWED LIST, CLOSING UP THE GAP.  REVOKING THE LAST ONE
053300*    LIFTS THE RESTRICTION ALTOGETHER.
053400******************************************************************
053500 5500-REVOKE-ACCOUNT.
053600
053700     IF OPT-ACCT-CODE = SPACES
053800         DISPLAY "SUMAOMNT - REJECTED, ACCOUNT CODE MISSING: "
053900             OPT-OPERATOR-ID
054000         ADD 1 TO WS-REJECTED-COUNT
054100         GO TO 5500-EXIT
054200     END-IF.
054300
054400     MOVE OPT-OPERATOR-ID TO OPR-OPERATOR-ID.
054500
054600     READ SUMA-OPR
054700         INVALID KEY
054800             DISPLAY "SUMAOMNT - REJECTED, NOT ON MASTER: "
054900                 OPT-OPERATOR-ID
055000             ADD 1 TO WS-REJECTED-COUNT
055100             GO TO 5500-EXIT
055200     END-READ.
055300     PERFORM 7000-CHECK-OPR-STATUS THRU 7000-EXIT.
055400
055500     PERFORM 5100-FIND-ACCOUNT THRU 5100-EXIT.
055600
055700     IF WS-FOUND-AX = ZERO
055800         DISPLAY "SUMAOMNT - REJECTED, NOT GRANTED: "
055900             OPT-OPERATOR-ID " " OPT-ACCT-CODE
056000         ADD 1 TO WS-REJECTED-COUNT
056100         GO TO 5500-EXIT
056200     END-IF.
056300
056400     PERFORM 5510-SHIFT-ACCOUNT THRU 5510-EXIT
056500         VARYING WS-AX FROM WS-FOUND-AX BY 1
056600         UNTIL WS-AX NOT < OPR-ACCT-COUNT.
056700
056800     MOVE SPACES TO OPR-ALLOWED-ACCT (OPR-ACCT-COUNT).
056900     SUBTRACT 1 FROM OPR-ACCT-COUNT.
057000     PERFORM 2200-STAMP-UPDATE THRU 2200-EXIT.
057100     REWRITE SUMA-OPR-RECORD.
057200     PERFORM 7000-CHECK-OPR-STATUS THRU 7000-EXIT.
057300     ADD 1 TO WS-REVOKED-COUNT.
057400
057500 5500-EXIT.
057600     EXIT.
057700
057800******************************************************************
057900*    5510-SHIFT-ACCOUNT - MOVE THE NEXT SLOT DOWN ONE
058000******************************************************************
058100 5510-SHIFT-ACCOUNT.
058200
058300     MOVE OPR-ALLOWED-ACCT (WS-AX + 1)
058400         TO OPR-ALLOWED-ACCT (WS-AX).
058500
058600 5510-EXIT.
058700     EXIT.
058800
058900******************************************************************
059000*    7000-CHECK-OPR-STATUS - ABEND ON A FAILED MASTER I-O THAT IS
059100*    NOT AN EXPECTED KEY CONDITION
059200******************************************************************
059300 7000-CHECK-OPR-STATUS.
059400
059500     IF NOT WS-SUMA-OPR-OK
059600         AND NOT WS-SUMA-OPR-NOT-FOUND
059700         AND WS-SUMA-OPR-STATUS NOT = "22"
059800         MOVE "SUMA-OPR" TO WS-FATAL-FILE-ID
059900         MOVE WS-SUMA-OPR-STATUS TO WS-FATAL-STATUS
060000         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
060100     END-IF.
060200
060300 7000-EXIT.
060400     EXIT.
060500
060600******************************************************************
060700*    8000-PRINT-SUMMARY - END-OF-JOB MAINTENANCE COUNTS
060800******************************************************************
060900 8000-PRINT-SUMMARY.
061000
061100     DISPLAY "SUMAOMNT - TRANSACTIONS READ....: " WS-READ-COUNT.
061200     DISPLAY "SUMAOMNT - OPERATORS ADDED......: " WS-ADDED-COUNT.
061300     DISPLAY "SUMAOMNT - OPERATORS UPDATED....: "
061400         WS-UPDATED-COUNT.
061500     DISPLAY "SUMAOMNT - OPERATORS INACTIVATED: "
061600         WS-INACTIVATED-COUNT.
061700     DISPLAY "SUMAOMNT - OPERATORS REACTIVATED: "
061800         WS-REACTIVATED-COUNT.
061900     DISPLAY "SUMAOMNT - ACCOUNTS GRANTED.....: "
062000         WS-GRANTED-COUNT.
062100     DISPLAY "SUMAOMNT - ACCOUNTS REVOKED.....: "
062200         WS-REVOKED-COUNT.
062300     DISPLAY "SUMAOMNT - ACTIONS REJECTED.....: "
062400         WS-REJECTED-COUNT.
062500
062600     IF WS-REJECTED-COUNT > ZERO
062700         MOVE 8 TO RETURN-CODE
062800     END-IF.
062900
063000 8000-EXIT.
063100     EXIT.
063200
063300******************************************************************
063400*    9000-TERMINATE - CLOSE THE FILES
063500******************************************************************
063600 9000-TERMINATE.
063700
063800     CLOSE SUMA-OPT
063900           SUMA-OPR.
063920
063950     SET OCK-REQ-CLOSE TO TRUE.
063970     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
064000
064100 9000-EXIT.
064200     EXIT.
064300
064400******************************************************************
064500*    9500-ABEND-RUN - DISPLAY A FATAL I/O STATUS AND STOP THE JOB
064600******************************************************************
064700 9500-ABEND-RUN.
064800
064900     DISPLAY "SUMAOMNT - JOB TERMINATED, FILE " WS-FATAL-FILE-ID
065000         " FILE STATUS " WS-FATAL-STATUS.
065100     MOVE 16 TO RETURN-CODE.
065200     STOP RUN.
065300
065400 9500-EXIT.
065500     EXIT.
