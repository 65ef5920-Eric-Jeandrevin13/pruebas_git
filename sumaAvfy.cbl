000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUMAAVFY.
000300 AUTHOR.        J MARTINEZ QUIROGA.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800******************************************************************
000900*    SUMAAVFY
001000*
001100*    AUDIT TRAIL CHAIN VERIFIER.  RE-WALKS THE SUMA-ARC ARCHIVES
001200*    SUMAPURG HAS SPLIT OFF (SUPPLY THEM CONCATENATED, OLDEST
001300*    FIRST, ON THE SUMAARC DD; THEY MAY BE ABSENT) AND THEN THE
001400*    LIVE SUMA-AUD TRAIL, RECOMPUTING EVERY RECORD'S RUN COUNT,
001500*    RUN TOTAL, AND CHECK VALUE THROUGH SUMAACHN AND PROVING EACH
001600*    RUN AGAINST ITS "Z" SEAL.  EVERY BREAK IS LISTED ON THE
001700*    SUMA-AVR REPORT WITH THE FILE, RECORD NUMBER, RUN STAMP, RUN
001800*    SEQUENCE, RUN ID AND SEQUENCE NUMBER OF THE RECORD WHERE THE
001900*    CHAIN BREAKS:
002000*      - A RECORD CHANGED AFTER IT WAS WRITTEN NO LONGER CARRIES
002100*        THE CHECK VALUE ITS CONTENTS CHAIN TO;
002200*      - A RECORD REMOVED FROM OR SLIPPED INTO A RUN PUTS THE RUN
002300*        COUNT OUT OF SEQUENCE;
002400*      - A RUN CUT SHORT NEVER REACHES ITS SEAL, AND A SEAL WHOSE
002500*        COUNT OR TOTAL DISAGREES WITH THE RUN IS REPORTED;
002600*      - AN ARCHIVE LEFT OUT OF THE CONCATENATION SHOWS AS A
002700*        CARRY-FORWARD THAT DOES NOT MATCH THE TRAIL BEFORE IT.
002800*    AFTER A BREAK THE WALK TAKES UP THE CHAIN FROM THE BROKEN
002900*    RECORD, SO A BREAK IS NOT CARRIED DOWN THE REST OF THE TRAIL.
003000*
003100*    RECORDS WRITTEN BEFORE THE CHAIN BEGAN CARRY NO CHAIN VALUES
003200*    AND ARE COUNTED, NOT REPORTED; ONE TURNING UP AFTER CHAINED
003300*    RECORDS IS A BREAK.  A KEPT TRAIL WALKED WITHOUT ITS ARCHIVES
003400*    IS TAKEN UP FROM THE CARRY-FORWARD SUMAPURG LEFT AT ITS HEAD.
003500*    THE SEALING RUN'S OWN SEAL IS THE LAST RECORD ON A TRAIL AT
003600*    REST, SO A RUN STILL OPEN AT THE END IS REPORTED TOO - RUN
003700*    THIS AFTER THE DAY'S POSTING JOBS HAVE FINISHED.
003800*
003900*    RETURN CODE 0 WHEN THE CHAIN PROVES UNBROKEN, 8 WHEN ANY
004000*    BREAK WAS FOUND.
004100*
004200*    MODIFICATION HISTORY
004300*    DATE       INIT DESCRIPTION
004400*    ---------- ---- ------------------------------------------
004500*    2026-10-15 JMQ  INITIAL VERSION.
004600******************************************************************
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT SUMA-AUD ASSIGN TO "SUMAAUD"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-SUMA-AUD-STATUS.
005400
005500     SELECT SUMA-ARC ASSIGN TO "SUMAARC"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-SUMA-ARC-STATUS.
005800
005900     SELECT SUMA-AVR ASSIGN TO "SUMAAVR"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-SUMA-AVR-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500
006600 FD  SUMA-AUD
006700     RECORDING MODE IS F.
006800 01  SUMA-AUD-TRAIL-RECORD          PIC X(138).
006900
007000 FD  SUMA-ARC
007100     RECORDING MODE IS F.
007200 01  SUMA-ARC-RECORD                PIC X(138).
007300
007400 FD  SUMA-AVR
007500     RECORDING MODE IS F.
007600 01  SUMA-AVR-RECORD                PIC X(132).
007700
007800 WORKING-STORAGE SECTION.
007900
008000 01  WS-SUMA-AUD-STATUS             PIC X(02)  VALUE "00".
008100     88  WS-SUMA-AUD-OK                        VALUE "00".
008200
008300 01  WS-SUMA-ARC-STATUS             PIC X(02)  VALUE "00".
008400     88  WS-SUMA-ARC-OK                        VALUE "00".
008500
008600 01  WS-SUMA-AVR-STATUS             PIC X(02)  VALUE "00".
008700     88  WS-SUMA-AVR-OK                        VALUE "00".
008800
008900 01  WS-FATAL-FILE-ID               PIC X(08)  VALUE SPACES.
009000 01  WS-FATAL-STATUS                PIC X(02)  VALUE SPACES.
009100
009200 01  WS-SWITCHES.
009300     05  WS-AUD-EOF-SW              PIC X(01)  VALUE "N".
009400         88  WS-AUD-EOF                        VALUE "Y".
009500     05  WS-ARC-EOF-SW              PIC X(01)  VALUE "N".
009600         88  WS-ARC-EOF                        VALUE "Y".
009700     05  WS-ARC-AVAIL-SW            PIC X(01)  VALUE "N".
009800         88  WS-ARC-AVAIL                      VALUE "Y".
009900     05  WS-CHAIN-BEGUN-SW          PIC X(01)  VALUE "N".
010000         88  WS-CHAIN-BEGUN                    VALUE "Y".
010100     05  WS-RUN-OPEN-SW             PIC X(01)  VALUE "N".
010200         88  WS-RUN-OPEN                       VALUE "Y".
010300     05  WS-ADOPT-NEXT-SW           PIC X(01)  VALUE "N".
010400         88  WS-ADOPT-NEXT                     VALUE "Y".
010500     05  WS-PREV-CARRY-SW           PIC X(01)  VALUE "N".
010600         88  WS-PREV-CARRY                     VALUE "Y".
010700
010800******************************************************************
010900*    THE RECORD BEING PROVED, AND THE ONE BEFORE IT
011000******************************************************************
011100     COPY SUMAAUD.
011200
011300 01  WS-PREV-RECORD                 PIC X(138) VALUE SPACES.
011400
011500     COPY SUMAACH.
011600
011700******************************************************************
011800*    WHERE THE CHAIN STANDS: THE OPEN RUN'S STAMP, COUNT, TOTAL,
011900*    AND THE CHECK VALUE THE NEXT RECORD CHAINS FROM, AND WHERE
012000*    THE OPEN RUN'S LAST RECORD WAS FOUND
012100******************************************************************
012200 01  WS-OPEN-RUN.
012300     05  WS-OPEN-RUN-DATE           PIC X(08)  VALUE SPACES.
012400     05  WS-OPEN-RUN-TIME           PIC X(06)  VALUE SPACES.
012500     05  WS-OPEN-COUNT              PIC 9(07)  VALUE ZERO.
012600     05  WS-OPEN-TOTAL              PIC S9(13)V99 VALUE ZERO.
012700     05  WS-PRIOR-CHECK             PIC 9(09)  VALUE ZERO.
012800     05  WS-OPEN-SOURCE             PIC X(07)  VALUE SPACES.
012900     05  WS-OPEN-POSITION           PIC 9(09)  VALUE ZERO.
013000     05  WS-OPEN-RUN-ID             PIC X(08)  VALUE SPACES.
013100     05  WS-OPEN-SEQ-NBR            PIC 9(07)  VALUE ZERO.
013200
013300 01  WS-EXPECTED.
013400     05  WS-EXP-COUNT               PIC 9(07)  VALUE ZERO.
013500     05  WS-EXP-TOTAL               PIC S9(13)V99 VALUE ZERO.
013600     05  WS-EXP-PRIOR               PIC 9(09)  VALUE ZERO.
013700
013800 01  WS-SOURCE                      PIC X(07)  VALUE SPACES.
013900 01  WS-POSITION                    PIC 9(09)  VALUE ZERO.
014000
014100 01  WS-TODAY-DATE                  PIC X(08)  VALUE SPACES.
014200
014300 01  WS-WALK-COUNT        PIC 9(09)  COMP      VALUE ZERO.
014400 01  WS-ARC-READ-COUNT    PIC 9(09)  COMP      VALUE ZERO.
014500 01  WS-LIVE-READ-COUNT   PIC 9(09)  COMP      VALUE ZERO.
014600 01  WS-LEGACY-COUNT      PIC 9(09)  COMP      VALUE ZERO.
014700 01  WS-CHAINED-COUNT     PIC 9(09)  COMP      VALUE ZERO.
014800 01  WS-SEALED-COUNT      PIC 9(09)  COMP      VALUE ZERO.
014900 01  WS-CARRY-COUNT       PIC 9(09)  COMP      VALUE ZERO.
015000 01  WS-BREAK-COUNT       PIC 9(09)  COMP      VALUE ZERO.
015100
015200 01  WS-PAGE-NBR          PIC 9(04)  COMP      VALUE ZERO.
015300 01  WS-LINE-COUNT        PIC 9(02)  COMP      VALUE ZERO.
015400 01  WS-LINES-PER-PAGE    PIC 9(02)  COMP      VALUE 56.
015500
015600 01  WS-PRINT-LINE                  PIC X(132) VALUE SPACES.
015700
015800 01  WS-HDG-LINE-1.
015900     05  FILLER                     PIC X(10)  VALUE "SUMAAVFY".
016000     05  FILLER                     PIC X(38)
016100         VALUE "AUDIT TRAIL CHAIN VERIFICATION".
016200     05  FILLER                     PIC X(06)  VALUE "AS OF ".
016300     05  HD1-RUN-DATE               PIC X(08).
016400     05  FILLER                     PIC X(08)  VALUE "   PAGE ".
016500     05  HD1-PAGE-NBR               PIC ZZZ9.
016600     05  FILLER                     PIC X(58)  VALUE SPACES.
016700
016800 01  WS-HDG-LINE-2.
016900     05  FILLER                     PIC X(02)  VALUE SPACES.
017000     05  FILLER                     PIC X(10)  VALUE "WALKED..:".
017100     05  HD2-SOURCES                PIC X(24).
017200     05  FILLER                     PIC X(96)  VALUE SPACES.
017300
017400 01  WS-HDG-COLS.
017500     05  FILLER                     PIC X(10)  VALUE "  FILE".
017600     05  FILLER                     PIC X(13)  VALUE "    RECORD".
017700     05  FILLER                     PIC X(17)
017800         VALUE "RUN STARTED".
017900     05  FILLER                     PIC X(09)  VALUE "RUN SEQ".
018000     05  FILLER                     PIC X(10)  VALUE "RUN ID".
018100     05  FILLER                     PIC X(09)  VALUE "    SEQ".
018200     05  FILLER                     PIC X(03)  VALUE "OP".
018300     05  FILLER                     PIC X(44)  VALUE "FINDING".
018400     05  FILLER                     PIC X(17)  VALUE SPACES.
018500
018600******************************************************************
018700*    ONE FINDING - FILLED FROM THE RECORD IN HAND, OR FROM THE
018800*    OPEN RUN'S LAST RECORD WHEN THE FINDING IS ABOUT THE RUN
018900******************************************************************
019000 01  WS-FINDING-LINE.
019100     05  FILLER                     PIC X(02)  VALUE SPACES.
019200     05  FND-SOURCE                 PIC X(07).
019300     05  FILLER                     PIC X(01)  VALUE SPACE.
019400     05  FND-POSITION               PIC ZZZ,ZZZ,ZZ9.
019500     05  FILLER                     PIC X(02)  VALUE SPACES.
019600     05  FND-RUN-DATE               PIC X(08).
019700     05  FILLER                     PIC X(01)  VALUE SPACE.
019800     05  FND-RUN-TIME               PIC X(06).
019900     05  FILLER                     PIC X(02)  VALUE SPACES.
020000     05  FND-RUN-SEQ                PIC ZZZZZZ9.
020100     05  FILLER                     PIC X(02)  VALUE SPACES.
020200     05  FND-RUN-ID                 PIC X(08).
020300     05  FILLER                     PIC X(02)  VALUE SPACES.
020400     05  FND-SEQ-NBR                PIC ZZZZZZ9.
020500     05  FILLER                     PIC X(02)  VALUE SPACES.
020600     05  FND-OPER-CODE              PIC X(01).
020700     05  FILLER                     PIC X(02)  VALUE SPACES.
020800     05  FND-FINDING                PIC X(44).
020900     05  FILLER                     PIC X(17)  VALUE SPACES.
021000
021100 01  WS-TOTAL-LINE.
021200     05  FILLER                     PIC X(02)  VALUE SPACES.
021300     05  TOT-LABEL                  PIC X(28).
021400     05  TOT-VALUE                  PIC ZZZ,ZZZ,ZZ9.
021500     05  FILLER                     PIC X(91)  VALUE SPACES.
021600
021700 PROCEDURE DIVISION.
021800
021900******************************************************************
022000*    0000-MAINLINE
022100******************************************************************
022200 0000-MAINLINE.
022300
022400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
022500
022600     IF WS-ARC-AVAIL
022700         PERFORM 2000-WALK-ARCHIVE  THRU 2000-EXIT
022800             UNTIL WS-ARC-EOF
022900     END-IF.
023000
023100     PERFORM 2500-WALK-LIVE         THRU 2500-EXIT
023200         UNTIL WS-AUD-EOF.
023300
023400     PERFORM 6000-END-OF-TRAIL      THRU 6000-EXIT.
023500
023600     PERFORM 8000-PRINT-TOTALS      THRU 8000-EXIT.
023700
023800     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
023900
024000     IF WS-BREAK-COUNT > ZERO
024100         MOVE 8 TO RETURN-CODE
024200     END-IF.
024300
024400     STOP RUN.
024500
024600******************************************************************
024700*    1000-INITIALIZE - OPEN THE FILES (THE ARCHIVE CONCATENATION
024800*    MAY BE ABSENT) AND PRIME THE READS
024900******************************************************************
025000 1000-INITIALIZE.
025100
025200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
025300     MOVE WS-TODAY-DATE TO HD1-RUN-DATE.
025400
025500     OPEN INPUT SUMA-AUD.
025600     IF NOT WS-SUMA-AUD-OK
025700         MOVE "SUMA-AUD" TO WS-FATAL-FILE-ID
025800         MOVE WS-SUMA-AUD-STATUS TO WS-FATAL-STATUS
025900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
026000     END-IF.
026100
026200     OPEN INPUT SUMA-ARC.
026300     IF WS-SUMA-ARC-OK
026400         SET WS-ARC-AVAIL TO TRUE
026500         MOVE "ARCHIVES AND LIVE TRAIL" TO HD2-SOURCES
026600     ELSE
026700         DISPLAY "SUMAAVFY - NO ARCHIVE SUPPLIED, STATUS "
026800             WS-SUMA-ARC-STATUS
026900             ", VERIFYING THE LIVE TRAIL ONLY"
027000         MOVE "LIVE TRAIL ONLY"         TO HD2-SOURCES
027100     END-IF.
027200
027300     OPEN OUTPUT SUMA-AVR.
027400     IF NOT WS-SUMA-AVR-OK
027500         MOVE "SUMA-AVR" TO WS-FATAL-FILE-ID
027600         MOVE WS-SUMA-AVR-STATUS TO WS-FATAL-STATUS
027700         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
027800     END-IF.
027900
028000     PERFORM 7100-PAGE-HEADING THRU 7100-EXIT.
028100
028200     MOVE SPACES TO SUMA-ACH-AREA.
028300     SET ACH-REQ-VALUE  TO TRUE.
028400     MOVE "SUMAAVFY"    TO ACH-PROGRAM-ID.
028500
028600     PERFORM 2100-READ-SUMA-AUD THRU 2100-EXIT.
028700     IF WS-ARC-AVAIL
028800         PERFORM 2600-READ-SUMA-ARC THRU 2600-EXIT
028900     END-IF.
029000
029100 1000-EXIT.
029200     EXIT.
029300
029400******************************************************************
029500*    2000-WALK-ARCHIVE - PROVE ONE ARCHIVED RECORD
029600******************************************************************
029700 2000-WALK-ARCHIVE.
029800
029900     MOVE SUMA-ARC-RECORD TO SUMA-AUD-RECORD.
030000     ADD 1 TO WS-ARC-READ-COUNT.
030100     MOVE "ARCHIVE"         TO WS-SOURCE.
030200     MOVE WS-ARC-READ-COUNT TO WS-POSITION.
030300     PERFORM 3000-PROVE-RECORD THRU 3000-EXIT.
030400
030500     PERFORM 2600-READ-SUMA-ARC THRU 2600-EXIT.
030600
030700 2000-EXIT.
030800     EXIT.
030900
031000******************************************************************
031100*    2100-READ-SUMA-AUD - READ THE NEXT LIVE AUDIT RECORD
031200******************************************************************
031300 2100-READ-SUMA-AUD.
031400
031500     READ SUMA-AUD
031600         AT END
031700             MOVE "Y" TO WS-AUD-EOF-SW
031800     END-READ.
031900
032000 2100-EXIT.
032100     EXIT.
032200
032300******************************************************************
032400*    2500-WALK-LIVE - PROVE ONE LIVE AUDIT RECORD
032500******************************************************************
032600 2500-WALK-LIVE.
032700
032800     MOVE SUMA-AUD-TRAIL-RECORD TO SUMA-AUD-RECORD.
032900     ADD 1 TO WS-LIVE-READ-COUNT.
033000     MOVE "LIVE"             TO WS-SOURCE.
033100     MOVE WS-LIVE-READ-COUNT TO WS-POSITION.
033200     PERFORM 3000-PROVE-RECORD THRU 3000-EXIT.
033300
033400     PERFORM 2100-READ-SUMA-AUD THRU 2100-EXIT.
033500
033600 2500-EXIT.
033700     EXIT.
033800
033900******************************************************************
034000*    2600-READ-SUMA-ARC - READ THE NEXT ARCHIVED RECORD
034100******************************************************************
034200 2600-READ-SUMA-ARC.
034300
034400     READ SUMA-ARC
034500         AT END
034600             MOVE "Y" TO WS-ARC-EOF-SW
034700     END-READ.
034800
034900 2600-EXIT.
035000     EXIT.
035100
035200******************************************************************
035300*    3000-PROVE-RECORD - SEND THE RECORD TO THE PROOF FOR ITS
035400*    KIND.  A RECORD WITH NO CHAIN VALUES IS ONLY IN ORDER BEFORE
035500*    THE FIRST CHAINED RECORD.
035600******************************************************************
035700 3000-PROVE-RECORD.
035800
035900     ADD 1 TO WS-WALK-COUNT.
036000
036100     IF SAR-CARRY-FORWARD
036200         PERFORM 3300-PROVE-CARRY THRU 3300-EXIT
036300         GO TO 3000-DONE
036400     END-IF.
036500
036600     MOVE "N" TO WS-PREV-CARRY-SW.
036700
036800     IF SAR-CHN-RUN-DATE = SPACES
036900         IF WS-CHAIN-BEGUN
037000             PERFORM 7400-FIND-FROM-RECORD THRU 7400-EXIT
037100             MOVE "RECORD CARRIES NO CHAIN VALUES"
037200                 TO FND-FINDING
037300             PERFORM 7500-REPORT-BREAK THRU 7500-EXIT
037400         ELSE
037500             ADD 1 TO WS-LEGACY-COUNT
037600         END-IF
037700         GO TO 3000-DONE
037800     END-IF.
037900
038000     SET WS-CHAIN-BEGUN TO TRUE.
038100
038200     IF SAR-CHN-COUNT-X NOT NUMERIC
038300         OR SAR-CHN-TOTAL NOT NUMERIC
038400         OR SAR-CHN-CHECK-X NOT NUMERIC
038500         PERFORM 7400-FIND-FROM-RECORD THRU 7400-EXIT
038600         MOVE "CHAIN VALUES UNREADABLE" TO FND-FINDING
038700         PERFORM 7500-REPORT-BREAK THRU 7500-EXIT
038800         MOVE "N" TO WS-RUN-OPEN-SW
038900         SET WS-ADOPT-NEXT TO TRUE
039000         GO TO 3000-DONE
039100     END-IF.
039200
039300     IF SAR-RUN-SEAL
039400         PERFORM 3200-PROVE-SEAL    THRU 3200-EXIT
039500     ELSE
039600         PERFORM 3100-PROVE-POSTING THRU 3100-EXIT
039700     END-IF.
039800
039900 3000-DONE.
040000     MOVE SUMA-AUD-RECORD TO WS-PREV-RECORD.
040100
040200 3000-EXIT.
040300     EXIT.
040400
040500******************************************************************
040600*    3100-PROVE-POSTING - A RECORD OF THE OPEN RUN MUST BE THE
040700*    NEXT IN COUNT, CARRY THE RUN TOTAL, AND CHAIN FROM THE
040800*    RECORD BEFORE IT.  A RECORD STAMPED WITH ANOTHER RUN STARTS
040900*    A NEW RUN AT COUNT 1 CHAINED FROM ZERO - AND THE RUN STILL
041000*    OPEN WAS NEVER SEALED.
041100******************************************************************
041200 3100-PROVE-POSTING.
041300
041400     ADD 1 TO WS-CHAINED-COUNT.
041500
041600     IF WS-ADOPT-NEXT
041700         GO TO 3100-TAKE-UP
041800     END-IF.
041900
042000     IF WS-RUN-OPEN
042100         AND SAR-CHN-RUN-DATE = WS-OPEN-RUN-DATE
042200         AND SAR-CHN-RUN-TIME = WS-OPEN-RUN-TIME
042300         COMPUTE WS-EXP-COUNT = WS-OPEN-COUNT + 1
042400         END-COMPUTE
042500         MOVE WS-OPEN-TOTAL  TO WS-EXP-TOTAL
042600         MOVE WS-PRIOR-CHECK TO WS-EXP-PRIOR
042700     ELSE
042800         IF WS-RUN-OPEN
042900             PERFORM 3800-REPORT-UNSEALED THRU 3800-EXIT
043000         END-IF
043100         MOVE 1    TO WS-EXP-COUNT
043200         MOVE ZERO TO WS-EXP-TOTAL
043300                      WS-EXP-PRIOR
043400     END-IF.
043500     IF SAR-RESUL IS NUMERIC
043600         ADD SAR-RESUL TO WS-EXP-TOTAL
043700     END-IF.
043800
043900     PERFORM 7400-FIND-FROM-RECORD THRU 7400-EXIT.
044000
044100     IF SAR-CHN-COUNT NOT = WS-EXP-COUNT
044200         MOVE "RUN COUNT OUT OF SEQUENCE - RECORD MISSING"
044300             TO FND-FINDING
044400         IF SAR-CHN-COUNT < WS-EXP-COUNT
044500             MOVE "RUN COUNT OUT OF SEQUENCE - RECORD ADDED"
044600                 TO FND-FINDING
044700         END-IF
044800         PERFORM 7500-REPORT-BREAK THRU 7500-EXIT
044900         GO TO 3100-TAKE-UP
045000     END-IF.
045100
045200     IF SAR-CHN-TOTAL NOT = WS-EXP-TOTAL
045300         MOVE "RUN TOTAL DOES NOT CARRY - AMOUNT ALTERED"
045400             TO FND-FINDING
045500         PERFORM 7500-REPORT-BREAK THRU 7500-EXIT
045600         GO TO 3100-TAKE-UP
045700     END-IF.
045800
045900     PERFORM 3900-VALUE-RECORD THRU 3900-EXIT.
046000     IF ACH-CHECK-VALUE NOT = SAR-CHN-CHECK
046100         MOVE "CHECK VALUE BROKEN - RECORD ALTERED"
046200             TO FND-FINDING
046300         PERFORM 7500-REPORT-BREAK THRU 7500-EXIT
046400     END-IF.
046500
046600*    THE CHAIN CARRIES ON FROM WHAT THE RECORD SAYS, BROKEN OR NOT
046700 3100-TAKE-UP.
046800     MOVE "N" TO WS-ADOPT-NEXT-SW.
046900     SET WS-RUN-OPEN TO TRUE.
047000     MOVE SAR-CHN-RUN-DATE TO WS-OPEN-RUN-DATE.
047100     MOVE SAR-CHN-RUN-TIME TO WS-OPEN-RUN-TIME.
047200     MOVE SAR-CHN-COUNT    TO WS-OPEN-COUNT.
047300     MOVE SAR-CHN-TOTAL    TO WS-OPEN-TOTAL.
047400     MOVE SAR-CHN-CHECK    TO WS-PRIOR-CHECK.
047500     MOVE WS-SOURCE        TO WS-OPEN-SOURCE.
047600     MOVE WS-POSITION      TO WS-OPEN-POSITION.
047700     MOVE SAR-RUN-ID       TO WS-OPEN-RUN-ID.
047800     MOVE ZERO             TO WS-OPEN-SEQ-NBR.
047900     IF SAR-SEQ-NBR IS NUMERIC
048000         MOVE SAR-SEQ-NBR  TO WS-OPEN-SEQ-NBR
048100     END-IF.
048200
048300 3100-EXIT.
048400     EXIT.
048500
048600******************************************************************
048700*    3200-PROVE-SEAL - THE SEAL MUST REPEAT THE OPEN RUN'S COUNT
048800*    AND TOTAL AND CHAIN FROM ITS LAST RECORD.  A SEAL WITH NO
048900*    RUN OPEN CLOSES A RUN THAT WROTE NOTHING.
049000******************************************************************
049100 3200-PROVE-SEAL.
049200
049300     IF WS-ADOPT-NEXT
049400         GO TO 3200-CLOSE
049500     END-IF.
049600
049700     IF WS-RUN-OPEN
049800         AND SAR-CHN-RUN-DATE = WS-OPEN-RUN-DATE
049900         AND SAR-CHN-RUN-TIME = WS-OPEN-RUN-TIME
050000         MOVE WS-OPEN-COUNT  TO WS-EXP-COUNT
050100         MOVE WS-OPEN-TOTAL  TO WS-EXP-TOTAL
050200         MOVE WS-PRIOR-CHECK TO WS-EXP-PRIOR
050300     ELSE
050400         IF WS-RUN-OPEN
050500             PERFORM 3800-REPORT-UNSEALED THRU 3800-EXIT
050600         END-IF
050700         MOVE ZERO TO WS-EXP-COUNT
050800                      WS-EXP-TOTAL
050900                      WS-EXP-PRIOR
051000     END-IF.
051100
051200     PERFORM 7400-FIND-FROM-RECORD THRU 7400-EXIT.
051300
051400     IF SAR-CHN-COUNT NOT = WS-EXP-COUNT
051500         MOVE "SEAL COUNT DOES NOT MATCH THE RUN" TO FND-FINDING
051600         PERFORM 7500-REPORT-BREAK THRU 7500-EXIT
051700         GO TO 3200-CLOSE
051800     END-IF.
051900
052000     IF SAR-CHN-TOTAL NOT = WS-EXP-TOTAL
052100         MOVE "SEAL TOTAL DOES NOT MATCH THE RUN" TO FND-FINDING
052200         PERFORM 7500-REPORT-BREAK THRU 7500-EXIT
052300         GO TO 3200-CLOSE
052400     END-IF.
052500
052600     PERFORM 3900-VALUE-RECORD THRU 3900-EXIT.
052700     IF ACH-CHECK-VALUE NOT = SAR-CHN-CHECK
052800         MOVE "CHECK VALUE BROKEN - SEAL ALTERED" TO FND-FINDING
052900         PERFORM 7500-REPORT-BREAK THRU 7500-EXIT
053000         GO TO 3200-CLOSE
053100     END-IF.
053200
053300     ADD 1 TO WS-SEALED-COUNT.
053400
053500 3200-CLOSE.
053600     MOVE "N"  TO WS-ADOPT-NEXT-SW
053700                  WS-RUN-OPEN-SW.
053800     MOVE ZERO TO WS-PRIOR-CHECK.
053900
054000 3200-EXIT.
054100     EXIT.
054200
054300******************************************************************
054400*    3300-PROVE-CARRY - A "K" CARRY-FORWARD ENDS AN ARCHIVE AND
054500*    STARTS THE TRAIL KEPT AT THE SAME PURGE; THE SECOND COPY,
054600*    FOUND RIGHT BEHIND THE FIRST, IS PASSED OVER.  A CARRY-
054700*    FORWARD LEADING THE WALK IS WHERE THE CHAIN IS TAKEN UP.
054800*    ANY OTHER MUST MATCH THE CHAIN AS IT STANDS.
054900******************************************************************
055000 3300-PROVE-CARRY.
055100
055200     IF WS-PREV-CARRY
055300         AND SUMA-AUD-RECORD = WS-PREV-RECORD
055400         MOVE "N" TO WS-PREV-CARRY-SW
055500         GO TO 3300-EXIT
055600     END-IF.
055700
055800     SET WS-PREV-CARRY TO TRUE.
055900     ADD 1 TO WS-CARRY-COUNT.
056000
056100     IF SAR-CHN-COUNT-X NOT NUMERIC
056200         OR SAR-CHN-TOTAL NOT NUMERIC
056300         OR SAR-CHN-CHECK-X NOT NUMERIC
056400         PERFORM 7400-FIND-FROM-RECORD THRU 7400-EXIT
056500         MOVE "CHAIN VALUES UNREADABLE" TO FND-FINDING
056600         PERFORM 7500-REPORT-BREAK THRU 7500-EXIT
056700         MOVE "N" TO WS-RUN-OPEN-SW
056800         SET WS-ADOPT-NEXT TO TRUE
056900         GO TO 3300-EXIT
057000     END-IF.
057100
057200     IF WS-WALK-COUNT = 1
057300         PERFORM 7400-FIND-FROM-RECORD THRU 7400-EXIT
057400         MOVE "CHAIN TAKEN UP FROM PURGE CARRY-FORWARD"
057500             TO FND-FINDING
057600         PERFORM 7600-WRITE-FINDING THRU 7600-EXIT
057700         GO TO 3300-TAKE-UP
057800     END-IF.
057900
058000     IF WS-ADOPT-NEXT
058100         GO TO 3300-TAKE-UP
058200     END-IF.
058300
058400     IF SAR-CHN-RUN-DATE = SPACES
058500         IF WS-RUN-OPEN
058600             GO TO 3300-MISMATCH
058700         END-IF
058800         GO TO 3300-TAKE-UP
058900     END-IF.
059000
059100     IF NOT WS-RUN-OPEN
059200         OR SAR-CHN-RUN-DATE NOT = WS-OPEN-RUN-DATE
059300         OR SAR-CHN-RUN-TIME NOT = WS-OPEN-RUN-TIME
059400         OR SAR-CHN-COUNT    NOT = WS-OPEN-COUNT
059500         OR SAR-CHN-TOTAL    NOT = WS-OPEN-TOTAL
059600         OR SAR-CHN-CHECK    NOT = WS-PRIOR-CHECK
059700         GO TO 3300-MISMATCH
059800     END-IF.
059900     GO TO 3300-TAKE-UP.
060000
060100 3300-MISMATCH.
060200     PERFORM 7400-FIND-FROM-RECORD THRU 7400-EXIT.
060300     MOVE "CARRY-FORWARD DOES NOT MATCH THE TRAIL"
060400         TO FND-FINDING.
060500     PERFORM 7500-REPORT-BREAK THRU 7500-EXIT.
060600
060700 3300-TAKE-UP.
060800     MOVE "N" TO WS-ADOPT-NEXT-SW.
060900     IF SAR-CHN-RUN-DATE = SPACES
061000         MOVE "N"  TO WS-RUN-OPEN-SW
061100         MOVE ZERO TO WS-PRIOR-CHECK
061200         GO TO 3300-EXIT
061300     END-IF.
061400
061500     SET WS-RUN-OPEN TO TRUE.
061600     MOVE SAR-CHN-RUN-DATE TO WS-OPEN-RUN-DATE.
061700     MOVE SAR-CHN-RUN-TIME TO WS-OPEN-RUN-TIME.
061800     MOVE SAR-CHN-COUNT    TO WS-OPEN-COUNT.
061900     MOVE SAR-CHN-TOTAL    TO WS-OPEN-TOTAL.
062000     MOVE SAR-CHN-CHECK    TO WS-PRIOR-CHECK.
062100     MOVE WS-SOURCE        TO WS-OPEN-SOURCE.
062200     MOVE WS-POSITION      TO WS-OPEN-POSITION.
062300     MOVE SAR-RUN-ID       TO WS-OPEN-RUN-ID.
062400     MOVE ZERO             TO WS-OPEN-SEQ-NBR.
062500     IF SAR-SEQ-NBR IS NUMERIC
062600         MOVE SAR-SEQ-NBR  TO WS-OPEN-SEQ-NBR
062700     END-IF.
062800
062900 3300-EXIT.
063000     EXIT.
063100
063200******************************************************************
063300*    3800-REPORT-UNSEALED - THE OPEN RUN ENDED WITHOUT ITS SEAL;
063400*    REPORTED AT THE LAST RECORD THE RUN WROTE
063500******************************************************************
063600 3800-REPORT-UNSEALED.
063700
063800     MOVE WS-OPEN-SOURCE   TO FND-SOURCE.
063900     MOVE WS-OPEN-POSITION TO FND-POSITION.
064000     MOVE WS-OPEN-RUN-DATE TO FND-RUN-DATE.
064100     MOVE WS-OPEN-RUN-TIME TO FND-RUN-TIME.
064200     MOVE WS-OPEN-COUNT    TO FND-RUN-SEQ.
064300     MOVE WS-OPEN-RUN-ID   TO FND-RUN-ID.
064400     MOVE WS-OPEN-SEQ-NBR  TO FND-SEQ-NBR.
064500     MOVE SPACE            TO FND-OPER-CODE.
064600     MOVE "RUN NOT SEALED - CUT SHORT AFTER THIS RECORD"
064700         TO FND-FINDING.
064800     PERFORM 7500-REPORT-BREAK THRU 7500-EXIT.
064900
065000     MOVE "N"  TO WS-RUN-OPEN-SW.
065100     MOVE ZERO TO WS-PRIOR-CHECK.
065200
065300 3800-EXIT.
065400     EXIT.
065500
065600******************************************************************
065700*    3900-VALUE-RECORD - THE CHECK VALUE THE RECORD IN HAND
065800*    SHOULD CARRY, CHAINED FROM THE EXPECTED PRIOR CHECK
065900******************************************************************
066000 3900-VALUE-RECORD.
066100
066200     SET ACH-REQ-VALUE   TO TRUE.
066300     MOVE WS-EXP-PRIOR   TO ACH-PRIOR-CHECK.
066400     CALL "SUMAACHN" USING SUMA-ACH-AREA SUMA-AUD-RECORD.
066500
066600 3900-EXIT.
066700     EXIT.
066800
066900******************************************************************
067000*    6000-END-OF-TRAIL - A TRAIL AT REST ENDS WITH EVERY RUN
067100*    SEALED
067200******************************************************************
067300 6000-END-OF-TRAIL.
067400
067500     IF WS-RUN-OPEN
067600         PERFORM 3800-REPORT-UNSEALED THRU 3800-EXIT
067700     END-IF.
067800
067900 6000-EXIT.
068000     EXIT.
068100
068200******************************************************************
068300*    7000-WRITE-LINE - WRITE ONE REPORT LINE, BREAKING TO A NEW
068400*    PAGE WHEN THE CURRENT ONE IS FULL
068500******************************************************************
068600 7000-WRITE-LINE.
068700
068800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
068900         PERFORM 7100-PAGE-HEADING THRU 7100-EXIT
069000     END-IF.
069100
069200     WRITE SUMA-AVR-RECORD FROM WS-PRINT-LINE
069300         AFTER ADVANCING 1 LINE.
069400     PERFORM 7900-CHECK-AVR-STATUS THRU 7900-EXIT.
069500     ADD 1 TO WS-LINE-COUNT.
069600
069700 7000-EXIT.
069800     EXIT.
069900
070000******************************************************************
070100*    7100-PAGE-HEADING - THROW A PAGE AND PRINT THE HEADING BLOCK
070200******************************************************************
070300 7100-PAGE-HEADING.
070400
070500     ADD 1 TO WS-PAGE-NBR.
070600     MOVE WS-PAGE-NBR TO HD1-PAGE-NBR.
070700
070800     WRITE SUMA-AVR-RECORD FROM WS-HDG-LINE-1
070900         AFTER ADVANCING PAGE.
071000     PERFORM 7900-CHECK-AVR-STATUS THRU 7900-EXIT.
071100
071200     WRITE SUMA-AVR-RECORD FROM WS-HDG-LINE-2
071300         AFTER ADVANCING 1 LINE.
071400     PERFORM 7900-CHECK-AVR-STATUS THRU 7900-EXIT.
071500
071600     WRITE SUMA-AVR-RECORD FROM WS-HDG-COLS
071700         AFTER ADVANCING 2 LINES.
071800     PERFORM 7900-CHECK-AVR-STATUS THRU 7900-EXIT.
071900
072000     MOVE SPACES TO SUMA-AVR-RECORD.
072100     WRITE SUMA-AVR-RECORD
072200         AFTER ADVANCING 1 LINE.
072300     PERFORM 7900-CHECK-AVR-STATUS THRU 7900-EXIT.
072400
072500     MOVE 5 TO WS-LINE-COUNT.
072600
072700 7100-EXIT.
072800     EXIT.
072900
073000******************************************************************
073100*    7400-FIND-FROM-RECORD - START A FINDING LINE FROM THE RECORD
073200*    IN HAND
073300******************************************************************
073400 7400-FIND-FROM-RECORD.
073500
073600     MOVE WS-SOURCE        TO FND-SOURCE.
073700     MOVE WS-POSITION      TO FND-POSITION.
073800     MOVE SAR-CHN-RUN-DATE TO FND-RUN-DATE.
073900     MOVE SAR-CHN-RUN-TIME TO FND-RUN-TIME.
074000     MOVE ZERO             TO FND-RUN-SEQ.
074100     IF SAR-CHN-COUNT-X IS NUMERIC
074200         MOVE SAR-CHN-COUNT TO FND-RUN-SEQ
074300     END-IF.
074400     MOVE SAR-RUN-ID       TO FND-RUN-ID.
074500     MOVE ZERO             TO FND-SEQ-NBR.
074600     IF SAR-SEQ-NBR IS NUMERIC
074700         MOVE SAR-SEQ-NBR  TO FND-SEQ-NBR
074800     END-IF.
074900     MOVE SAR-OPER-CODE    TO FND-OPER-CODE.
075000     MOVE SPACES           TO FND-FINDING.
075100
075200 7400-EXIT.
075300     EXIT.
075400
075500******************************************************************
075600*    7500-REPORT-BREAK - COUNT AND LIST ONE BREAK IN THE CHAIN
075700******************************************************************
075800 7500-REPORT-BREAK.
075900
076000     ADD 1 TO WS-BREAK-COUNT.
076100     PERFORM 7600-WRITE-FINDING THRU 7600-EXIT.
076200
076300 7500-EXIT.
076400     EXIT.
076500
076600******************************************************************
076700*    7600-WRITE-FINDING - LIST THE PREPARED FINDING LINE
076800******************************************************************
076900 7600-WRITE-FINDING.
077000
077100     MOVE WS-FINDING-LINE TO WS-PRINT-LINE.
077200     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
077300
077400 7600-EXIT.
077500     EXIT.
077600
077700******************************************************************
077800*    7900-CHECK-AVR-STATUS - ABEND ON A FAILED REPORT WRITE
077900******************************************************************
078000 7900-CHECK-AVR-STATUS.
078100
078200     IF NOT WS-SUMA-AVR-OK
078300         MOVE "SUMA-AVR" TO WS-FATAL-FILE-ID
078400         MOVE WS-SUMA-AVR-STATUS TO WS-FATAL-STATUS
078500         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
078600     END-IF.
078700
078800 7900-EXIT.
078900     EXIT.
079000
079100******************************************************************
079200*    8000-PRINT-TOTALS - WHAT WAS WALKED AND WHAT BROKE
079300******************************************************************
079400 8000-PRINT-TOTALS.
079500
079600     IF WS-BREAK-COUNT = ZERO
079700         MOVE SPACES TO WS-PRINT-LINE
079800         MOVE "  AUDIT TRAIL CHAIN PROVES UNBROKEN"
079900             TO WS-PRINT-LINE
080000         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
080100     END-IF.
080200
080300     MOVE SPACES TO WS-PRINT-LINE.
080400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
080500
080600     MOVE "ARCHIVE RECORDS READ....:" TO TOT-LABEL.
080700     MOVE WS-ARC-READ-COUNT TO TOT-VALUE.
080800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
080900
081000     MOVE "LIVE AUDIT RECORDS READ.:" TO TOT-LABEL.
081100     MOVE WS-LIVE-READ-COUNT TO TOT-VALUE.
081200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
081300
081400     MOVE "WRITTEN BEFORE CHAINING.:" TO TOT-LABEL.
081500     MOVE WS-LEGACY-COUNT TO TOT-VALUE.
081600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
081700
081800     MOVE "CHAINED RECORDS PROVED..:" TO TOT-LABEL.
081900     MOVE WS-CHAINED-COUNT TO TOT-VALUE.
082000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
082100
082200     MOVE "RUNS PROVED TO SEAL.....:" TO TOT-LABEL.
082300     MOVE WS-SEALED-COUNT TO TOT-VALUE.
082400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
082500
082600     MOVE "PURGE CARRY-FORWARDS....:" TO TOT-LABEL.
082700     MOVE WS-CARRY-COUNT TO TOT-VALUE.
082800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
082900
083000     MOVE "CHAIN BREAKS............:" TO TOT-LABEL.
083100     MOVE WS-BREAK-COUNT TO TOT-VALUE.
083200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
083300
083400     DISPLAY "SUMAAVFY - RECORDS " WS-WALK-COUNT
083500         " SEALED RUNS " WS-SEALED-COUNT
083600         " BREAKS " WS-BREAK-COUNT.
083700
083800 8000-EXIT.
083900     EXIT.
084000
084100******************************************************************
084200*    8100-WRITE-TOTAL-LINE - ONE PREPARED TOTALS LINE
084300******************************************************************
084400 8100-WRITE-TOTAL-LINE.
084500
084600     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
084700     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
084800
084900 8100-EXIT.
085000     EXIT.
085100
085200******************************************************************
085300*    9000-TERMINATE - CLOSE THE FILES
085400******************************************************************
085500 9000-TERMINATE.
085600
085700     CLOSE SUMA-AUD
085800           SUMA-AVR.
085900
086000     IF WS-ARC-AVAIL
086100         CLOSE SUMA-ARC
086200     END-IF.
086300
086400 9000-EXIT.
086500     EXIT.
086600
086700******************************************************************
086800*    9500-ABEND-RUN - DISPLAY A FATAL I/O STATUS AND STOP THE JOB
086900******************************************************************
087000 9500-ABEND-RUN.
087100
087200     DISPLAY "SUMAAVFY - JOB TERMINATED, FILE " WS-FATAL-FILE-ID
087300         " FILE STATUS " WS-FATAL-STATUS.
087400     MOVE 16 TO RETURN-CODE.
087500     STOP RUN.
087600
087700 9500-EXIT.
087800     EXIT.
