002500*    SUMA-MAN ARCHIVE MANIFEST REPORT CARRIES THE CUTOFF, THE
002600*    COUNTS, THE ARCHIVED DATE RANGE, AND THE VERDICT FOR THE
002700*    AUDITORS.
002710*
002720*    THE SPLIT KEEPS THE TRAIL IN ORDER: ONCE THE FIRST RECORD
002730*    TO BE KEPT IS REACHED, EVERYTHING AFTER IT IS KEPT TOO, AND
002740*    ANY OLDER RECORD FOUND BEHIND THAT POINT IS COUNTED ON THE
002750*    MANIFEST.  AT THE SPLIT POINT THE AUDIT RUN CHAIN IS
002760*    CARRIED ACROSS: THE SAME "K" CARRY-FORWARD RECORD, HOLDING
002770*    THE CHAIN STATE OF THE LAST RECORD ARCHIVED, ENDS THE
002780*    ARCHIVE AND STARTS THE KEPT FILE, SO SUMAAVFY CAN PROVE THE
002790*    KEPT TRAIL ON ITS OWN OR WALK STRAIGHT ON FROM THE ARCHIVES
002795*    INTO IT.  A CARRY-FORWARD LEADING THE TRAIL IS THE ONE THE
002796*    LAST PURGE LEFT AND GOES TO THE ARCHIVE WITH THE REST.
002800*
002900*    MODIFICATION HISTORY
003000*    DATE       INIT DESCRIPTION
003210*    2026-08-23 JMQ  WIDENED THE ARCHIVE AND KEPT RECORDS TO
003220*                    THE 89-BYTE AUDIT LAYOUT (RUN ID,
003230*                    SEQUENCE, AND REVERSAL FLAG ADDED).
003240*    2026-10-15 JMQ  WIDENED THE ARCHIVE AND KEPT RECORDS TO THE
003250*                    138-BYTE AUDIT LAYOUT (RUN CHAIN ADDED).
003260*                    THE SPLIT NOW KEEPS THE TRAIL IN ORDER AND
003270*                    CARRIES THE RUN CHAIN ACROSS IT WITH A "K"
003280*                    CARRY-FORWARD RECORD ON BOTH FILES; THE
003290*                    CARRY-FORWARD IS SHOWN ON THE MANIFEST.
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
006800
006900 FD  SUMA-ARC
007000     RECORDING MODE IS F.
007100 01  SUMA-ARC-RECORD                PIC X(138).
007200
007300 FD  SUMA-AUK
007400     RECORDING MODE IS F.
007500 01  SUMA-AUK-RECORD                PIC X(138).
007600
007700 FD  SUMA-MAN
007800     RECORDING MODE IS F.
010100 01  WS-SWITCHES.
010200     05  WS-AUD-EOF-SW              PIC X(01)  VALUE "N".
010300         88  WS-AUD-EOF                        VALUE "Y".
010310     05  WS-SPLIT-SW                PIC X(01)  VALUE "N".
010320         88  WS-SPLIT-REACHED                  VALUE "Y".
010400
010500 01  WS-RETAIN-DAYS       PIC 9(05)  COMP      VALUE 2555.
010600 01  WS-TODAY-DATE                  PIC X(08)  VALUE SPACES.
011200 01  WS-ARCHIVED-COUNT    PIC 9(09)  COMP      VALUE ZERO.
011300 01  WS-KEPT-COUNT        PIC 9(09)  COMP      VALUE ZERO.
011400 01  WS-UNDATED-COUNT     PIC 9(09)  COMP      VALUE ZERO.
011410 01  WS-BEHIND-COUNT      PIC 9(09)  COMP      VALUE ZERO.
011500 01  WS-CHECK-COUNT       PIC 9(09)  COMP      VALUE ZERO.
011600
011700 01  WS-ARC-FIRST-DATE              PIC X(08)  VALUE SPACES.
011800 01  WS-ARC-LAST-DATE               PIC X(08)  VALUE SPACES.
011900
012000 01  WS-SAR-DATE-N                  PIC 9(08)  VALUE ZERO.
012010
012020******************************************************************
012030*    THE AUDIT RUN CHAIN AS OF THE LAST RECORD ARCHIVED - NO RUN
012040*    STAMP MEANS NO RUN WAS LEFT OPEN - AND THE CARRY-FORWARD
012050*    BUILT FROM IT
012060******************************************************************
012070 01  WS-CARRY-STATE.
012080     05  WS-CARRY-RUN-DATE          PIC X(08)  VALUE SPACES.
012090     05  WS-CARRY-RUN-TIME          PIC X(06)  VALUE SPACES.
012100     05  WS-CARRY-COUNT             PIC 9(07)  VALUE ZERO.
012110     05  WS-CARRY-TOTAL             PIC S9(13)V99 VALUE ZERO.
012120     05  WS-CARRY-CHECK             PIC 9(09)  VALUE ZERO.
012130     05  WS-CARRY-RUN-ID            PIC X(08)  VALUE SPACES.
012140     05  WS-CARRY-SEQ-NBR           PIC 9(07)  VALUE ZERO.
012150
012160 01  WS-HOLD-RECORD                 PIC X(138) VALUE SPACES.
012170 01  WS-TIME-NOW                    PIC X(08)  VALUE SPACES.
012180
012190 01  WS-CARRY-STAMP.
012200     05  FILLER                     PIC X(04)  VALUE "RUN ".
012210     05  WS-STAMP-DATE              PIC X(08).
012220     05  FILLER                     PIC X(01)  VALUE SPACE.
012230     05  WS-STAMP-TIME              PIC X(06).
012240     05  FILLER                     PIC X(05)  VALUE SPACES.
012250
012260 01  WS-CHECK-EDIT                  PIC 9(09).
012270
012280 01  WS-MAN-LINE                    PIC X(132) VALUE SPACES.
012300
012400 01  WS-MAN-HDG.
012500     05  FILLER                     PIC X(10)  VALUE "SUMAPURG".
014900     PERFORM 2000-SPLIT-RECORD   THRU 2000-EXIT
015000         UNTIL WS-AUD-EOF.
015100
015110*    A TRAIL ARCHIVED TO THE END STILL GETS ITS CARRY-FORWARD.
015120     IF NOT WS-SPLIT-REACHED
015130         PERFORM 4000-CARRY-FORWARD THRU 4000-EXIT
015140     END-IF.
015150
015200     PERFORM 8000-RECONCILE      THRU 8000-EXIT.
015300     PERFORM 8500-WRITE-MANIFEST THRU 8500-EXIT.
015400
023800
023900******************************************************************
024000*    2000-SPLIT-RECORD - ARCHIVE OR KEEP ONE AUDIT RECORD.  AN
024100*    UNREADABLE RUN DATE IS KEPT, NEVER PURGED.  THE FIRST
024150*    RECORD KEPT IS THE SPLIT POINT: THE RUN CHAIN IS CARRIED
024160*    FORWARD THERE AND EVERY RECORD AFTER IT IS KEPT.
024200******************************************************************
024300 2000-SPLIT-RECORD.
024400
024410     MOVE ZERO TO WS-SAR-DATE-N.
024500     IF SAR-RUN-DATE IS NUMERIC
024600         MOVE SAR-RUN-DATE TO WS-SAR-DATE-N
024700     ELSE
024800         ADD 1 TO WS-UNDATED-COUNT
024900     END-IF.
025000
025010     IF WS-SPLIT-REACHED
025020         IF SAR-RUN-DATE IS NUMERIC
025030             AND WS-SAR-DATE-N < WS-CUTOFF-DATE
025040             ADD 1 TO WS-BEHIND-COUNT
025050         END-IF
025060         GO TO 2000-KEEP
025070     END-IF.
025080
025090     IF WS-READ-COUNT = 1
025100         AND SAR-CARRY-FORWARD
025110         GO TO 2000-ARCHIVE
025120     END-IF.
025130
025140     IF SAR-RUN-DATE IS NUMERIC
025150         AND WS-SAR-DATE-N < WS-CUTOFF-DATE
025160         GO TO 2000-ARCHIVE
025170     END-IF.
025180
025190     MOVE SUMA-AUD-RECORD TO WS-HOLD-RECORD.
025200     PERFORM 4000-CARRY-FORWARD THRU 4000-EXIT.
025210     MOVE WS-HOLD-RECORD  TO SUMA-AUD-RECORD.
025220     GO TO 2000-KEEP.
025230
025240 2000-ARCHIVE.
025250     PERFORM 3000-ARCHIVE-RECORD THRU 3000-EXIT.
025260     GO TO 2000-NEXT.
025270
025280 2000-KEEP.
025290     PERFORM 3500-KEEP-RECORD    THRU 3500-EXIT.
025300
025400 2000-NEXT.
025700     PERFORM 2100-READ-SUMA-AUD THRU 2100-EXIT.
025800
025900 2000-EXIT.
027500     EXIT.
027600
027700******************************************************************
027800*    3000-ARCHIVE-RECORD - MOVE ONE RECORD TO THE DATED ARCHIVE.
027810*    THE LAST PURGE'S CARRY-FORWARD IS DATED THE DAY OF THAT
027820*    PURGE AND STAYS OUT OF THE ARCHIVED DATE RANGE.
027900******************************************************************
028000 3000-ARCHIVE-RECORD.
028100
028700     END-IF.
028800
028900     ADD 1 TO WS-ARCHIVED-COUNT.
028910
028920     PERFORM 3100-TRACK-CHAIN THRU 3100-EXIT.
029000
029010     IF SAR-CARRY-FORWARD
029020         GO TO 3000-EXIT
029030     END-IF.
029040
029100     IF WS-ARC-FIRST-DATE = SPACES
029200         OR SAR-RUN-DATE < WS-ARC-FIRST-DATE
029300         MOVE SAR-RUN-DATE TO WS-ARC-FIRST-DATE
029900 3000-EXIT.
030000     EXIT.
030100
030110******************************************************************
030120*    3100-TRACK-CHAIN - NOTE WHERE THE RUN CHAIN STANDS AFTER THE
030130*    RECORD JUST ARCHIVED.  A POSTING OR CARRY-FORWARD WITH A RUN
030140*    STAMP LEAVES THAT RUN OPEN; A SEAL, OR A RECORD FROM BEFORE
030150*    THE CHAIN BEGAN, LEAVES NONE.
030160******************************************************************
030170 3100-TRACK-CHAIN.
030180
030190     MOVE SAR-RUN-ID TO WS-CARRY-RUN-ID.
030200     IF SAR-SEQ-NBR IS NUMERIC
030210         MOVE SAR-SEQ-NBR TO WS-CARRY-SEQ-NBR
030220     ELSE
030230         MOVE ZERO        TO WS-CARRY-SEQ-NBR
030240     END-IF.
030250
030260     IF SAR-RUN-SEAL
030270         OR SAR-CHN-RUN-DATE = SPACES
030280         OR SAR-CHN-COUNT-X NOT NUMERIC
030290         OR SAR-CHN-TOTAL NOT NUMERIC
030300         OR SAR-CHN-CHECK-X NOT NUMERIC
030310         MOVE SPACES TO WS-CARRY-RUN-DATE
030320                        WS-CARRY-RUN-TIME
030330         MOVE ZERO   TO WS-CARRY-COUNT
030340                        WS-CARRY-TOTAL
030350                        WS-CARRY-CHECK
030360         GO TO 3100-EXIT
030370     END-IF.
030380
030390     MOVE SAR-CHN-RUN-DATE TO WS-CARRY-RUN-DATE.
030400     MOVE SAR-CHN-RUN-TIME TO WS-CARRY-RUN-TIME.
030410     MOVE SAR-CHN-COUNT    TO WS-CARRY-COUNT.
030420     MOVE SAR-CHN-TOTAL    TO WS-CARRY-TOTAL.
030430     MOVE SAR-CHN-CHECK    TO WS-CARRY-CHECK.
030440
030450 3100-EXIT.
030460     EXIT.
030470
030480******************************************************************
030490*    3500-KEEP-RECORD - CARRY ONE RECORD TO THE NEW AUDIT TRAIL
030495******************************************************************
030500 3500-KEEP-RECORD.
030600
030700     WRITE SUMA-AUK-RECORD FROM SUMA-AUD-RECORD.
031500
031600 3500-EXIT.
031700     EXIT.
031710
031720******************************************************************
031730*    4000-CARRY-FORWARD - AT THE SPLIT POINT, WRITE THE "K"
031740*    CARRY-FORWARD RECORD TO THE END OF THE ARCHIVE AND THE HEAD
031750*    OF THE KEPT FILE.  IT IS BUILT IN THE AUDIT RECORD AREA, SO
031760*    THE CALLER HOLDS THE RECORD IN HAND ACROSS IT.
031770******************************************************************
031780 4000-CARRY-FORWARD.
031790
031800     SET WS-SPLIT-REACHED TO TRUE.
031810
031820     MOVE SPACES TO SUMA-AUD-RECORD.
031830     MOVE WS-TODAY-DATE     TO SAR-RUN-DATE.
031840     ACCEPT WS-TIME-NOW FROM TIME.
031850     MOVE WS-TIME-NOW       TO SAR-RUN-TIME.
031860     MOVE "SUMAPURG"        TO SAR-OPERATOR-ID.
031870     MOVE ZERO              TO SAR-NUM1
031880                               SAR-NUM2
031890                               SAR-RESUL.
031900     SET SAR-CARRY-FORWARD  TO TRUE.
031910     MOVE WS-CARRY-RUN-ID   TO SAR-RUN-ID.
031920     MOVE WS-CARRY-SEQ-NBR  TO SAR-SEQ-NBR.
031930     MOVE SPACE             TO SAR-REV-FLAG.
031940     MOVE WS-CARRY-RUN-DATE TO SAR-CHN-RUN-DATE.
031950     MOVE WS-CARRY-RUN-TIME TO SAR-CHN-RUN-TIME.
031960     MOVE WS-CARRY-COUNT    TO SAR-CHN-COUNT.
031970     MOVE WS-CARRY-TOTAL    TO SAR-CHN-TOTAL.
031980     MOVE WS-CARRY-CHECK    TO SAR-CHN-CHECK.
031990
032000     WRITE SUMA-ARC-RECORD FROM SUMA-AUD-RECORD.
032010     IF NOT WS-SUMA-ARC-OK
032020         MOVE "SUMA-ARC" TO WS-FATAL-FILE-ID
032030         MOVE WS-SUMA-ARC-STATUS TO WS-FATAL-STATUS
032040         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
032050     END-IF.
032060
032070     WRITE SUMA-AUK-RECORD FROM SUMA-AUD-RECORD.
032080     IF NOT WS-SUMA-AUK-OK
032090         MOVE "SUMA-AUK" TO WS-FATAL-FILE-ID
032100         MOVE WS-SUMA-AUK-STATUS TO WS-FATAL-STATUS
032110         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
032120     END-IF.
032130
032140 4000-EXIT.
032150     EXIT.
032160
032170******************************************************************
032180*    8000-RECONCILE - ARCHIVED PLUS KEPT MUST EQUAL READ, OR THE
032190*    JOB ABENDS AND THE SWAP MUST NOT PROCEED
032200******************************************************************
032300 8000-RECONCILE.
032400
038000     MOVE WS-UNDATED-COUNT TO WS-COUNT-EDIT.
038100     MOVE WS-COUNT-EDIT    TO MAN-VALUE.
038200     PERFORM 8600-WRITE-MAN-DETAIL THRU 8600-EXIT.
038210
038220     MOVE "KEPT BEHIND SPLIT POINT.:" TO MAN-LABEL.
038230     MOVE WS-BEHIND-COUNT TO WS-COUNT-EDIT.
038240     MOVE WS-COUNT-EDIT   TO MAN-VALUE.
038250     PERFORM 8600-WRITE-MAN-DETAIL THRU 8600-EXIT.
038300
038400     MOVE "OLDEST DATE ARCHIVED....:" TO MAN-LABEL.
038500     MOVE WS-ARC-FIRST-DATE TO MAN-VALUE.
038800     MOVE "NEWEST DATE ARCHIVED....:" TO MAN-LABEL.
038900     MOVE WS-ARC-LAST-DATE TO MAN-VALUE.
039000     PERFORM 8600-WRITE-MAN-DETAIL THRU 8600-EXIT.
039010
039020     MOVE "CHAIN CARRIED FORWARD...:" TO MAN-LABEL.
039030     IF WS-CARRY-RUN-DATE = SPACES
039040         MOVE "NO RUN LEFT OPEN" TO MAN-VALUE
039050     ELSE
039060         MOVE WS-CARRY-RUN-DATE TO WS-STAMP-DATE
039070         MOVE WS-CARRY-RUN-TIME TO WS-STAMP-TIME
039080         MOVE WS-CARRY-STAMP    TO MAN-VALUE
039090     END-IF.
039100     PERFORM 8600-WRITE-MAN-DETAIL THRU 8600-EXIT.
039110
039120     MOVE "CARRIED RUN COUNT.......:" TO MAN-LABEL.
039130     MOVE WS-CARRY-COUNT TO WS-COUNT-EDIT.
039140     MOVE WS-COUNT-EDIT  TO MAN-VALUE.
039150     PERFORM 8600-WRITE-MAN-DETAIL THRU 8600-EXIT.
039160
039170     MOVE "CARRIED CHECK VALUE.....:" TO MAN-LABEL.
039180     MOVE WS-CARRY-CHECK TO WS-CHECK-EDIT.
039190     MOVE WS-CHECK-EDIT  TO MAN-VALUE.
039195     PERFORM 8600-WRITE-MAN-DETAIL THRU 8600-EXIT.
039198
039200     MOVE "COUNT RECONCILIATION....:" TO MAN-LABEL.
039300     MOVE "PROVEN - NONE DROPPED" TO MAN-VALUE.
039400     PERFORM 8600-WRITE-MAN-DETAIL THRU 8600-EXIT.
