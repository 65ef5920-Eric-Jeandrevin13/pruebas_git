000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUMAACHN.
000300 AUTHOR.        J MARTINEZ QUIROGA.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800******************************************************************
000900*    SUMAACHN
001000*
001100*    AUDIT-TRAIL CHAIN ROUTINE, CALLED BY EVERY JOB THAT WRITES
001200*    TO SUMA-AUD AND BY SUMAAVFY, WHICH PROVES IT, SO THE
001300*    CHAIN IS COMPUTED ONE WAY ONLY.
001400*
001500*    EVERY RECORD A RUN WRITES CARRIES THE RUN'S START STAMP,
001600*    THE RUN'S RUNNING RECORD COUNT AND AMOUNT TOTAL, AND A CHECK
001700*    VALUE FOLDED FROM THE CHECK VALUE OF THE RECORD BEFORE IT
001800*    AND EVERY BYTE OF THE RECORD UP TO THE CHECK ITSELF.  THE
001900*    FIRST RECORD OF A RUN CHAINS FROM ZERO.  A RECORD CHANGED,
002000*    REMOVED, OR SLIPPED IN AFTER THE FACT BREAKS THE CHAIN AT
002100*    THAT POINT, AND THE RUN'S "Z" SEAL RECORD, WHICH REPEATS
002200*    ITS FINAL COUNT AND TOTAL AND IS CHAINED LIKE THE REST,
002300*    SHOWS THE RUN WAS NOT CUT SHORT.  RECORDS FROM BEFORE THE
002400*    CHAIN BEGAN CARRY NO CHAIN FIELDS.
002500*
002600*    THE CHECK VALUE IS A POSITION-WEIGHTED POLYNOMIAL OVER THE
002700*    RECORD BYTES, REDUCED MODULO THE PRIME 999999937.
002800*
002900*    SEE SUMAACH.CPY FOR THE PARAMETER AREA.
003000*
003100*    MODIFICATION HISTORY
003200*    DATE       INIT DESCRIPTION
003300*    ---------- ---- ------------------------------------------
003400*    2026-10-15 JMQ  INITIAL VERSION.
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT SUMA-AUD ASSIGN TO "SUMAAUD"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SUMA-AUD-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600
004700 FD  SUMA-AUD
004800     RECORDING MODE IS F.
004900 01  SUMA-AUD-TRAIL-RECORD          PIC X(138).
005000
005100 WORKING-STORAGE SECTION.
005200
005300 01  WS-SUMA-AUD-STATUS             PIC X(02)  VALUE "00".
005400     88  WS-SUMA-AUD-OK                        VALUE "00".
005500     88  WS-SUMA-AUD-NO-FILE                   VALUE "35".
005600
005700 01  WS-SWITCHES.
005800     05  WS-AUD-EOF-SW              PIC X(01)  VALUE "N".
005900         88  WS-AUD-EOF                        VALUE "Y".
006000
006100******************************************************************
006200*    THE AUDIT RECORD BEING STAMPED, SEALED, OR CHECKED, AND ITS
006300*    CHECKED SPAN - EVERYTHING UP TO THE CHECK VALUE ITSELF
006400******************************************************************
006500     COPY SUMAAUD.
006600
006700 01  WS-CHECK-SPAN REDEFINES SUMA-AUD-RECORD.
006800     05  WS-SPAN-BYTE               PIC X(01)  OCCURS 128 TIMES.
006900     05  FILLER                     PIC X(10).
007000
007100 01  WS-SPAN-LEN           PIC 9(03)  COMP      VALUE 128.
007200 01  WS-BX                 PIC 9(03)  COMP      VALUE ZERO.
007300
007400 01  WS-BYTE-VALUE         PIC 9(04)  COMP      VALUE ZERO.
007500 01  WS-BYTE-PAIR REDEFINES WS-BYTE-VALUE.
007600     05  WS-BYTE-HIGH               PIC X(01).
007700     05  WS-BYTE-LOW                PIC X(01).
007800
007900 01  WS-CHECK-MODULUS      PIC 9(09)  COMP      VALUE 999999937.
008000 01  WS-CHECK-WORK         PIC 9(09)  COMP      VALUE ZERO.
008100 01  WS-CHECK-PRODUCT      PIC 9(18)  COMP      VALUE ZERO.
008200 01  WS-CHECK-QUOTIENT     PIC 9(18)  COMP      VALUE ZERO.
008300
008400******************************************************************
008500*    THE CHAIN AS IT STANDS FOR THE CALLING RUN
008600******************************************************************
008700 01  WS-LAST-CHECK         PIC 9(09)            VALUE ZERO.
008800 01  WS-TRAIL-COUNT        PIC 9(09)  COMP      VALUE ZERO.
008900 01  WS-RUN-DATE                    PIC X(08)  VALUE SPACES.
009000 01  WS-RUN-TIME                    PIC X(08)  VALUE SPACES.
009100 01  WS-RUN-COUNT          PIC 9(07)            VALUE ZERO.
009200 01  WS-RUN-TOTAL          PIC S9(13)V99        VALUE ZERO.
009300
009400 LINKAGE SECTION.
009500
009600     COPY SUMAACH.
009700
009800 01  ACH-AUDIT-IMAGE                PIC X(138).
009900
010000 PROCEDURE DIVISION USING SUMA-ACH-AREA ACH-AUDIT-IMAGE.
010100
010200******************************************************************
010300*    0000-MAINLINE
010400******************************************************************
010500 0000-MAINLINE.
010600
010700     SET ACH-OK TO TRUE.
010800     MOVE SPACES TO ACH-FILE-STATUS.
010900
011000     EVALUATE TRUE
011100         WHEN ACH-REQ-OPEN
011200             PERFORM 1000-OPEN-CHAIN    THRU 1000-EXIT
011300         WHEN ACH-REQ-NEXT
011400             PERFORM 2000-STAMP-RECORD  THRU 2000-EXIT
011500         WHEN ACH-REQ-SEAL
011600             PERFORM 3000-SEAL-RUN      THRU 3000-EXIT
011700         WHEN ACH-REQ-VALUE
011800             PERFORM 4000-VALUE-RECORD  THRU 4000-EXIT
011900     END-EVALUATE.
012000
012100     MOVE WS-LAST-CHECK TO ACH-PRIOR-CHECK.
012200     MOVE WS-RUN-DATE   TO ACH-RUN-DATE.
012300     MOVE WS-RUN-TIME   TO ACH-RUN-TIME.
012400     MOVE WS-RUN-COUNT  TO ACH-RUN-COUNT.
012500     MOVE WS-RUN-TOTAL  TO ACH-RUN-TOTAL.
012600
012700     GOBACK.
012800
012900******************************************************************
013000*    1000-OPEN-CHAIN - START THE RUN'S CHAIN FROM ZERO.  A
013100*    RESTART FIRST READS THE TRAIL TO ITS LAST RECORD, AND WHEN
013200*    THAT RECORD BELONGS TO A RUN NOT YET SEALED THE CHAIN IS
013300*    TAKEN UP WHERE IT STOPPED.
013350******************************************************************
013400 1000-OPEN-CHAIN.
013500
013600     MOVE "N"    TO ACH-RESUMED-SW.
013700     MOVE ZERO   TO WS-LAST-CHECK
013800                    WS-TRAIL-COUNT.
013900     MOVE SPACES TO SUMA-AUD-RECORD.
014000     MOVE "N"    TO WS-AUD-EOF-SW.
014050
014060     IF NOT ACH-RESUME
014070         GO TO 1000-START-RUN
014080     END-IF.
014100
014200     OPEN INPUT SUMA-AUD.
014300     IF WS-SUMA-AUD-NO-FILE
014400         GO TO 1000-START-RUN
014500     END-IF.
014600     IF NOT WS-SUMA-AUD-OK
014700         SET ACH-FILE-ERROR TO TRUE
014800         MOVE WS-SUMA-AUD-STATUS TO ACH-FILE-STATUS
014900         GO TO 1000-EXIT
015000     END-IF.
015100
015200     PERFORM 1100-READ-TRAIL THRU 1100-EXIT
015300         UNTIL WS-AUD-EOF.
015400
015500     CLOSE SUMA-AUD.
015600
015700     IF WS-TRAIL-COUNT = ZERO
015800         GO TO 1000-START-RUN
015900     END-IF.
016000
016500*    THE TRAIL ENDS IN AN OPEN RUN WHEN ITS LAST RECORD IS A
016600*    POSTING OR A CARRY-FORWARD STILL CARRYING A RUN STAMP; A
016700*    SEAL CLOSES THE RUN.
016900     IF NOT SAR-RUN-SEAL
017000         AND SAR-CHN-RUN-DATE NOT = SPACES
017100         AND SAR-CHN-COUNT-X IS NUMERIC
017200         AND SAR-CHN-TOTAL IS NUMERIC
017300         AND SAR-CHN-CHECK-X IS NUMERIC
017350         MOVE SAR-CHN-CHECK    TO WS-LAST-CHECK
017400         MOVE SAR-CHN-RUN-DATE TO WS-RUN-DATE
017500         MOVE SAR-CHN-RUN-TIME TO WS-RUN-TIME
017600         MOVE SAR-CHN-COUNT    TO WS-RUN-COUNT
017700         MOVE SAR-CHN-TOTAL    TO WS-RUN-TOTAL
017800         SET ACH-RESUMED TO TRUE
017900         GO TO 1000-EXIT
018000     END-IF.
018100
018200 1000-START-RUN.
018250     MOVE ZERO TO WS-LAST-CHECK.
018300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018400     ACCEPT WS-RUN-TIME FROM TIME.
018500     MOVE ZERO TO WS-RUN-COUNT
018600                  WS-RUN-TOTAL.
018700
018800 1000-EXIT.
018900     EXIT.
019000
019100******************************************************************
019200*    1100-READ-TRAIL - READ THE NEXT TRAIL RECORD; THE LAST ONE
019300*    READ STAYS IN THE WORK RECORD
019400******************************************************************
019500 1100-READ-TRAIL.
019600
019700     READ SUMA-AUD INTO SUMA-AUD-RECORD
019800         AT END
019900             MOVE "Y" TO WS-AUD-EOF-SW
020000         NOT AT END
020100             ADD 1 TO WS-TRAIL-COUNT
020200     END-READ.
020300
020400 1100-EXIT.
020500     EXIT.
020600
020700******************************************************************
020800*    2000-STAMP-RECORD - COUNT THE RECORD INTO THE RUN AND CHAIN
020900*    IT FROM THE RECORD BEFORE
021000******************************************************************
021100 2000-STAMP-RECORD.
021200
021300     MOVE ACH-AUDIT-IMAGE TO SUMA-AUD-RECORD.
021400
021500     ADD 1 TO WS-RUN-COUNT.
021600     IF SAR-RESUL IS NUMERIC
021700         ADD SAR-RESUL TO WS-RUN-TOTAL
021800     END-IF.
021900
022000     PERFORM 5000-CHAIN-RECORD THRU 5000-EXIT.
022100
022200     MOVE SUMA-AUD-RECORD TO ACH-AUDIT-IMAGE.
022300
022400 2000-EXIT.
022500     EXIT.
022600
022700******************************************************************
022800*    3000-SEAL-RUN - THE RUN'S SEAL: ITS FINAL COUNT AND TOTAL,
022900*    CHAINED LIKE ANY OTHER RECORD.  THE SEAL IS NOT A POSTING -
023000*    NO ACCOUNT, ZERO AMOUNTS - AND IS NOT COUNTED IN THE RUN.
023100******************************************************************
023200 3000-SEAL-RUN.
023300
023400     MOVE SPACES TO SUMA-AUD-RECORD.
023500     ACCEPT SAR-RUN-DATE FROM DATE YYYYMMDD.
023600     ACCEPT SAR-RUN-TIME FROM TIME.
023700     MOVE ACH-OPERATOR-ID TO SAR-OPERATOR-ID.
023800     MOVE ZERO            TO SAR-NUM1
023900                             SAR-NUM2
024000                             SAR-RESUL.
024100     SET SAR-RUN-SEAL     TO TRUE.
024200     MOVE ACH-SEAL-RUN-ID TO SAR-RUN-ID.
024300     MOVE WS-RUN-COUNT    TO SAR-SEQ-NBR.
024400     MOVE SPACE           TO SAR-REV-FLAG.
024500
024600     PERFORM 5000-CHAIN-RECORD THRU 5000-EXIT.
024700
024800     MOVE SUMA-AUD-RECORD TO ACH-AUDIT-IMAGE.
024900
025000 3000-EXIT.
025100     EXIT.
025200
025300******************************************************************
025400*    4000-VALUE-RECORD - THE CHECK VALUE THE RECORD SHOULD CARRY
025500*    WHEN CHAINED FROM THE CALLER'S PRIOR CHECK VALUE
025600******************************************************************
025700 4000-VALUE-RECORD.
025800
025900     MOVE ACH-AUDIT-IMAGE TO SUMA-AUD-RECORD.
026000     MOVE ACH-PRIOR-CHECK TO WS-CHECK-WORK.
026100     PERFORM 5100-FOLD-SPAN THRU 5100-EXIT.
026200     MOVE WS-CHECK-WORK   TO ACH-CHECK-VALUE.
026300
026400 4000-EXIT.
026500     EXIT.
026600
026700******************************************************************
026800*    5000-CHAIN-RECORD - SET THE RUN FIELDS AND THE CHECK VALUE
026900*    ON THE WORK RECORD AND CARRY THE CHECK FORWARD
027000******************************************************************
027100 5000-CHAIN-RECORD.
027200
027300     MOVE WS-RUN-DATE        TO SAR-CHN-RUN-DATE.
027400     MOVE WS-RUN-TIME (1:6)  TO SAR-CHN-RUN-TIME.
027500     MOVE WS-RUN-COUNT       TO SAR-CHN-COUNT.
027600     MOVE WS-RUN-TOTAL       TO SAR-CHN-TOTAL.
027700
027800     MOVE WS-LAST-CHECK TO WS-CHECK-WORK.
027900     PERFORM 5100-FOLD-SPAN THRU 5100-EXIT.
028000     MOVE WS-CHECK-WORK TO SAR-CHN-CHECK
028100                           WS-LAST-CHECK
028200                           ACH-CHECK-VALUE.
028300
028400 5000-EXIT.
028500     EXIT.
028600
028700******************************************************************
028800*    5100-FOLD-SPAN - FOLD EVERY BYTE OF THE CHECKED SPAN INTO
028900*    THE CHECK VALUE
029000******************************************************************
029100 5100-FOLD-SPAN.
029200
029300     PERFORM 5110-FOLD-BYTE THRU 5110-EXIT
029400         VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-SPAN-LEN.
029500
029600 5100-EXIT.
029700     EXIT.
029800
029900******************************************************************
030000*    5110-FOLD-BYTE - ONE BYTE, WEIGHTED BY ITS POSITION
030100******************************************************************
030200 5110-FOLD-BYTE.
030300
030400     MOVE LOW-VALUE           TO WS-BYTE-HIGH.
030500     MOVE WS-SPAN-BYTE (WS-BX) TO WS-BYTE-LOW.
030600
030700     COMPUTE WS-CHECK-PRODUCT =
030800         WS-CHECK-WORK * 31 + WS-BYTE-VALUE * WS-BX + WS-BX
030900     END-COMPUTE.
031000     DIVIDE WS-CHECK-PRODUCT BY WS-CHECK-MODULUS
031100         GIVING WS-CHECK-QUOTIENT REMAINDER WS-CHECK-WORK.
031200
031300 5110-EXIT.
031400     EXIT.
