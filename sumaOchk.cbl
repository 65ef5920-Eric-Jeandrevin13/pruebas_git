000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUMAOCHK.
000300 AUTHOR.        J MARTINEZ QUIROGA.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800******************************************************************
000900*    SUMAOCHK
001000*
001100*    OPERATOR AUTHORIZATION CHECK, CALLED BY EVERY JOB THAT
001200*    TAKES AN OPERATOR ID ON ITS COMMAND LINE SO THE RULE LIVES
001300*    IN ONE PLACE.  A "V" VERIFY REQUEST LOOKS THE OPERATOR UP
001400*    ON THE SUMA-OPR MASTER: AN OPERATOR WHO IS NOT ON FILE (OR
001500*    NO MASTER AT ALL) OR IS NOT ACTIVE IS REFUSED, THE REFUSAL
001600*    IS APPENDED TO THE SUMA-SVL SECURITY-VIOLATION LOG, AND THE
001700*    CALLER ENDS THE JOB.  AN AUTHORIZED OPERATOR'S ROLE, LIMIT,
001800*    AND ALLOWED ACCOUNTS COME BACK FOR THE CALLER'S OWN EDITS;
001830*    AN OPERATOR RECORD WHOSE LIMIT OR ALLOWED-ACCOUNT COUNT IS
001860*    NOT USABLE IS REFUSED AND LOGGED THE SAME WAY.
001900*    AN "L" LOG REQUEST APPENDS A REFUSAL THE CALLER HAS MADE
002000*    ITSELF; A "C" CLOSE REQUEST CLOSES THE FILES.  EACH FILE IS
002100*    OPENED ON THE FIRST REQUEST THAT NEEDS IT AND STAYS OPEN
002200*    ACROSS CALLS.  SEE SUMAOCK.CPY FOR THE PARAMETER AREA.
002300*
002400*    MODIFICATION HISTORY
002500*    DATE       INIT DESCRIPTION
002600*    ---------- ---- ------------------------------------------
002700*    2026-10-15 JMQ  INITIAL VERSION.
002720*    2026-10-15 JMQ  A NON-NUMERIC LIMIT, OR AN ALLOWED-ACCOUNT
002750*                    COUNT THAT IS NOT NUMERIC OR OVER 10, IS
002770*                    REFUSED INSTEAD OF OPENING EVERY ACCOUNT.
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SUMA-OPR ASSIGN TO "SUMAOPR"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS OPR-OPERATOR-ID
003700         FILE STATUS IS WS-SUMA-OPR-STATUS.
003800
003900     SELECT SUMA-SVL ASSIGN TO "SUMASVL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-SUMA-SVL-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500
004600 FD  SUMA-OPR.
004700     COPY SUMAOPR.
004800
004900 FD  SUMA-SVL
005000     RECORDING MODE IS F.
005100     COPY SUMASVL.
005200
005300 WORKING-STORAGE SECTION.
005400
005500 01  WS-SUMA-OPR-STATUS             PIC X(02)  VALUE "00".
005600     88  WS-SUMA-OPR-OK                        VALUE "00".
005700     88  WS-SUMA-OPR-NOT-FOUND                 VALUE "23".
005800     88  WS-SUMA-OPR-NO-FILE                   VALUE "35".
005900
006000 01  WS-SUMA-SVL-STATUS             PIC X(02)  VALUE "00".
006100     88  WS-SUMA-SVL-OK                        VALUE "00".
006200     88  WS-SUMA-SVL-NO-FILE                   VALUE "35".
006300
006400 01  WS-FATAL-FILE-ID               PIC X(08)  VALUE SPACES.
006500 01  WS-FATAL-STATUS                PIC X(02)  VALUE SPACES.
006600
006700 01  WS-OPR-OPEN-SW                 PIC X(01)  VALUE "N".
006800     88  WS-OPR-OPEN                           VALUE "Y".
006900 01  WS-OPR-AVAIL-SW                PIC X(01)  VALUE "N".
007000     88  WS-OPR-AVAIL                          VALUE "Y".
007100 01  WS-SVL-OPEN-SW                 PIC X(01)  VALUE "N".
007200     88  WS-SVL-OPEN                           VALUE "Y".
007300
007400 01  WS-AX                PIC 9(04)  COMP      VALUE ZERO.
007500
007600 LINKAGE SECTION.
007700
007800     COPY SUMAOCK.
007900
008000 PROCEDURE DIVISION USING SUMA-OCK-AREA.
008100
008200******************************************************************
008300*    0000-MAINLINE
008400******************************************************************
008500 0000-MAINLINE.
008600
008700     EVALUATE TRUE
008800         WHEN OCK-REQ-VERIFY
008900             PERFORM 1000-VERIFY-OPERATOR THRU 1000-EXIT
009000         WHEN OCK-REQ-LOG
009100             PERFORM 2000-LOG-VIOLATION   THRU 2000-EXIT
009200         WHEN OCK-REQ-CLOSE
009300             PERFORM 3000-CLOSE-FILES     THRU 3000-EXIT
009400     END-EVALUATE.
009500
009600     GOBACK.
009700
009800******************************************************************
009900*    1000-VERIFY-OPERATOR - THE OPERATOR MUST BE ON THE MASTER
010000*    AND ACTIVE.  A REFUSAL IS LOGGED BEFORE RETURNING.
010100******************************************************************
010200 1000-VERIFY-OPERATOR.
010300
010400     MOVE SPACES TO OCK-REASON
010500                    OCK-RUN-ID
010600                    OCK-ACCT-CODE
010700                    OCK-OPR-ROLE.
010800     MOVE ZERO   TO OCK-SEQ-NBR
010900                    OCK-TRAN-LIMIT
011000                    OCK-ACCT-COUNT.
011100     SET OCK-AUTHORIZED TO TRUE.
011200
011300     IF NOT WS-OPR-OPEN
011400         PERFORM 1100-OPEN-OPERATOR-MASTER THRU 1100-EXIT
011500     END-IF.
011600
011700     EVALUATE TRUE
011800         WHEN OCK-OPERATOR-ID = SPACES
011900             SET OCK-UNKNOWN TO TRUE
012000             MOVE "OPERATOR ID NOT GIVEN" TO OCK-REASON
012100         WHEN NOT WS-OPR-AVAIL
012200             SET OCK-UNKNOWN TO TRUE
012300             MOVE "NO OPERATOR MASTER ON FILE" TO OCK-REASON
012400         WHEN OTHER
012500             PERFORM 1200-READ-OPERATOR THRU 1200-EXIT
012600     END-EVALUATE.
012700
012800     IF NOT OCK-AUTHORIZED
012900         PERFORM 2000-LOG-VIOLATION THRU 2000-EXIT
013000     END-IF.
013100
013200 1000-EXIT.
013300     EXIT.
013400
013500******************************************************************
013600*    1100-OPEN-OPERATOR-MASTER - NO MASTER MEANS NO OPERATOR IS
013700*    AUTHORIZED; IT IS NEVER CREATED HERE (SUMAOMNT DOES THAT)
013800******************************************************************
013900 1100-OPEN-OPERATOR-MASTER.
014000
014100     OPEN INPUT SUMA-OPR.
014200     SET WS-OPR-OPEN TO TRUE.
014300
014400     IF WS-SUMA-OPR-OK
014500         SET WS-OPR-AVAIL TO TRUE
014600     ELSE
014700         MOVE "N" TO WS-OPR-OPEN-SW
014800         IF NOT WS-SUMA-OPR-NO-FILE
014900             MOVE "SUMA-OPR" TO WS-FATAL-FILE-ID
015000             MOVE WS-SUMA-OPR-STATUS TO WS-FATAL-STATUS
015100             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
015200         END-IF
015300     END-IF.
015400
015500 1100-EXIT.
015600     EXIT.
015700
015800******************************************************************
015900*    1200-READ-OPERATOR - LOOK THE OPERATOR UP AND HAND BACK THE
016000*    AUTHORIZATION DETAILS.  A DAMAGED LIMIT OR ALLOWED-ACCOUNT
016030*    COUNT IS REFUSED RATHER THAN READ AS "NO LIMIT" OR "EVERY
016060*    ACCOUNT".
016100******************************************************************
016200 1200-READ-OPERATOR.
016300
016400     MOVE OCK-OPERATOR-ID TO OPR-OPERATOR-ID.
016500
016600     READ SUMA-OPR
016700         INVALID KEY
016800             SET OCK-UNKNOWN TO TRUE
016900             MOVE "OPERATOR NOT ON MASTER" TO OCK-REASON
017000             GO TO 1200-EXIT
017100     END-READ.
017200
017300     IF NOT WS-SUMA-OPR-OK
017400         MOVE "SUMA-OPR" TO WS-FATAL-FILE-ID
017500         MOVE WS-SUMA-OPR-STATUS TO WS-FATAL-STATUS
017600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
017700     END-IF.
017800
017900     IF NOT OPR-ACTIVE
018000         SET OCK-INACTIVE TO TRUE
018100         MOVE "OPERATOR IS NOT ACTIVE" TO OCK-REASON
018200         GO TO 1200-EXIT
018300     END-IF.
018400
018407     IF OPR-TRAN-LIMIT NOT NUMERIC
018414         SET OCK-INVALID TO TRUE
018421         MOVE "TRANSACTION LIMIT INVALID" TO OCK-REASON
018429         GO TO 1200-EXIT
018436     END-IF.
018443
018450     IF OPR-ACCT-COUNT NOT NUMERIC
018457         OR OPR-ACCT-COUNT > 10
018464         SET OCK-INVALID TO TRUE
018471         MOVE "ACCOUNT LIST INVALID" TO OCK-REASON
018479         GO TO 1200-EXIT
018486     END-IF.
018493
018500     MOVE OPR-ROLE TO OCK-OPR-ROLE.
018700     MOVE OPR-TRAN-LIMIT TO OCK-TRAN-LIMIT.
019100     MOVE OPR-ACCT-COUNT TO OCK-ACCT-COUNT.
019300     PERFORM 1210-COPY-ACCT THRU 1210-EXIT
019400         VARYING WS-AX FROM 1 BY 1
019500         UNTIL WS-AX > 10.
019600
019700 1200-EXIT.
019800     EXIT.
019900
020000******************************************************************
020100*    1210-COPY-ACCT - ONE ALLOWED-ACCOUNT SLOT
020200******************************************************************
020300 1210-COPY-ACCT.
020400
020500     MOVE OPR-ALLOWED-ACCT (WS-AX) TO OCK-ALLOWED-ACCT (WS-AX).
020600
020700 1210-EXIT.
020800     EXIT.
020900
021000******************************************************************
021100*    2000-LOG-VIOLATION - APPEND ONE REFUSED ATTEMPT TO THE
021200*    SECURITY-VIOLATION LOG, OPENING IT (EXTENDED, CREATED ON
021300*    FIRST USE) ON THE FIRST REFUSAL OF THE RUN
021400******************************************************************
021500 2000-LOG-VIOLATION.
021600
021700     IF NOT WS-SVL-OPEN
021800         OPEN EXTEND SUMA-SVL
021900         IF WS-SUMA-SVL-NO-FILE
022000             OPEN OUTPUT SUMA-SVL
022100         END-IF
022200         IF NOT WS-SUMA-SVL-OK
022300             MOVE "SUMA-SVL" TO WS-FATAL-FILE-ID
022400             MOVE WS-SUMA-SVL-STATUS TO WS-FATAL-STATUS
022500             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
022600         END-IF
022700         SET WS-SVL-OPEN TO TRUE
022800     END-IF.
022900
023000     MOVE SPACES          TO SUMA-SVL-RECORD.
023100     ACCEPT SVL-LOG-DATE FROM DATE YYYYMMDD.
023200     ACCEPT SVL-LOG-TIME FROM TIME.
023300     MOVE OCK-PROGRAM-ID  TO SVL-PROGRAM-ID.
023400     MOVE OCK-OPERATOR-ID TO SVL-OPERATOR-ID.
023500     MOVE OCK-REASON      TO SVL-REASON.
023600     MOVE OCK-RUN-ID      TO SVL-RUN-ID.
023700     IF OCK-SEQ-NBR NUMERIC AND OCK-SEQ-NBR > ZERO
023800         MOVE OCK-SEQ-NBR TO SVL-SEQ-NBR
023900     END-IF.
024000     MOVE OCK-ACCT-CODE   TO SVL-ACCT-CODE.
024100
024200     WRITE SUMA-SVL-RECORD.
024300     IF NOT WS-SUMA-SVL-OK
024400         MOVE "SUMA-SVL" TO WS-FATAL-FILE-ID
024500         MOVE WS-SUMA-SVL-STATUS TO WS-FATAL-STATUS
024600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
024700     END-IF.
024800
024900 2000-EXIT.
025000     EXIT.
025100
025200******************************************************************
025300*    3000-CLOSE-FILES - CLOSE WHATEVER THIS RUN OPENED
025400******************************************************************
025500 3000-CLOSE-FILES.
025600
025700     IF WS-OPR-OPEN
025800         CLOSE SUMA-OPR
025900         MOVE "N" TO WS-OPR-OPEN-SW
026000         MOVE "N" TO WS-OPR-AVAIL-SW
026100     END-IF.
026200
026300     IF WS-SVL-OPEN
026400         CLOSE SUMA-SVL
026500         MOVE "N" TO WS-SVL-OPEN-SW
026600     END-IF.
026700
026800 3000-EXIT.
026900     EXIT.
027000
027100******************************************************************
027200*    9500-ABEND-RUN - DISPLAY A FATAL I/O STATUS AND STOP THE JOB
027300******************************************************************
027400 9500-ABEND-RUN.
027500
027600     DISPLAY "SUMAOCHK - JOB TERMINATED, FILE " WS-FATAL-FILE-ID
027700         " FILE STATUS " WS-FATAL-STATUS.
027800     MOVE 16 TO RETURN-CODE.
027900     STOP RUN.
028000
028100 9500-EXIT.
028200     EXIT.
