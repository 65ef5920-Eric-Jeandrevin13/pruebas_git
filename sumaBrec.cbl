000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUMABREC.
000300 AUTHOR.        J MARTINEZ QUIROGA.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800******************************************************************
000900*    SUMABREC
001000*
001100*    BANK STATEMENT RECONCILIATION.  LOADS THE DAY'S BANK
001200*    STATEMENT (SUMA-BST) AND THE POSTINGS TO THE SAME ACCOUNTS
001300*    FROM THE SUMA-AUD AUDIT TRAIL ONTO THE SUMA-REC
001400*    RECONCILIATION FILE, THEN MATCHES EACH OPEN BANK ITEM TO AN
001500*    OPEN POSTING OF THE SAME ACCOUNT AND AMOUNT WHOSE POSTING
001600*    DATE IS WITHIN THE DATE TOLERANCE OF THE VALUE DATE.  THE
001700*    TOLERANCE IN DAYS COMES FROM PRM-REC-TOL-DAYS ON SUMA-PRM;
001800*    ZERO OR NO CONTROL FILE MEANS 3 DAYS.  AN ITEM LEFT OPEN
001900*    STAYS ON SUMA-REC AND IS TRIED AGAIN ON LATER DAYS.
002000*
002100*    POSTINGS ARE TAKEN FOR THE ACCOUNTS ON THE STATEMENT ONLY,
002200*    FROM THE STATEMENT DATE BACK BY THE TOLERANCE; AN ITEM
002300*    ALREADY ON SUMA-REC IS NOT LOADED TWICE, SO THE STEP CAN BE
002400*    RERUN.  SUMAYEND CLOSING ENTRIES ARE NOT BANK MOVEMENTS AND
002500*    ARE PASSED OVER.
002600*
002700*    THE SUMA-BRR REPORT LISTS THE ITEMS MATCHED TODAY, THE BANK
002800*    ITEMS WITH NO POSTED TRANSACTION, THE POSTED TRANSACTIONS
002900*    WITH NO BANK ITEM, AND THE AGED OPEN ITEMS CARRIED FROM
003000*    EARLIER DAYS.  IT ENDS WITH A PROOF FOR EACH ACCOUNT: THE
003100*    STATEMENT CLOSING BALANCE MUST EQUAL THE SUMA-BAL BALANCE
003200*    PLUS THE OPEN BANK ITEMS LESS THE OPEN POSTINGS.
003300*
003400*    COMMAND LINE: OPERATOR ID, STATEMENT DATE (YYYYMMDD).  THE
003500*    OPERATOR MUST BE ACTIVE ON THE OPERATOR AUTHORIZATION
003600*    MASTER.  THE JOB ENDS WITH RETURN CODE 8 WHEN AN ACCOUNT
003700*    DOES NOT PROVE OR A STATEMENT RECORD IS REJECTED.
003800*
003900*    MODIFICATION HISTORY
004000*    DATE       INIT DESCRIPTION
004100*    ---------- ---- ------------------------------------------
004200*    2026-10-15 JMQ  INITIAL VERSION.
004210*    2026-10-15 JMQ  AUDIT RUN SEAL AND CARRY-FORWARD RECORDS
004220*                    ARE PASSED OVER; THEY ARE NOT POSTINGS.
004230*    2026-10-15 JMQ  A REVERSAL POSTING IS KEYED ON SUMA-REC WITH
004250*                    ITS REVERSAL FLAG, SO IT LOADS AS ITS OWN
004260*                    ITEM INSTEAD OF BEING TAKEN FOR A REPEAT OF
004280*                    THE ORIGINAL IT REVERSES.
004300******************************************************************
004400
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT SUMA-BST ASSIGN TO "SUMABST"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SUMA-BST-STATUS.
005100
005200     SELECT SUMA-PRM ASSIGN TO "SUMAPRM"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-SUMA-PRM-STATUS.
005500
005600     SELECT SUMA-AUD ASSIGN TO "SUMAAUD"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SUMA-AUD-STATUS.
005900
006000     SELECT SUMA-BAL ASSIGN TO "SUMABAL"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS SBM-ACCT-CODE
006400         FILE STATUS IS WS-SUMA-BAL-STATUS.
006500
006600     SELECT SUMA-REC ASSIGN TO "SUMAREC"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS REC-KEY
007000         FILE STATUS IS WS-SUMA-REC-STATUS.
007100
007200     SELECT SUMA-RWK ASSIGN TO "SUMARWK"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS RWK-KEY
007600         FILE STATUS IS WS-SUMA-RWK-STATUS.
007700
007800     SELECT SUMA-BRR ASSIGN TO "SUMABRR"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-SUMA-BRR-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400
008500 FD  SUMA-BST
008600     RECORDING MODE IS F.
008700     COPY SUMABST.
008800
008900 FD  SUMA-PRM
009000     RECORDING MODE IS F.
009100     COPY SUMAPRM.
009200
009300 FD  SUMA-AUD
009400     RECORDING MODE IS F.
009500     COPY SUMAAUD.
009600
009700 FD  SUMA-BAL.
009800     COPY SUMABAL.
009900
010000 FD  SUMA-REC.
010100     COPY SUMAREC.
010200
010300 FD  SUMA-RWK.
010400     COPY SUMARWK.
010500
010600 FD  SUMA-BRR
010700     RECORDING MODE IS F.
010800 01  SUMA-BRR-RECORD                PIC X(132).
010900
011000 WORKING-STORAGE SECTION.
011100
011200 01  WS-SUMA-BST-STATUS             PIC X(02)  VALUE "00".
011300     88  WS-SUMA-BST-OK                        VALUE "00".
011400
011500 01  WS-SUMA-PRM-STATUS             PIC X(02)  VALUE "00".
011600     88  WS-SUMA-PRM-OK                        VALUE "00".
011700
011800 01  WS-SUMA-AUD-STATUS             PIC X(02)  VALUE "00".
011900     88  WS-SUMA-AUD-OK                        VALUE "00".
012000     88  WS-SUMA-AUD-NO-FILE                   VALUE "35".
012100
012200 01  WS-SUMA-BAL-STATUS             PIC X(02)  VALUE "00".
012300     88  WS-SUMA-BAL-OK                        VALUE "00".
012400     88  WS-SUMA-BAL-NOT-FOUND                 VALUE "23".
012500
012600 01  WS-SUMA-REC-STATUS             PIC X(02)  VALUE "00".
012700     88  WS-SUMA-REC-OK                        VALUE "00".
012800     88  WS-SUMA-REC-NOT-FOUND                 VALUE "23".
012900     88  WS-SUMA-REC-NO-FILE                   VALUE "35".
013000
013100 01  WS-SUMA-RWK-STATUS             PIC X(02)  VALUE "00".
013200     88  WS-SUMA-RWK-OK                        VALUE "00".
013300
013400 01  WS-SUMA-BRR-STATUS             PIC X(02)  VALUE "00".
013500     88  WS-SUMA-BRR-OK                        VALUE "00".
013600
013700 01  WS-FATAL-FILE-ID               PIC X(08)  VALUE SPACES.
013800 01  WS-FATAL-STATUS                PIC X(02)  VALUE SPACES.
013900
014000 01  WS-PARM-LINE                   PIC X(80)  VALUE SPACES.
014100 01  WS-OPERATOR-ID                 PIC X(08)  VALUE SPACES.
014200 01  WS-STMT-DATE                   PIC X(08)  VALUE SPACES.
014300 01  WS-STMT-DATE-R REDEFINES WS-STMT-DATE
014400                                    PIC 9(08).
014500
014600 01  WS-SWITCHES.
014700     05  WS-BST-EOF-SW              PIC X(01)  VALUE "N".
014800         88  WS-BST-EOF                        VALUE "Y".
014900     05  WS-AUD-EOF-SW              PIC X(01)  VALUE "N".
015000         88  WS-AUD-EOF                        VALUE "Y".
015100     05  WS-AUD-AVAIL-SW            PIC X(01)  VALUE "N".
015200         88  WS-AUD-AVAIL                      VALUE "Y".
015300     05  WS-REC-EOF-SW              PIC X(01)  VALUE "N".
015400         88  WS-REC-EOF                        VALUE "Y".
015500     05  WS-RWK-EOF-SW              PIC X(01)  VALUE "N".
015600         88  WS-RWK-EOF                        VALUE "Y".
015700     05  WS-CAND-DONE-SW            PIC X(01)  VALUE "N".
015800         88  WS-CAND-DONE                      VALUE "Y".
015900     05  WS-MATCH-SW                PIC X(01)  VALUE "N".
016000         88  WS-MATCH-FOUND                    VALUE "Y".
016100
016200 01  WS-TOL-DAYS          PIC 9(03)  COMP      VALUE 3.
016300 01  WS-TODAY-DATE                  PIC X(08)  VALUE SPACES.
016400 01  WS-STMT-INT          PIC 9(08)  COMP      VALUE ZERO.
016500 01  WS-WINDOW-INT        PIC 9(08)  COMP      VALUE ZERO.
016600 01  WS-WINDOW-DATE                 PIC 9(08)  VALUE ZERO.
016700 01  WS-BANK-INT          PIC 9(08)  COMP      VALUE ZERO.
016800 01  WS-ITEM-INT          PIC 9(08)  COMP      VALUE ZERO.
016900 01  WS-DAYS-APART        PIC S9(05) COMP      VALUE ZERO.
017000 01  WS-DATE-WORK                   PIC X(08)  VALUE SPACES.
017100 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK
017200                                    PIC 9(08).
017300
017400 01  WS-BROWSE-SOURCE               PIC X(01)  VALUE SPACE.
017500 01  WS-REJECT-REASON               PIC X(30)  VALUE SPACES.
017600 01  WS-STMT-REC-NBR      PIC 9(07)            VALUE ZERO.
017700
017800 01  WS-POST-REF.
017900     05  WS-POST-REF-RUN-ID         PIC X(08).
018000     05  FILLER                     PIC X(01)  VALUE "/".
018100     05  WS-POST-REF-SEQ-NBR        PIC 9(07).
018200 01  WS-POST-ITEM-ID.
018300     05  WS-PIX-RUN-ID              PIC X(08).
018400     05  WS-PIX-SEQ-NBR             PIC 9(07).
018500     05  WS-PIX-ACCT-CODE           PIC X(08).
018600     05  FILLER                     PIC X(01).
018700
018800 01  WS-AX                PIC 9(03)  COMP      VALUE ZERO.
018900 01  WS-FOUND-AX          PIC 9(03)  COMP      VALUE ZERO.
019000 01  WS-ACT-COUNT         PIC 9(03)  COMP      VALUE ZERO.
019100 01  WS-ACT-MAX           PIC 9(03)  COMP      VALUE 200.
019200 01  WS-FIND-ACCT                   PIC X(08)  VALUE SPACES.
019300
019400 01  WS-ACT-TABLE.
019500     05  WS-ACT-ENTRY OCCURS 200 TIMES.
019600         10  ACT-ACCT-CODE          PIC X(08).
019700         10  ACT-CLOSING-SW         PIC X(01).
019800             88  ACT-HAS-CLOSING            VALUE "Y".
019900         10  ACT-CLOSING-BALANCE    PIC S9(13)V99 COMP-3.
020000         10  ACT-OPEN-BANK          PIC S9(13)V99 COMP-3.
020100         10  ACT-OPEN-POSTED        PIC S9(13)V99 COMP-3.
020200
020300 01  WS-PROOF-BOOK        PIC S9(13)V99 COMP-3 VALUE ZERO.
020400 01  WS-PROOF-DIFFERENCE  PIC S9(13)V99 COMP-3 VALUE ZERO.
020500
020600 01  WS-STMT-READ-COUNT   PIC 9(07)  COMP      VALUE ZERO.
020700 01  WS-STMT-REJECT-COUNT PIC 9(07)  COMP      VALUE ZERO.
020800 01  WS-BANK-LOAD-COUNT   PIC 9(07)  COMP      VALUE ZERO.
020900 01  WS-BANK-REPEAT-COUNT PIC 9(07)  COMP      VALUE ZERO.
021000 01  WS-POST-LOAD-COUNT   PIC 9(07)  COMP      VALUE ZERO.
021100 01  WS-POST-REPEAT-COUNT PIC 9(07)  COMP      VALUE ZERO.
021200 01  WS-MATCHED-COUNT     PIC 9(07)  COMP      VALUE ZERO.
021300 01  WS-OPEN-BANK-COUNT   PIC 9(07)  COMP      VALUE ZERO.
021400 01  WS-OPEN-POST-COUNT   PIC 9(07)  COMP      VALUE ZERO.
021500 01  WS-AGED-COUNT        PIC 9(07)  COMP      VALUE ZERO.
021600 01  WS-PROVED-COUNT      PIC 9(07)  COMP      VALUE ZERO.
021700 01  WS-NOT-PROVED-COUNT  PIC 9(07)  COMP      VALUE ZERO.
021800 01  WS-SECTION-COUNT     PIC 9(07)  COMP      VALUE ZERO.
021900
022000 01  WS-PAGE-NBR          PIC 9(04)  COMP      VALUE ZERO.
022100 01  WS-LINE-COUNT        PIC 9(02)  COMP      VALUE ZERO.
022200 01  WS-LINES-PER-PAGE    PIC 9(02)  COMP      VALUE 56.
022300
022400 01  WS-PRINT-LINE                  PIC X(132) VALUE SPACES.
022500 01  WS-CURRENT-COLS                PIC X(132) VALUE SPACES.
022600
022700 01  WS-HDG-LINE-1.
022800     05  FILLER                     PIC X(10)  VALUE "SUMABREC".
022900     05  FILLER                     PIC X(32)
023000         VALUE "BANK RECONCILIATION - STATEMENT".
023100     05  HD1-STMT-DATE              PIC X(08).
023200     05  FILLER                     PIC X(05)  VALUE SPACES.
023300     05  FILLER                     PIC X(05)  VALUE "DATE ".
023400     05  HD1-RUN-DATE               PIC X(08).
023500     05  FILLER                     PIC X(08)  VALUE "   PAGE ".
023600     05  HD1-PAGE-NBR               PIC ZZZ9.
023700     05  FILLER                     PIC X(52)  VALUE SPACES.
023800
023900 01  WS-ITEM-COLS.
024000     05  FILLER                     PIC X(02)  VALUE SPACES.
024100     05  FILLER                     PIC X(06)  VALUE "SRC".
024200     05  FILLER                     PIC X(10)  VALUE "ACCOUNT".
024300     05  FILLER                     PIC X(10)  VALUE "DATE".
024400     05  FILLER                     PIC X(18)  VALUE "REFERENCE".
024500     05  FILLER                     PIC X(21)
024600         VALUE "               AMOUNT".
024700     05  FILLER                     PIC X(02)  VALUE SPACES.
024800     05  FILLER                     PIC X(18)  VALUE "MATCHED TO".
024900     05  FILLER                     PIC X(10)  VALUE "DATE".
025000     05  FILLER                     PIC X(06)  VALUE "DAYS".
025100     05  FILLER                     PIC X(07)  VALUE "  AGE".
025200     05  FILLER                     PIC X(22)  VALUE "REMARK".
025300
025400 01  WS-PROOF-COLS.
025500     05  FILLER                     PIC X(12)  VALUE "  ACCOUNT".
025600     05  FILLER                     PIC X(21)
025700         VALUE "    STATEMENT BALANCE".
025800     05  FILLER                     PIC X(01)  VALUE SPACE.
025900     05  FILLER                     PIC X(21)
026000         VALUE "         BOOK BALANCE".
026100     05  FILLER                     PIC X(01)  VALUE SPACE.
026200     05  FILLER                     PIC X(21)
026300         VALUE "      BANK NOT POSTED".
026400     05  FILLER                     PIC X(01)  VALUE SPACE.
026500     05  FILLER                     PIC X(21)
026600         VALUE "   POSTED NOT ON BANK".
026700     05  FILLER                     PIC X(01)  VALUE SPACE.
026800     05  FILLER                     PIC X(21)
026900         VALUE "           DIFFERENCE".
027000     05  FILLER                     PIC X(02)  VALUE SPACES.
027100     05  FILLER                     PIC X(09)  VALUE "STATUS".
027200
027300 01  WS-SECTION-LINE.
027400     05  FILLER                     PIC X(02)  VALUE SPACES.
027500     05  SEC-TITLE                  PIC X(60).
027600     05  FILLER                     PIC X(70)  VALUE SPACES.
027700
027800 01  WS-DETAIL-LINE.
027900     05  FILLER                     PIC X(02)  VALUE SPACES.
028000     05  DTL-SOURCE                 PIC X(04).
028100     05  FILLER                     PIC X(02)  VALUE SPACES.
028200     05  DTL-ACCT-CODE              PIC X(08).
028300     05  FILLER                     PIC X(02)  VALUE SPACES.
028400     05  DTL-ITEM-DATE              PIC X(08).
028500     05  FILLER                     PIC X(02)  VALUE SPACES.
028600     05  DTL-REFERENCE              PIC X(16).
028700     05  FILLER                     PIC X(02)  VALUE SPACES.
028800     05  DTL-AMOUNT
028900         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
029000     05  FILLER                     PIC X(02)  VALUE SPACES.
029100     05  DTL-MATCH-REF              PIC X(16).
029200     05  FILLER                     PIC X(02)  VALUE SPACES.
029300     05  DTL-MATCH-DATE             PIC X(08).
029400     05  FILLER                     PIC X(02)  VALUE SPACES.
029500     05  DTL-DAYS                   PIC -ZZ9.
029600     05  DTL-DAYS-X REDEFINES DTL-DAYS
029700                                    PIC X(04).
029800     05  FILLER                     PIC X(02)  VALUE SPACES.
029900     05  DTL-AGE                    PIC ZZZZ9.
030000     05  DTL-AGE-X REDEFINES DTL-AGE
030100                                    PIC X(05).
030200     05  FILLER                     PIC X(02)  VALUE SPACES.
030300     05  DTL-REMARK                 PIC X(20).
030400     05  FILLER                     PIC X(02)  VALUE SPACES.
030500
030600 01  WS-PROOF-LINE.
030700     05  FILLER                     PIC X(02)  VALUE SPACES.
030800     05  PRF-ACCT-CODE              PIC X(08).
030900     05  FILLER                     PIC X(02)  VALUE SPACES.
031000     05  PRF-STMT-BALANCE
031100         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
031200     05  PRF-STMT-BALANCE-X REDEFINES PRF-STMT-BALANCE
031300                                    PIC X(21).
031400     05  FILLER                     PIC X(01)  VALUE SPACE.
031500     05  PRF-BOOK-BALANCE
031600         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
031700     05  FILLER                     PIC X(01)  VALUE SPACE.
031800     05  PRF-OPEN-BANK
031900         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
032000     05  FILLER                     PIC X(01)  VALUE SPACE.
032100     05  PRF-OPEN-POSTED
032200         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
032300     05  FILLER                     PIC X(01)  VALUE SPACE.
032400     05  PRF-DIFFERENCE
032500         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
032600     05  PRF-DIFFERENCE-X REDEFINES PRF-DIFFERENCE
032700                                    PIC X(21).
032800     05  FILLER                     PIC X(02)  VALUE SPACES.
032900     05  PRF-STATUS                 PIC X(09).
033000
033100 01  WS-TOTAL-LINE.
033200     05  FILLER                     PIC X(02)  VALUE SPACES.
033300     05  TOT-LABEL                  PIC X(26).
033400     05  TOT-VALUE                  PIC X(24).
033500     05  FILLER                     PIC X(80)  VALUE SPACES.
033600
033700 01  WS-COUNT-EDIT                  PIC ZZZ,ZZZ,ZZ9.
033800
033900     COPY SUMAOCK.
034000
034100 PROCEDURE DIVISION.
034200
034300******************************************************************
034400*    0000-MAINLINE
034500******************************************************************
034600 0000-MAINLINE.
034700
034800     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
034900
035000     PERFORM 2000-LOAD-STATEMENT    THRU 2000-EXIT
035100         UNTIL WS-BST-EOF.
035200
035300     PERFORM 3000-LOAD-POSTING      THRU 3000-EXIT
035400         UNTIL WS-AUD-EOF.
035500
035600     PERFORM 4000-BUILD-CANDIDATES  THRU 4000-EXIT.
035700
035800     PERFORM 5000-MATCH-BANK-ITEMS  THRU 5000-EXIT.
035900
036000     PERFORM 5500-MARK-POSTINGS     THRU 5500-EXIT.
036100
036200     PERFORM 6000-PRINT-MATCHED     THRU 6000-EXIT.
036300
036400     PERFORM 6100-PRINT-OPEN-BANK   THRU 6100-EXIT.
036500
036600     PERFORM 6200-PRINT-OPEN-POSTED THRU 6200-EXIT.
036700
036800     PERFORM 6300-PRINT-AGED        THRU 6300-EXIT.
036900
037000     PERFORM 6500-PROVE-BALANCES    THRU 6500-EXIT.
037100
037200     PERFORM 8000-PRINT-TOTALS      THRU 8000-EXIT.
037300
037400     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
037500
037600     IF WS-NOT-PROVED-COUNT > ZERO
037700         OR WS-STMT-REJECT-COUNT > ZERO
037800         MOVE 8 TO RETURN-CODE
037900     END-IF.
038000
038100     STOP RUN.
038200
038300******************************************************************
038400*    1000-INITIALIZE - VALIDATE THE COMMAND LINE, VERIFY THE
038500*    OPERATOR, WORK OUT THE POSTING WINDOW, OPEN THE FILES, AND
038600*    PRIME THE STATEMENT AND AUDIT READS
038700******************************************************************
038800 1000-INITIALIZE.
038900
039000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
039100     MOVE WS-TODAY-DATE TO HD1-RUN-DATE.
039200
039300     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
039400     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
039500         INTO WS-OPERATOR-ID WS-STMT-DATE.
039600
039700     IF WS-OPERATOR-ID = SPACES
039800         DISPLAY "SUMABREC - OPERATOR ID PARAMETER IS REQUIRED"
039900         MOVE "PARM    " TO WS-FATAL-FILE-ID
040000         MOVE "NN"       TO WS-FATAL-STATUS
040100         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
040200     END-IF.
040300
040400     IF WS-STMT-DATE NOT NUMERIC
040500         DISPLAY "SUMABREC - STATEMENT DATE MUST BE YYYYMMDD: "
040600             WS-STMT-DATE
040700         MOVE "PARM    " TO WS-FATAL-FILE-ID
040800         MOVE "NN"       TO WS-FATAL-STATUS
040900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
041000     END-IF.
041100
041200     MOVE WS-STMT-DATE TO HD1-STMT-DATE.
041300
041400     PERFORM 1050-VERIFY-OPERATOR THRU 1050-EXIT.
041500
041600     OPEN INPUT SUMA-PRM.
041700     IF WS-SUMA-PRM-OK
041800         PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT
041900         CLOSE SUMA-PRM
042000     END-IF.
042100
042200     COMPUTE WS-STMT-INT =
042300         FUNCTION INTEGER-OF-DATE (WS-STMT-DATE-R)
042400     END-COMPUTE.
042500     COMPUTE WS-WINDOW-INT = WS-STMT-INT - WS-TOL-DAYS
042600     END-COMPUTE.
042700     COMPUTE WS-WINDOW-DATE =
042800         FUNCTION DATE-OF-INTEGER (WS-WINDOW-INT)
042900     END-COMPUTE.
043000
043100     DISPLAY "SUMABREC - STATEMENT " WS-STMT-DATE
043200         " TOLERANCE DAYS " WS-TOL-DAYS
043300         " POSTINGS FROM " WS-WINDOW-DATE.
043400
043500     OPEN INPUT SUMA-BST.
043600     IF NOT WS-SUMA-BST-OK
043700         MOVE "SUMA-BST" TO WS-FATAL-FILE-ID
043800         MOVE WS-SUMA-BST-STATUS TO WS-FATAL-STATUS
043900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
044000     END-IF.
044100
044200     OPEN INPUT SUMA-BAL.
044300     IF NOT WS-SUMA-BAL-OK
044400         MOVE "SUMA-BAL" TO WS-FATAL-FILE-ID
044500         MOVE WS-SUMA-BAL-STATUS TO WS-FATAL-STATUS
044600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
044700     END-IF.
044800
044900     OPEN OUTPUT SUMA-BRR.
045000     IF NOT WS-SUMA-BRR-OK
045100         MOVE "SUMA-BRR" TO WS-FATAL-FILE-ID
045200         MOVE WS-SUMA-BRR-STATUS TO WS-FATAL-STATUS
045300         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
045400     END-IF.
045500
045600     PERFORM 1300-OPEN-RECON-FILE THRU 1300-EXIT.
045700     PERFORM 1400-OPEN-WORK-FILE  THRU 1400-EXIT.
045800
045900     OPEN INPUT SUMA-AUD.
046000     IF WS-SUMA-AUD-OK
046100         SET WS-AUD-AVAIL TO TRUE
046200     ELSE
046300         IF WS-SUMA-AUD-NO-FILE
046400             DISPLAY "SUMABREC - NO AUDIT TRAIL, NO NEW POSTINGS"
046500             SET WS-AUD-EOF TO TRUE
046600         ELSE
046700             MOVE "SUMA-AUD" TO WS-FATAL-FILE-ID
046800             MOVE WS-SUMA-AUD-STATUS TO WS-FATAL-STATUS
046900             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
047000         END-IF
047100     END-IF.
047200
047300     MOVE WS-ITEM-COLS TO WS-CURRENT-COLS.
047400     PERFORM 7100-PAGE-HEADING THRU 7100-EXIT.
047500
047600     PERFORM 2100-READ-SUMA-BST THRU 2100-EXIT.
047700
047800     IF NOT WS-AUD-EOF
047900         PERFORM 3100-READ-SUMA-AUD THRU 3100-EXIT
048000     END-IF.
048100
048200 1000-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600*    1050-VERIFY-OPERATOR - THE RUNNING OPERATOR MUST BE ACTIVE
048700*    ON THE OPERATOR AUTHORIZATION MASTER.  SUMAOCHK LOGS A
048800*    REFUSAL TO THE SECURITY-VIOLATION LOG.
048900******************************************************************
049000 1050-VERIFY-OPERATOR.
049100
049200     MOVE SPACES         TO SUMA-OCK-AREA.
049300     MOVE ZERO           TO OCK-SEQ-NBR.
049400     SET OCK-REQ-VERIFY  TO TRUE.
049500     MOVE "SUMABREC"     TO OCK-PROGRAM-ID.
049600     MOVE WS-OPERATOR-ID TO OCK-OPERATOR-ID.
049700     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
049800
049900     IF OCK-AUTHORIZED
050000         GO TO 1050-EXIT
050100     END-IF.
050200
050300     DISPLAY "SUMABREC - OPERATOR " WS-OPERATOR-ID
050400         " REFUSED: " OCK-REASON.
050500     SET OCK-REQ-CLOSE   TO TRUE.
050600     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
050700     MOVE "OPERATOR" TO WS-FATAL-FILE-ID.
050800     MOVE "NA"       TO WS-FATAL-STATUS.
050900     PERFORM 9500-ABEND-RUN THRU 9500-EXIT.
051000
051100 1050-EXIT.
051200     EXIT.
051300
051400******************************************************************
051500*    1200-LOAD-PARAMETERS - APPLY THE DATE TOLERANCE FROM THE
051600*    SUMA-PRM CONTROL RECORD, KEEPING THE DEFAULT ON ZERO/SPACES
051700******************************************************************
051800 1200-LOAD-PARAMETERS.
051900
052000     READ SUMA-PRM
052100         AT END
052200             CONTINUE
052300         NOT AT END
052400             IF PRM-REC-TOL-DAYS NUMERIC
052500                 IF PRM-REC-TOL-DAYS > ZERO
052600                     MOVE PRM-REC-TOL-DAYS TO WS-TOL-DAYS
052700                 END-IF
052800             END-IF
052900     END-READ.
053000
053100 1200-EXIT.
053200     EXIT.
053300
053400******************************************************************
053500*    1300-OPEN-RECON-FILE - OPEN THE SUMA-REC RECONCILIATION
053600*    FILE, CREATING IT ON FIRST USE
053700******************************************************************
053800 1300-OPEN-RECON-FILE.
053900
054000     OPEN I-O SUMA-REC.
054100
054200     IF WS-SUMA-REC-NO-FILE
054300         OPEN OUTPUT SUMA-REC
054400         IF WS-SUMA-REC-OK
054500             CLOSE SUMA-REC
054600             OPEN I-O SUMA-REC
054700         END-IF
054800     END-IF.
054900
055000     IF NOT WS-SUMA-REC-OK
055100         MOVE "SUMA-REC" TO WS-FATAL-FILE-ID
055200         MOVE WS-SUMA-REC-STATUS TO WS-FATAL-STATUS
055300         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
055400     END-IF.
055500
055600 1300-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000*    1400-OPEN-WORK-FILE - REBUILD THE SUMA-RWK WORK FILE EMPTY
056100******************************************************************
056200 1400-OPEN-WORK-FILE.
056300
056400     OPEN OUTPUT SUMA-RWK.
056500     IF WS-SUMA-RWK-OK
056600         CLOSE SUMA-RWK
056700         OPEN I-O SUMA-RWK
056800     END-IF.
056900     IF NOT WS-SUMA-RWK-OK
057000         MOVE "SUMA-RWK" TO WS-FATAL-FILE-ID
057100         MOVE WS-SUMA-RWK-STATUS TO WS-FATAL-STATUS
057200         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
057300     END-IF.
057400
057500 1400-EXIT.
057600     EXIT.
057700
057800******************************************************************
057900*    2000-LOAD-STATEMENT - EDIT ONE STATEMENT RECORD.  A CLOSING
058000*    BALANCE GOES INTO THE ACCOUNT TABLE; AN ITEM GOES ONTO
058100*    SUMA-REC AS AN OPEN BANK ITEM UNLESS IT IS ALREADY THERE.
058200******************************************************************
058300 2000-LOAD-STATEMENT.
058400
058500     MOVE SPACES TO WS-REJECT-REASON.
058600
058700     EVALUATE TRUE
058800         WHEN NOT BST-REC-TYPE-VALID
058900             MOVE "RECORD TYPE NOT D OR C" TO WS-REJECT-REASON
059000         WHEN BST-ACCT-CODE = SPACES
059100             MOVE "ACCOUNT CODE IS BLANK" TO WS-REJECT-REASON
059200         WHEN BST-VALUE-DATE NOT NUMERIC
059300             MOVE "VALUE DATE NOT NUMERIC" TO WS-REJECT-REASON
059400         WHEN BST-AMOUNT NOT NUMERIC
059500             MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
059600         WHEN BST-ITEM AND BST-BANK-REF = SPACES
059700             MOVE "BANK REFERENCE IS BLANK" TO WS-REJECT-REASON
059800     END-EVALUATE.
059900
060000     IF WS-REJECT-REASON NOT = SPACES
060100         GO TO 2000-REJECT
060200     END-IF.
060300
060400     MOVE BST-ACCT-CODE TO WS-FIND-ACCT.
060500     PERFORM 2200-ADD-ACCOUNT THRU 2200-EXIT.
060600
060700     IF BST-CLOSING-BALANCE
060800         IF ACT-HAS-CLOSING (WS-FOUND-AX)
060900             MOVE "DUPLICATE CLOSING BALANCE" TO WS-REJECT-REASON
061000             GO TO 2000-REJECT
061100         END-IF
061200         MOVE "Y"        TO ACT-CLOSING-SW (WS-FOUND-AX)
061300         MOVE BST-AMOUNT TO ACT-CLOSING-BALANCE (WS-FOUND-AX)
061400         GO TO 2000-NEXT
061500     END-IF.
061600
061700     MOVE SPACES         TO SUMA-REC-RECORD.
061800     SET REC-FROM-BANK   TO TRUE.
061900     MOVE BST-ACCT-CODE  TO REC-BANK-ACCT-CODE.
062000     MOVE BST-BANK-REF   TO REC-BANK-REF.
062100
062200     READ SUMA-REC
062300         INVALID KEY
062400             CONTINUE
062500         NOT INVALID KEY
062600             ADD 1 TO WS-BANK-REPEAT-COUNT
062700             GO TO 2000-NEXT
062800     END-READ.
062900     PERFORM 7800-CHECK-REC-STATUS THRU 7800-EXIT.
063000
063100     MOVE SPACES         TO SUMA-REC-RECORD.
063200     SET REC-FROM-BANK   TO TRUE.
063300     MOVE BST-ACCT-CODE  TO REC-BANK-ACCT-CODE.
063400     MOVE BST-BANK-REF   TO REC-BANK-REF.
063500     MOVE BST-ACCT-CODE  TO REC-ACCT-CODE.
063600     MOVE BST-VALUE-DATE TO REC-ITEM-DATE.
063700     MOVE BST-AMOUNT     TO REC-AMOUNT.
063800     SET REC-OPEN        TO TRUE.
063900     MOVE WS-STMT-DATE   TO REC-LOAD-DATE.
064000
064100     WRITE SUMA-REC-RECORD.
064200     PERFORM 7800-CHECK-REC-STATUS THRU 7800-EXIT.
064300     ADD 1 TO WS-BANK-LOAD-COUNT.
064400
064500     GO TO 2000-NEXT.
064600
064700 2000-REJECT.
064800     DISPLAY "SUMABREC - STATEMENT RECORD " WS-STMT-REC-NBR
064900         " REJECTED: " WS-REJECT-REASON.
065000     ADD 1 TO WS-STMT-REJECT-COUNT.
065100
065200 2000-NEXT.
065300     PERFORM 2100-READ-SUMA-BST THRU 2100-EXIT.
065400
065500 2000-EXIT.
065600     EXIT.
065700
065800******************************************************************
065900*    2100-READ-SUMA-BST - READ THE NEXT STATEMENT RECORD
066000******************************************************************
066100 2100-READ-SUMA-BST.
066200
066300     READ SUMA-BST
066400         AT END
066500             MOVE "Y" TO WS-BST-EOF-SW
066600         NOT AT END
066700             ADD 1 TO WS-STMT-READ-COUNT
066800             ADD 1 TO WS-STMT-REC-NBR
066900     END-READ.
067000
067100 2100-EXIT.
067200     EXIT.
067300
067400******************************************************************
067500*    2200-ADD-ACCOUNT - FIND WS-FIND-ACCT IN THE ACCOUNT TABLE,
067600*    ADDING IT IF IT IS NOT THERE.  WS-FOUND-AX RETURNS ITS ROW.
067700******************************************************************
067800 2200-ADD-ACCOUNT.
067900
068000     PERFORM 2300-FIND-ACCOUNT THRU 2300-EXIT.
068100     IF WS-FOUND-AX > ZERO
068200         GO TO 2200-EXIT
068300     END-IF.
068400
068500     IF WS-ACT-COUNT NOT < WS-ACT-MAX
068600         DISPLAY "SUMABREC - ACCOUNT TABLE FULL AT " WS-ACT-MAX
068700             " ACCOUNTS"
068800         MOVE "ACCTTABL" TO WS-FATAL-FILE-ID
068900         MOVE "TF"       TO WS-FATAL-STATUS
069000         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
069100     END-IF.
069200
069300     ADD 1 TO WS-ACT-COUNT.
069400     MOVE WS-ACT-COUNT TO WS-FOUND-AX.
069500     MOVE WS-FIND-ACCT TO ACT-ACCT-CODE (WS-FOUND-AX).
069600     MOVE "N"          TO ACT-CLOSING-SW (WS-FOUND-AX).
069700     MOVE ZERO         TO ACT-CLOSING-BALANCE (WS-FOUND-AX).
069800     MOVE ZERO         TO ACT-OPEN-BANK (WS-FOUND-AX).
069900     MOVE ZERO         TO ACT-OPEN-POSTED (WS-FOUND-AX).
070000
070100 2200-EXIT.
070200     EXIT.
070300
070400******************************************************************
070500*    2300-FIND-ACCOUNT - LOCATE WS-FIND-ACCT IN THE ACCOUNT
070600*    TABLE; WS-FOUND-AX IS ZERO IF IT IS NOT THERE
070700******************************************************************
070800 2300-FIND-ACCOUNT.
070900
071000     MOVE ZERO TO WS-FOUND-AX.
071100     PERFORM 2350-CHECK-ONE-ACCOUNT THRU 2350-EXIT
071200         VARYING WS-AX FROM 1 BY 1
071300         UNTIL WS-AX > WS-ACT-COUNT OR WS-FOUND-AX > ZERO.
071400
071500 2300-EXIT.
071600     EXIT.
071700
071800******************************************************************
071900*    2350-CHECK-ONE-ACCOUNT - COMPARE ONE TABLE ROW
072000******************************************************************
072100 2350-CHECK-ONE-ACCOUNT.
072200
072300     IF ACT-ACCT-CODE (WS-AX) = WS-FIND-ACCT
072400         MOVE WS-AX TO WS-FOUND-AX
072500     END-IF.
072600
072700 2350-EXIT.
072800     EXIT.
072900
073000******************************************************************
073100*    3000-LOAD-POSTING - CARRY ONE AUDIT POSTING ONTO SUMA-REC
073200*    WHEN IT IS TO AN ACCOUNT ON THE STATEMENT, INSIDE THE
073300*    POSTING WINDOW, AND NOT ALREADY THERE
073400******************************************************************
073500 3000-LOAD-POSTING.
073600
073700     IF SAR-RUN-DATE NOT NUMERIC
073800         OR SAR-RESUL NOT NUMERIC
073900         OR SAR-YEAR-END-CLOSE
073950         OR SAR-CHAIN-CONTROL
074000         GO TO 3000-NEXT
074100     END-IF.
074200
074300     MOVE SAR-RUN-DATE TO WS-DATE-WORK.
074400     IF WS-DATE-WORK-R < WS-WINDOW-DATE
074500         OR WS-DATE-WORK-R > WS-STMT-DATE-R
074600         GO TO 3000-NEXT
074700     END-IF.
074800
074900     MOVE SAR-ACCT-CODE TO WS-FIND-ACCT.
075000     PERFORM 2300-FIND-ACCOUNT THRU 2300-EXIT.
075100     IF WS-FOUND-AX = ZERO
075200         GO TO 3000-NEXT
075300     END-IF.
075400
075500     MOVE SPACES          TO SUMA-REC-RECORD.
075600     SET REC-FROM-POSTING TO TRUE.
075700     MOVE SAR-RUN-ID      TO REC-POST-RUN-ID.
075800     MOVE SAR-SEQ-NBR     TO REC-POST-SEQ-NBR.
075900     MOVE SAR-ACCT-CODE   TO REC-POST-ACCT-CODE.
075950     MOVE SAR-REV-FLAG    TO REC-POST-REV-FLAG.
076000
076100     READ SUMA-REC
076200         INVALID KEY
076300             CONTINUE
076400         NOT INVALID KEY
076500             ADD 1 TO WS-POST-REPEAT-COUNT
076600             GO TO 3000-NEXT
076700     END-READ.
076800     PERFORM 7800-CHECK-REC-STATUS THRU 7800-EXIT.
076900
077000     MOVE SPACES          TO SUMA-REC-RECORD.
077100     SET REC-FROM-POSTING TO TRUE.
077200     MOVE SAR-RUN-ID      TO REC-POST-RUN-ID.
077300     MOVE SAR-SEQ-NBR     TO REC-POST-SEQ-NBR.
077400     MOVE SAR-ACCT-CODE   TO REC-POST-ACCT-CODE.
077450     MOVE SAR-REV-FLAG    TO REC-POST-REV-FLAG.
077500     MOVE SAR-ACCT-CODE   TO REC-ACCT-CODE.
077600     MOVE SAR-RUN-DATE    TO REC-ITEM-DATE.
077700     MOVE SAR-RESUL       TO REC-AMOUNT.
077800     SET REC-OPEN         TO TRUE.
077900     MOVE WS-STMT-DATE    TO REC-LOAD-DATE.
078000
078100     WRITE SUMA-REC-RECORD.
078200     PERFORM 7800-CHECK-REC-STATUS THRU 7800-EXIT.
078300     ADD 1 TO WS-POST-LOAD-COUNT.
078400
078500 3000-NEXT.
078600     PERFORM 3100-READ-SUMA-AUD THRU 3100-EXIT.
078700
078800 3000-EXIT.
078900     EXIT.
079000
079100******************************************************************
079200*    3100-READ-SUMA-AUD - READ THE NEXT AUDIT POSTING
079300******************************************************************
079400 3100-READ-SUMA-AUD.
079500
079600     READ SUMA-AUD
079700         AT END
079800             MOVE "Y" TO WS-AUD-EOF-SW
079900     END-READ.
080000
080100 3100-EXIT.
080200     EXIT.
080300
080400******************************************************************
080500*    4000-BUILD-CANDIDATES - PUT EVERY OPEN POSTING ON SUMA-REC,
080600*    TODAY'S AND EARLIER DAYS', INTO THE MATCHING WORK FILE
080700******************************************************************
080800 4000-BUILD-CANDIDATES.
080900
081000     MOVE "P" TO WS-BROWSE-SOURCE.
081100     PERFORM 7500-START-REC-BROWSE THRU 7500-EXIT.
081200
081300     PERFORM 4100-ADD-CANDIDATE THRU 4100-EXIT
081400         UNTIL WS-REC-EOF.
081500
081600 4000-EXIT.
081700     EXIT.
081800
081900******************************************************************
082000*    4100-ADD-CANDIDATE - ONE OPEN POSTING INTO SUMA-RWK
082100******************************************************************
082200 4100-ADD-CANDIDATE.
082300
082400     IF REC-OPEN
082500         MOVE REC-ACCT-CODE TO RWK-ACCT-CODE
082600         MOVE REC-AMOUNT    TO RWK-AMOUNT
082700         MOVE REC-ITEM-DATE TO RWK-ITEM-DATE
082800         MOVE REC-ITEM-ID   TO RWK-ITEM-ID
082900         SET RWK-AVAILABLE  TO TRUE
083000         MOVE SPACES        TO RWK-BANK-ITEM-ID
083100         MOVE SPACES        TO RWK-BANK-ITEM-DATE
083200         WRITE SUMA-RWK-RECORD
083300         PERFORM 7850-CHECK-RWK-STATUS THRU 7850-EXIT
083400     END-IF.
083500
083600     PERFORM 7550-READ-NEXT-REC THRU 7550-EXIT.
083700
083800 4100-EXIT.
083900     EXIT.
084000
084100******************************************************************
084200*    5000-MATCH-BANK-ITEMS - TRY EVERY OPEN BANK ITEM ON
084300*    SUMA-REC, TODAY'S AND EARLIER DAYS', AGAINST THE CANDIDATE
084400*    POSTINGS
084500******************************************************************
084600 5000-MATCH-BANK-ITEMS.
084700
084800     MOVE "B" TO WS-BROWSE-SOURCE.
084900     PERFORM 7500-START-REC-BROWSE THRU 7500-EXIT.
085000
085100     PERFORM 5100-MATCH-ONE-ITEM THRU 5100-EXIT
085200         UNTIL WS-REC-EOF.
085300
085400 5000-EXIT.
085500     EXIT.
085600
085700******************************************************************
085800*    5100-MATCH-ONE-ITEM - LOOK FOR A POSTING OF THE SAME
085900*    ACCOUNT AND AMOUNT, EARLIEST POSTING DATE FIRST, WITHIN THE
086000*    DATE TOLERANCE OF THE VALUE DATE.  A MATCH MARKS BOTH SIDES.
086100******************************************************************
086200 5100-MATCH-ONE-ITEM.
086300
086400     IF NOT REC-OPEN
086500         GO TO 5100-NEXT
086600     END-IF.
086700
086800     MOVE REC-ITEM-DATE TO WS-DATE-WORK.
086900     COMPUTE WS-BANK-INT =
087000         FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-R)
087100     END-COMPUTE.
087200
087300     MOVE "N" TO WS-MATCH-SW.
087400     MOVE "N" TO WS-CAND-DONE-SW.
087500
087600     MOVE REC-ACCT-CODE TO RWK-ACCT-CODE.
087700     MOVE REC-AMOUNT    TO RWK-AMOUNT.
087800     MOVE LOW-VALUES    TO RWK-ITEM-DATE.
087900     MOVE LOW-VALUES    TO RWK-ITEM-ID.
088000
088100     START SUMA-RWK KEY IS NOT LESS THAN RWK-KEY
088200         INVALID KEY
088300             GO TO 5100-NEXT
088400     END-START.
088500
088600     PERFORM 5200-TRY-CANDIDATE THRU 5200-EXIT
088700         UNTIL WS-CAND-DONE.
088800
088900     IF NOT WS-MATCH-FOUND
089000         GO TO 5100-NEXT
089100     END-IF.
089200
089300     SET RWK-TAKEN          TO TRUE.
089400     MOVE REC-ITEM-ID       TO RWK-BANK-ITEM-ID.
089500     MOVE REC-ITEM-DATE     TO RWK-BANK-ITEM-DATE.
089600     REWRITE SUMA-RWK-RECORD.
089700     PERFORM 7850-CHECK-RWK-STATUS THRU 7850-EXIT.
089800
089900     SET REC-MATCHED        TO TRUE.
090000     MOVE WS-STMT-DATE      TO REC-MATCH-STMT-DATE.
090100     MOVE RWK-ITEM-ID       TO REC-MATCH-ITEM-ID.
090200     MOVE RWK-ITEM-DATE     TO REC-MATCH-ITEM-DATE.
090300     MOVE WS-OPERATOR-ID    TO REC-MATCH-OPERATOR.
090400     REWRITE SUMA-REC-RECORD.
090500     PERFORM 7800-CHECK-REC-STATUS THRU 7800-EXIT.
090600
090700     ADD 1 TO WS-MATCHED-COUNT.
090800
090900 5100-NEXT.
091000     PERFORM 7550-READ-NEXT-REC THRU 7550-EXIT.
091100
091200 5100-EXIT.
091300     EXIT.
091400
091500******************************************************************
091600*    5200-TRY-CANDIDATE - READ THE NEXT CANDIDATE.  THE BROWSE
091700*    ENDS AT A CHANGE OF ACCOUNT OR AMOUNT, AT A POSTING DATED
091800*    PAST THE TOLERANCE, OR AT THE FIRST UNTAKEN POSTING INSIDE
091900*    IT.
092000******************************************************************
092100 5200-TRY-CANDIDATE.
092200
092300     READ SUMA-RWK NEXT RECORD
092400         AT END
092500             SET WS-CAND-DONE TO TRUE
092600             GO TO 5200-EXIT
092700     END-READ.
092800     PERFORM 7850-CHECK-RWK-STATUS THRU 7850-EXIT.
092900
093000     IF RWK-ACCT-CODE NOT = REC-ACCT-CODE
093100         OR RWK-AMOUNT NOT = REC-AMOUNT
093200         SET WS-CAND-DONE TO TRUE
093300         GO TO 5200-EXIT
093400     END-IF.
093500
093600     IF RWK-TAKEN
093700         GO TO 5200-EXIT
093800     END-IF.
093900
094000     MOVE RWK-ITEM-DATE TO WS-DATE-WORK.
094100     COMPUTE WS-ITEM-INT =
094200         FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-R)
094300     END-COMPUTE.
094400     COMPUTE WS-DAYS-APART = WS-ITEM-INT - WS-BANK-INT
094500     END-COMPUTE.
094600
094700     IF WS-DAYS-APART > WS-TOL-DAYS
094800         SET WS-CAND-DONE TO TRUE
094900         GO TO 5200-EXIT
095000     END-IF.
095100
095200     IF WS-DAYS-APART NOT < ZERO - WS-TOL-DAYS
095300         SET WS-MATCH-FOUND TO TRUE
095400         SET WS-CAND-DONE   TO TRUE
095500     END-IF.
095600
095700 5200-EXIT.
095800     EXIT.
095900
096000******************************************************************
096100*    5500-MARK-POSTINGS - CARRY EACH MATCH MADE IN THE WORK FILE
096200*    BACK TO ITS POSTING ON SUMA-REC
096300******************************************************************
096400 5500-MARK-POSTINGS.
096500
096600     MOVE LOW-VALUES TO RWK-KEY.
096700     START SUMA-RWK KEY IS NOT LESS THAN RWK-KEY
096800         INVALID KEY
096900             GO TO 5500-EXIT
097000     END-START.
097100
097200     MOVE "N" TO WS-RWK-EOF-SW.
097300     PERFORM 5600-MARK-ONE-POSTING THRU 5600-EXIT
097400         UNTIL WS-RWK-EOF.
097500
097600 5500-EXIT.
097700     EXIT.
097800
097900******************************************************************
098000*    5600-MARK-ONE-POSTING - ONE WORK ENTRY; A TAKEN POSTING IS
098100*    MARKED MATCHED TO ITS BANK ITEM
098200******************************************************************
098300 5600-MARK-ONE-POSTING.
098400
098500     READ SUMA-RWK NEXT RECORD
098600         AT END
098700             SET WS-RWK-EOF TO TRUE
098800             GO TO 5600-EXIT
098900     END-READ.
099000     PERFORM 7850-CHECK-RWK-STATUS THRU 7850-EXIT.
099100
099200     IF NOT RWK-TAKEN
099300         GO TO 5600-EXIT
099400     END-IF.
099500
099600     SET REC-FROM-POSTING TO TRUE.
099700     MOVE RWK-ITEM-ID     TO REC-ITEM-ID.
099800     READ SUMA-REC
099900         INVALID KEY
100000             MOVE "SUMA-REC" TO WS-FATAL-FILE-ID
100100             MOVE WS-SUMA-REC-STATUS TO WS-FATAL-STATUS
100200             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
100300     END-READ.
100400     PERFORM 7800-CHECK-REC-STATUS THRU 7800-EXIT.
100500
100600     SET REC-MATCHED         TO TRUE.
100700     MOVE WS-STMT-DATE       TO REC-MATCH-STMT-DATE.
100800     MOVE RWK-BANK-ITEM-ID   TO REC-MATCH-ITEM-ID.
100900     MOVE RWK-BANK-ITEM-DATE TO REC-MATCH-ITEM-DATE.
101000     MOVE WS-OPERATOR-ID     TO REC-MATCH-OPERATOR.
101100     REWRITE SUMA-REC-RECORD.
101200     PERFORM 7800-CHECK-REC-STATUS THRU 7800-EXIT.
101300
101400 5600-EXIT.
101500     EXIT.
101600
101700******************************************************************
101800*    6000-PRINT-MATCHED - THE BANK ITEMS MATCHED ON THIS
101900*    STATEMENT DATE, EACH WITH THE POSTING IT MATCHED
102000******************************************************************
102100 6000-PRINT-MATCHED.
102200
102300     MOVE "ITEMS MATCHED" TO SEC-TITLE.
102400     PERFORM 7200-SECTION-HEADING THRU 7200-EXIT.
102500
102600     MOVE "B" TO WS-BROWSE-SOURCE.
102700     PERFORM 7500-START-REC-BROWSE THRU 7500-EXIT.
102800
102900     PERFORM 6050-PRINT-ONE-MATCH THRU 6050-EXIT
103000         UNTIL WS-REC-EOF.
103100
103200     PERFORM 7300-SECTION-END THRU 7300-EXIT.
103300
103400 6000-EXIT.
103500     EXIT.
103600
103700******************************************************************
103800*    6050-PRINT-ONE-MATCH - ONE MATCHED PAIR
103900******************************************************************
104000 6050-PRINT-ONE-MATCH.
104100
104200     IF NOT REC-MATCHED
104300         OR REC-MATCH-STMT-DATE NOT = WS-STMT-DATE
104400         GO TO 6050-NEXT
104500     END-IF.
104600
104700     PERFORM 6800-FORMAT-ITEM THRU 6800-EXIT.
104800
104900     MOVE REC-MATCH-ITEM-ID   TO WS-POST-ITEM-ID.
105000     MOVE WS-PIX-RUN-ID       TO WS-POST-REF-RUN-ID.
105100     MOVE WS-PIX-SEQ-NBR      TO WS-POST-REF-SEQ-NBR.
105200     MOVE WS-POST-REF         TO DTL-MATCH-REF.
105300     MOVE REC-MATCH-ITEM-DATE TO DTL-MATCH-DATE.
105400
105500     MOVE REC-ITEM-DATE TO WS-DATE-WORK.
105600     COMPUTE WS-BANK-INT =
105700         FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-R)
105800     END-COMPUTE.
105900     MOVE REC-MATCH-ITEM-DATE TO WS-DATE-WORK.
106000     COMPUTE WS-ITEM-INT =
106100         FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-R)
106200     END-COMPUTE.
106300     COMPUTE WS-DAYS-APART = WS-ITEM-INT - WS-BANK-INT
106400     END-COMPUTE.
106500     MOVE WS-DAYS-APART TO DTL-DAYS.
106600
106700     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
106800     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
106900     ADD 1 TO WS-SECTION-COUNT.
107000
107100 6050-NEXT.
107200     PERFORM 7550-READ-NEXT-REC THRU 7550-EXIT.
107300
107400 6050-EXIT.
107500     EXIT.
107600
107700******************************************************************
107800*    6100-PRINT-OPEN-BANK - BANK ITEMS FROM THIS STATEMENT WITH
107900*    NO POSTED TRANSACTION
108000******************************************************************
108100 6100-PRINT-OPEN-BANK.
108200
108300     MOVE "BANK ITEMS WITH NO POSTED TRANSACTION" TO SEC-TITLE.
108400     PERFORM 7200-SECTION-HEADING THRU 7200-EXIT.
108500
108600     MOVE "B" TO WS-BROWSE-SOURCE.
108700     PERFORM 7500-START-REC-BROWSE THRU 7500-EXIT.
108800
108900     PERFORM 6150-PRINT-ONE-OPEN THRU 6150-EXIT
109000         UNTIL WS-REC-EOF.
109100
109200     PERFORM 7300-SECTION-END THRU 7300-EXIT.
109300     MOVE WS-SECTION-COUNT TO WS-OPEN-BANK-COUNT.
109400
109500 6100-EXIT.
109600     EXIT.
109700
109800******************************************************************
109900*    6150-PRINT-ONE-OPEN - ONE OPEN ITEM FIRST LOADED ON THIS
110000*    STATEMENT DATE.  EVERY OPEN ITEM, WHATEVER ITS DAY, COUNTS
110100*    TOWARD ITS ACCOUNT'S PROOF.
110200******************************************************************
110300 6150-PRINT-ONE-OPEN.
110400
110500     IF NOT REC-OPEN
110600         GO TO 6150-NEXT
110700     END-IF.
110800
110900     PERFORM 6900-ADD-TO-PROOF THRU 6900-EXIT.
111000
111100     IF REC-LOAD-DATE NOT = WS-STMT-DATE
111200         GO TO 6150-NEXT
111300     END-IF.
111400
111500     PERFORM 6800-FORMAT-ITEM THRU 6800-EXIT.
111600     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
111700     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
111800     ADD 1 TO WS-SECTION-COUNT.
111900
112000 6150-NEXT.
112100     PERFORM 7550-READ-NEXT-REC THRU 7550-EXIT.
112200
112300 6150-EXIT.
112400     EXIT.
112500
112600******************************************************************
112700*    6200-PRINT-OPEN-POSTED - POSTED TRANSACTIONS FROM THIS RUN
112800*    WITH NO BANK ITEM
112900******************************************************************
113000 6200-PRINT-OPEN-POSTED.
113100
113200     MOVE "POSTED TRANSACTIONS WITH NO BANK ITEM" TO SEC-TITLE.
113300     PERFORM 7200-SECTION-HEADING THRU 7200-EXIT.
113400
113500     MOVE "P" TO WS-BROWSE-SOURCE.
113600     PERFORM 7500-START-REC-BROWSE THRU 7500-EXIT.
113700
113800     PERFORM 6150-PRINT-ONE-OPEN THRU 6150-EXIT
113900         UNTIL WS-REC-EOF.
114000
114100     PERFORM 7300-SECTION-END THRU 7300-EXIT.
114200     MOVE WS-SECTION-COUNT TO WS-OPEN-POST-COUNT.
114300
114400 6200-EXIT.
114500     EXIT.
114600
114700******************************************************************
114800*    6300-PRINT-AGED - OPEN ITEMS OF BOTH KINDS CARRIED FROM
114900*    EARLIER STATEMENT DATES, WITH THEIR AGE IN DAYS
115000******************************************************************
115100 6300-PRINT-AGED.
115200
115300     MOVE "AGED OPEN ITEMS FROM EARLIER DAYS" TO SEC-TITLE.
115400     PERFORM 7200-SECTION-HEADING THRU 7200-EXIT.
115500
115600     MOVE "B" TO WS-BROWSE-SOURCE.
115700     PERFORM 7500-START-REC-BROWSE THRU 7500-EXIT.
115800     PERFORM 6350-PRINT-ONE-AGED THRU 6350-EXIT
115900         UNTIL WS-REC-EOF.
116000
116100     MOVE "P" TO WS-BROWSE-SOURCE.
116200     PERFORM 7500-START-REC-BROWSE THRU 7500-EXIT.
116300     PERFORM 6350-PRINT-ONE-AGED THRU 6350-EXIT
116400         UNTIL WS-REC-EOF.
116500
116600     PERFORM 7300-SECTION-END THRU 7300-EXIT.
116700     MOVE WS-SECTION-COUNT TO WS-AGED-COUNT.
116800
116900 6300-EXIT.
117000     EXIT.
117100
117200******************************************************************
117300*    6350-PRINT-ONE-AGED - ONE OPEN ITEM FIRST LOADED BEFORE THIS
117400*    STATEMENT DATE
117500******************************************************************
117600 6350-PRINT-ONE-AGED.
117700
117800     IF NOT REC-OPEN
117900         OR REC-LOAD-DATE NOT < WS-STMT-DATE
118000         GO TO 6350-NEXT
118100     END-IF.
118200
118300     PERFORM 6800-FORMAT-ITEM THRU 6800-EXIT.
118400
118500     MOVE REC-ITEM-DATE TO WS-DATE-WORK.
118600     COMPUTE WS-ITEM-INT =
118700         FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-R)
118800     END-COMPUTE.
118900     COMPUTE WS-DAYS-APART = WS-STMT-INT - WS-ITEM-INT
119000     END-COMPUTE.
119100     MOVE WS-DAYS-APART TO DTL-AGE.
119200
119300     STRING "FIRST SEEN " DELIMITED BY SIZE
119400            REC-LOAD-DATE DELIMITED BY SIZE
119500         INTO DTL-REMARK
119600     END-STRING.
119700
119800     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
119900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
120000     ADD 1 TO WS-SECTION-COUNT.
120100
120200 6350-NEXT.
120300     PERFORM 7550-READ-NEXT-REC THRU 7550-EXIT.
120400
120500 6350-EXIT.
120600     EXIT.
120700
120800******************************************************************
120900*    6500-PROVE-BALANCES - FOR EACH ACCOUNT, THE STATEMENT
121000*    CLOSING BALANCE AGAINST THE SUMA-BAL BALANCE ADJUSTED FOR
121100*    THE ITEMS STILL OPEN ON EITHER SIDE
121200******************************************************************
121300 6500-PROVE-BALANCES.
121400
121500     MOVE WS-PROOF-COLS TO WS-CURRENT-COLS.
121600     PERFORM 7100-PAGE-HEADING THRU 7100-EXIT.
121700     MOVE "STATEMENT BALANCE PROOF" TO SEC-TITLE.
121800     PERFORM 7200-SECTION-HEADING THRU 7200-EXIT.
121900
122000     PERFORM 6550-PROVE-ONE-ACCOUNT THRU 6550-EXIT
122100         VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-ACT-COUNT.
122200
122300 6500-EXIT.
122400     EXIT.
122500
122600******************************************************************
122700*    6550-PROVE-ONE-ACCOUNT - ONE PROOF LINE.  AN ACCOUNT WITH
122800*    NO CLOSING BALANCE ON THE STATEMENT OR NO SUMA-BAL RECORD
122900*    CANNOT BE PROVED.
123000******************************************************************
123100 6550-PROVE-ONE-ACCOUNT.
123200
123300     MOVE SPACES TO WS-PROOF-LINE.
123400     MOVE ACT-ACCT-CODE (WS-AX)       TO PRF-ACCT-CODE.
123500     MOVE ACT-CLOSING-BALANCE (WS-AX) TO PRF-STMT-BALANCE.
123600     MOVE ACT-OPEN-BANK (WS-AX)       TO PRF-OPEN-BANK.
123700     MOVE ACT-OPEN-POSTED (WS-AX)     TO PRF-OPEN-POSTED.
123800
123900     MOVE ACT-ACCT-CODE (WS-AX) TO SBM-ACCT-CODE.
124000     READ SUMA-BAL
124100         INVALID KEY
124200             MOVE ZERO TO SBM-BALANCE
124300     END-READ.
124400     IF NOT WS-SUMA-BAL-OK AND NOT WS-SUMA-BAL-NOT-FOUND
124500         MOVE "SUMA-BAL" TO WS-FATAL-FILE-ID
124600         MOVE WS-SUMA-BAL-STATUS TO WS-FATAL-STATUS
124700         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
124800     END-IF.
124900     MOVE SBM-BALANCE TO PRF-BOOK-BALANCE.
125000
125100     COMPUTE WS-PROOF-BOOK = SBM-BALANCE
125200         + ACT-OPEN-BANK (WS-AX) - ACT-OPEN-POSTED (WS-AX)
125300     END-COMPUTE.
125400     COMPUTE WS-PROOF-DIFFERENCE =
125500         ACT-CLOSING-BALANCE (WS-AX) - WS-PROOF-BOOK
125600     END-COMPUTE.
125700     MOVE WS-PROOF-DIFFERENCE TO PRF-DIFFERENCE.
125800
125900     EVALUATE TRUE
126000         WHEN NOT ACT-HAS-CLOSING (WS-AX)
126100             MOVE "NO STMT"  TO PRF-STATUS
126200             MOVE SPACES     TO PRF-STMT-BALANCE-X
126300             MOVE SPACES     TO PRF-DIFFERENCE-X
126400             ADD 1 TO WS-NOT-PROVED-COUNT
126500         WHEN WS-SUMA-BAL-NOT-FOUND
126600             MOVE "NO BOOK"  TO PRF-STATUS
126700             ADD 1 TO WS-NOT-PROVED-COUNT
126800         WHEN WS-PROOF-DIFFERENCE NOT = ZERO
126900             MOVE "OUT"      TO PRF-STATUS
127000             ADD 1 TO WS-NOT-PROVED-COUNT
127100         WHEN OTHER
127200             MOVE "PROVED"   TO PRF-STATUS
127300             ADD 1 TO WS-PROVED-COUNT
127400     END-EVALUATE.
127500
127600     MOVE WS-PROOF-LINE TO WS-PRINT-LINE.
127700     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
127800
127900 6550-EXIT.
128000     EXIT.
128100
128200******************************************************************
128300*    6800-FORMAT-ITEM - BUILD THE DETAIL LINE FOR THE SUMA-REC
128400*    ITEM IN THE RECORD AREA
128500******************************************************************
128600 6800-FORMAT-ITEM.
128700
128800     MOVE SPACES TO WS-DETAIL-LINE.
128900
129000     IF REC-FROM-BANK
129100         MOVE "BANK"       TO DTL-SOURCE
129200         MOVE REC-BANK-REF TO DTL-REFERENCE
129300     ELSE
129400         MOVE "POST"           TO DTL-SOURCE
129500         MOVE REC-POST-RUN-ID  TO WS-POST-REF-RUN-ID
129600         MOVE REC-POST-SEQ-NBR TO WS-POST-REF-SEQ-NBR
129700         MOVE WS-POST-REF      TO DTL-REFERENCE
129800     END-IF.
129900
130000     MOVE REC-ACCT-CODE TO DTL-ACCT-CODE.
130100     MOVE REC-ITEM-DATE TO DTL-ITEM-DATE.
130200     MOVE REC-AMOUNT    TO DTL-AMOUNT.
130300     MOVE SPACES        TO DTL-DAYS-X.
130400     MOVE SPACES        TO DTL-AGE-X.
130500
130600 6800-EXIT.
130700     EXIT.
130800
130900******************************************************************
131000*    6900-ADD-TO-PROOF - ADD ONE OPEN ITEM TO ITS ACCOUNT'S
131100*    PROOF.  AN OPEN ITEM FOR AN ACCOUNT NOT ON TODAY'S
131200*    STATEMENT BRINGS THE ACCOUNT INTO THE PROOF.
131300******************************************************************
131400 6900-ADD-TO-PROOF.
131500
131600     MOVE REC-ACCT-CODE TO WS-FIND-ACCT.
131700     PERFORM 2200-ADD-ACCOUNT THRU 2200-EXIT.
131800
131900     IF REC-FROM-BANK
132000         ADD REC-AMOUNT TO ACT-OPEN-BANK (WS-FOUND-AX)
132100     ELSE
132200         ADD REC-AMOUNT TO ACT-OPEN-POSTED (WS-FOUND-AX)
132300     END-IF.
132400
132500 6900-EXIT.
132600     EXIT.
132700
132800******************************************************************
132900*    7000-WRITE-LINE - WRITE ONE REPORT LINE, BREAKING TO A NEW
133000*    PAGE WHEN THE CURRENT ONE IS FULL
133100******************************************************************
133200 7000-WRITE-LINE.
133300
133400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
133500         PERFORM 7100-PAGE-HEADING THRU 7100-EXIT
133600     END-IF.
133700
133800     WRITE SUMA-BRR-RECORD FROM WS-PRINT-LINE
133900         AFTER ADVANCING 1 LINE.
134000     PERFORM 7900-CHECK-BRR-STATUS THRU 7900-EXIT.
134100     ADD 1 TO WS-LINE-COUNT.
134200
134300 7000-EXIT.
134400     EXIT.
134500
134600******************************************************************
134700*    7100-PAGE-HEADING - THROW A PAGE AND PRINT THE HEADING BLOCK
134800*    WITH THE COLUMN HEADINGS OF THE SECTION BEING PRINTED
134900******************************************************************
135000 7100-PAGE-HEADING.
135100
135200     ADD 1 TO WS-PAGE-NBR.
135300     MOVE WS-PAGE-NBR TO HD1-PAGE-NBR.
135400
135500     WRITE SUMA-BRR-RECORD FROM WS-HDG-LINE-1
135600         AFTER ADVANCING PAGE.
135700     PERFORM 7900-CHECK-BRR-STATUS THRU 7900-EXIT.
135800
135900     WRITE SUMA-BRR-RECORD FROM WS-CURRENT-COLS
136000         AFTER ADVANCING 2 LINES.
136100     PERFORM 7900-CHECK-BRR-STATUS THRU 7900-EXIT.
136200
136300     MOVE SPACES TO SUMA-BRR-RECORD.
136400     WRITE SUMA-BRR-RECORD
136500         AFTER ADVANCING 1 LINE.
136600     PERFORM 7900-CHECK-BRR-STATUS THRU 7900-EXIT.
136700
136800     MOVE 4 TO WS-LINE-COUNT.
136900
137000 7100-EXIT.
137100     EXIT.
137200
137300******************************************************************
137400*    7200-SECTION-HEADING - START A REPORT SECTION
137500******************************************************************
137600 7200-SECTION-HEADING.
137700
137800     MOVE ZERO TO WS-SECTION-COUNT.
137900
138000     MOVE SPACES TO WS-PRINT-LINE.
138100     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
138200
138300     MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
138400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
138500
138600     MOVE SPACES TO WS-PRINT-LINE.
138700     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
138800
138900 7200-EXIT.
139000     EXIT.
139100
139200******************************************************************
139300*    7300-SECTION-END - CLOSE A SECTION, NOTING AN EMPTY ONE
139400******************************************************************
139500 7300-SECTION-END.
139600
139700     IF WS-SECTION-COUNT = ZERO
139800         MOVE "  *** NONE ***" TO WS-PRINT-LINE
139900         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
140000     END-IF.
140100
140200 7300-EXIT.
140300     EXIT.
140400
140500******************************************************************
140600*    7500-START-REC-BROWSE - POSITION SUMA-REC AT THE FIRST ITEM
140700*    OF THE SOURCE IN WS-BROWSE-SOURCE AND READ IT
140800******************************************************************
140900 7500-START-REC-BROWSE.
141000
141100     MOVE "N"              TO WS-REC-EOF-SW.
141200     MOVE WS-BROWSE-SOURCE TO REC-SOURCE.
141300     MOVE LOW-VALUES       TO REC-ITEM-ID.
141400
141500     START SUMA-REC KEY IS NOT LESS THAN REC-KEY
141600         INVALID KEY
141700             SET WS-REC-EOF TO TRUE
141800             GO TO 7500-EXIT
141900     END-START.
142000
142100     PERFORM 7550-READ-NEXT-REC THRU 7550-EXIT.
142200
142300 7500-EXIT.
142400     EXIT.
142500
142600******************************************************************
142700*    7550-READ-NEXT-REC - READ FORWARD, ENDING THE BROWSE AT THE
142800*    LAST ITEM OF THE SOURCE BEING BROWSED
142900******************************************************************
143000 7550-READ-NEXT-REC.
143100
143200     READ SUMA-REC NEXT RECORD
143300         AT END
143400             SET WS-REC-EOF TO TRUE
143500             GO TO 7550-EXIT
143600     END-READ.
143700     PERFORM 7800-CHECK-REC-STATUS THRU 7800-EXIT.
143800
143900     IF REC-SOURCE NOT = WS-BROWSE-SOURCE
144000         SET WS-REC-EOF TO TRUE
144100     END-IF.
144200
144300 7550-EXIT.
144400     EXIT.
144500
144600******************************************************************
144700*    7800-CHECK-REC-STATUS - ABEND ON A FAILED RECONCILIATION
144800*    FILE I-O THAT IS NOT AN EXPECTED KEY CONDITION
144900******************************************************************
145000 7800-CHECK-REC-STATUS.
145100
145200     IF NOT WS-SUMA-REC-OK
145300         AND NOT WS-SUMA-REC-NOT-FOUND
145400         MOVE "SUMA-REC" TO WS-FATAL-FILE-ID
145500         MOVE WS-SUMA-REC-STATUS TO WS-FATAL-STATUS
145600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
145700     END-IF.
145800
145900 7800-EXIT.
146000     EXIT.
146100
146200******************************************************************
146300*    7850-CHECK-RWK-STATUS - ABEND ON A FAILED WORK FILE I-O
146400******************************************************************
146500 7850-CHECK-RWK-STATUS.
146600
146700     IF NOT WS-SUMA-RWK-OK
146800         MOVE "SUMA-RWK" TO WS-FATAL-FILE-ID
146900         MOVE WS-SUMA-RWK-STATUS TO WS-FATAL-STATUS
147000         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
147100     END-IF.
147200
147300 7850-EXIT.
147400     EXIT.
147500
147600******************************************************************
147700*    7900-CHECK-BRR-STATUS - ABEND ON A FAILED REPORT WRITE
147800******************************************************************
147900 7900-CHECK-BRR-STATUS.
148000
148100     IF NOT WS-SUMA-BRR-OK
148200         MOVE "SUMA-BRR" TO WS-FATAL-FILE-ID
148300         MOVE WS-SUMA-BRR-STATUS TO WS-FATAL-STATUS
148400         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
148500     END-IF.
148600
148700 7900-EXIT.
148800     EXIT.
148900
149000******************************************************************
149100*    8000-PRINT-TOTALS - END-OF-RECONCILIATION TOTALS
149200******************************************************************
149300 8000-PRINT-TOTALS.
149400
149500     MOVE SPACES TO WS-PRINT-LINE.
149600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
149700
149800     MOVE "DATE TOLERANCE DAYS.....:" TO TOT-LABEL.
149900     MOVE WS-TOL-DAYS      TO WS-COUNT-EDIT.
150000     MOVE WS-COUNT-EDIT    TO TOT-VALUE.
150100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
150200
150300     MOVE "STATEMENT RECORDS READ..:" TO TOT-LABEL.
150400     MOVE WS-STMT-READ-COUNT TO WS-COUNT-EDIT.
150500     MOVE WS-COUNT-EDIT      TO TOT-VALUE.
150600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
150700
150800     MOVE "STATEMENT RECS REJECTED.:" TO TOT-LABEL.
150900     MOVE WS-STMT-REJECT-COUNT TO WS-COUNT-EDIT.
151000     MOVE WS-COUNT-EDIT        TO TOT-VALUE.
151100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
151200
151300     MOVE "BANK ITEMS LOADED.......:" TO TOT-LABEL.
151400     MOVE WS-BANK-LOAD-COUNT TO WS-COUNT-EDIT.
151500     MOVE WS-COUNT-EDIT      TO TOT-VALUE.
151600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
151700
151800     MOVE "BANK ITEMS ALREADY HELD.:" TO TOT-LABEL.
151900     MOVE WS-BANK-REPEAT-COUNT TO WS-COUNT-EDIT.
152000     MOVE WS-COUNT-EDIT        TO TOT-VALUE.
152100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
152200
152300     MOVE "POSTINGS LOADED.........:" TO TOT-LABEL.
152400     MOVE WS-POST-LOAD-COUNT TO WS-COUNT-EDIT.
152500     MOVE WS-COUNT-EDIT      TO TOT-VALUE.
152600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
152700
152800     MOVE "POSTINGS ALREADY HELD...:" TO TOT-LABEL.
152900     MOVE WS-POST-REPEAT-COUNT TO WS-COUNT-EDIT.
153000     MOVE WS-COUNT-EDIT        TO TOT-VALUE.
153100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
153200
153300     MOVE "PAIRS MATCHED...........:" TO TOT-LABEL.
153400     MOVE WS-MATCHED-COUNT TO WS-COUNT-EDIT.
153500     MOVE WS-COUNT-EDIT    TO TOT-VALUE.
153600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
153700
153800     MOVE "BANK ITEMS NOT POSTED...:" TO TOT-LABEL.
153900     MOVE WS-OPEN-BANK-COUNT TO WS-COUNT-EDIT.
154000     MOVE WS-COUNT-EDIT      TO TOT-VALUE.
154100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
154200
154300     MOVE "POSTINGS NOT ON BANK....:" TO TOT-LABEL.
154400     MOVE WS-OPEN-POST-COUNT TO WS-COUNT-EDIT.
154500     MOVE WS-COUNT-EDIT      TO TOT-VALUE.
154600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
154700
154800     MOVE "AGED OPEN ITEMS.........:" TO TOT-LABEL.
154900     MOVE WS-AGED-COUNT    TO WS-COUNT-EDIT.
155000     MOVE WS-COUNT-EDIT    TO TOT-VALUE.
155100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
155200
155300     MOVE "ACCOUNTS PROVED.........:" TO TOT-LABEL.
155400     MOVE WS-PROVED-COUNT  TO WS-COUNT-EDIT.
155500     MOVE WS-COUNT-EDIT    TO TOT-VALUE.
155600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
155700
155800     MOVE "ACCOUNTS NOT PROVED.....:" TO TOT-LABEL.
155900     MOVE WS-NOT-PROVED-COUNT TO WS-COUNT-EDIT.
156000     MOVE WS-COUNT-EDIT       TO TOT-VALUE.
156100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
156200
156300     DISPLAY "SUMABREC - PAIRS MATCHED.....: " WS-MATCHED-COUNT.
156400     DISPLAY "SUMABREC - BANK NOT POSTED...: " WS-OPEN-BANK-COUNT.
156500     DISPLAY "SUMABREC - POSTED NOT ON BANK: " WS-OPEN-POST-COUNT.
156600     DISPLAY "SUMABREC - AGED OPEN ITEMS...: " WS-AGED-COUNT.
156700     DISPLAY "SUMABREC - ACCOUNTS PROVED...: " WS-PROVED-COUNT.
156800     DISPLAY "SUMABREC - ACCOUNTS NOT PROVED: "
156900         WS-NOT-PROVED-COUNT.
157000
157100 8000-EXIT.
157200     EXIT.
157300
157400******************************************************************
157500*    8100-WRITE-TOTAL - ONE TOTAL LINE
157600******************************************************************
157700 8100-WRITE-TOTAL.
157800
157900     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
158000     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
158100
158200 8100-EXIT.
158300     EXIT.
158400
158500******************************************************************
158600*    9000-TERMINATE - CLOSE THE FILES
158700******************************************************************
158800 9000-TERMINATE.
158900
159000     CLOSE SUMA-BST
159100           SUMA-BAL
159200           SUMA-REC
159300           SUMA-RWK
159400           SUMA-BRR.
159500
159600     IF WS-AUD-AVAIL
159700         CLOSE SUMA-AUD
159800     END-IF.
159900
160000     SET OCK-REQ-CLOSE TO TRUE.
160100     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
160200
160300 9000-EXIT.
160400     EXIT.
160500
160600******************************************************************
160700*    9500-ABEND-RUN - DISPLAY A FATAL I/O STATUS AND STOP THE JOB
160800******************************************************************
160900 9500-ABEND-RUN.
161000
161100     DISPLAY "SUMABREC - JOB TERMINATED, FILE " WS-FATAL-FILE-ID
161200         " FILE STATUS " WS-FATAL-STATUS.
161300     MOVE 16 TO RETURN-CODE.
161400     STOP RUN.
161500
161600 9500-EXIT.
161700     EXIT.
