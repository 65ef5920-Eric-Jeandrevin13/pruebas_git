000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUMAINQY.
000300 AUTHOR.        J MARTINEZ QUIROGA.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*
000800******************************************************************
000900*    SUMAINQY
001000*
001100*    OPERATOR INQUIRY MENU.  AN INTERACTIVE ACCEPT/DISPLAY
001200*    PROGRAM FOR THE HELP DESK, ANSWERING A SINGLE LOOKUP AT
001300*    THE TERMINAL INSTEAD OF THROUGH A BATCH LISTING JOB:
001400*
001500*      1  ACCOUNT     - THE SUMA-BAL BALANCE, THE SUMA-COA
001600*                       DESCRIPTION AND STATUS, AND THE SUMA-HRY
001700*                       DEPARTMENT AND DIVISION.
001800*      2  RUN         - THE RUN'S SUMA-RGY REGISTRY ENTRY.
001900*      3  TRANSACTION - ONE POSTED SUMA-AUX ENTRY BY RUN ID AND
002000*                       SEQUENCE, WITH ITS REVERSAL STATE AND,
002100*                       FOR A TRANSFER, BOTH ACCOUNTS.
002200*      4  PERIOD      - THE MONTH'S SUMA-PCL OPEN/CLOSED STATUS.
002300*
002400*    THE OPERATOR ID COMES FROM THE COMMAND LINE (OR IS ASKED
002500*    FOR) AND MUST BE ACTIVE ON THE OPERATOR MASTER.  EVERY
002600*    MASTER IS OPENED INPUT ONLY - NOTHING IS EVER UPDATED - AND
002700*    A MASTER THAT CANNOT BE OPENED ONLY DISABLES ITS OWN PART
002800*    OF THE MENU.  EACH LOOKUP IS APPENDED TO THE SUMA-IQL
002900*    INQUIRY LOG WITH THE OPERATOR ID, THE KEY, AND THE RESULT.
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
004000     SELECT SUMA-BAL ASSIGN TO "SUMABAL"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS SBM-ACCT-CODE
004400         FILE STATUS IS WS-SUMA-BAL-STATUS.
004500
004600     SELECT SUMA-COA ASSIGN TO "SUMACOA"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS SCA-ACCT-CODE
005000         FILE STATUS IS WS-SUMA-COA-STATUS.
005100
005200     SELECT SUMA-HRY ASSIGN TO "SUMAHRY"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-SUMA-HRY-STATUS.
005500
005600     SELECT SUMA-RGY ASSIGN TO "SUMARGY"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS SRG-RUN-ID
006000         FILE STATUS IS WS-SUMA-RGY-STATUS.
006100
006200     SELECT SUMA-AUX ASSIGN TO "SUMAAUX"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS SAX-KEY
006600         FILE STATUS IS WS-SUMA-AUX-STATUS.
006700
006800     SELECT SUMA-PCL ASSIGN TO "SUMAPCL"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS SPC-PERIOD
007200         FILE STATUS IS WS-SUMA-PCL-STATUS.
007300
007400     SELECT SUMA-IQL ASSIGN TO "SUMAIQL"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-SUMA-IQL-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000
008100 FD  SUMA-BAL.
008200     COPY SUMABAL.
008300
008400 FD  SUMA-COA.
008500     COPY SUMACOA.
008600
008700 FD  SUMA-HRY.
008800     COPY SUMAHRY.
008900
009000 FD  SUMA-RGY.
009100     COPY SUMARGY.
009200
009300 FD  SUMA-AUX.
009400     COPY SUMAAUX.
009500
009600 FD  SUMA-PCL.
009700     COPY SUMAPCL.
009800
009900 FD  SUMA-IQL.
010000     COPY SUMAIQL.
010100
010200 WORKING-STORAGE SECTION.
010300
010400 01  WS-SUMA-BAL-STATUS             PIC X(02)  VALUE "00".
010500     88  WS-SUMA-BAL-OK                        VALUE "00".
010600     88  WS-SUMA-BAL-NOT-FOUND                 VALUE "23".
010700
010800 01  WS-SUMA-COA-STATUS             PIC X(02)  VALUE "00".
010900     88  WS-SUMA-COA-OK                        VALUE "00".
011000     88  WS-SUMA-COA-NOT-FOUND                 VALUE "23".
011100
011200 01  WS-SUMA-HRY-STATUS             PIC X(02)  VALUE "00".
011300     88  WS-SUMA-HRY-OK                        VALUE "00".
011400
011500 01  WS-SUMA-RGY-STATUS             PIC X(02)  VALUE "00".
011600     88  WS-SUMA-RGY-OK                        VALUE "00".
011700     88  WS-SUMA-RGY-NOT-FOUND                 VALUE "23".
011800
011900 01  WS-SUMA-AUX-STATUS             PIC X(02)  VALUE "00".
012000     88  WS-SUMA-AUX-OK                        VALUE "00".
012100     88  WS-SUMA-AUX-NOT-FOUND                 VALUE "23".
012200
012300 01  WS-SUMA-PCL-STATUS             PIC X(02)  VALUE "00".
012400     88  WS-SUMA-PCL-OK                        VALUE "00".
012500     88  WS-SUMA-PCL-NOT-FOUND                 VALUE "23".
012600
012700 01  WS-SUMA-IQL-STATUS             PIC X(02)  VALUE "00".
012800     88  WS-SUMA-IQL-OK                        VALUE "00".
012900     88  WS-SUMA-IQL-NO-FILE                   VALUE "35".
013000
013100 01  WS-FATAL-FILE-ID               PIC X(08)  VALUE SPACES.
013200 01  WS-FATAL-STATUS                PIC X(02)  VALUE SPACES.
013300
013400 01  WS-PARM-LINE                   PIC X(80)  VALUE SPACES.
013500 01  WS-OPERATOR-ID                 PIC X(08)  VALUE SPACES.
013600
013700 01  WS-SWITCHES.
013800     05  WS-BAL-AVAIL-SW            PIC X(01)  VALUE "N".
013900         88  WS-BAL-AVAIL                      VALUE "Y".
014000     05  WS-COA-AVAIL-SW            PIC X(01)  VALUE "N".
014100         88  WS-COA-AVAIL                      VALUE "Y".
014200     05  WS-RGY-AVAIL-SW            PIC X(01)  VALUE "N".
014300         88  WS-RGY-AVAIL                      VALUE "Y".
014400     05  WS-AUX-AVAIL-SW            PIC X(01)  VALUE "N".
014500         88  WS-AUX-AVAIL                      VALUE "Y".
014600     05  WS-PCL-AVAIL-SW            PIC X(01)  VALUE "N".
014700         88  WS-PCL-AVAIL                      VALUE "Y".
014800     05  WS-HRY-EOF-SW              PIC X(01)  VALUE "N".
014900         88  WS-HRY-EOF                        VALUE "Y".
015000     05  WS-HRY-FOUND-SW            PIC X(01)  VALUE "N".
015100         88  WS-HRY-FOUND                      VALUE "Y".
015200     05  WS-END-SESSION-SW          PIC X(01)  VALUE "N".
015300         88  WS-END-SESSION                    VALUE "Y".
015400
015500******************************************************************
015600*    MENU SELECTION.  A BLANK REPLY ENDS THE SESSION THE SAME
015700*    AS "X", SO AN EXHAUSTED TERMINAL INPUT CANNOT LOOP THE MENU.
015800******************************************************************
015900 01  WS-MENU-CHOICE                 PIC X(01)  VALUE SPACE.
016000     88  WS-CHOICE-ACCOUNT                     VALUE "1".
016100     88  WS-CHOICE-RUN                         VALUE "2".
016200     88  WS-CHOICE-TRAN                        VALUE "3".
016300     88  WS-CHOICE-PERIOD                      VALUE "4".
016400     88  WS-CHOICE-EXIT                        VALUE "X" "x" " ".
016500
016600 01  WS-IN-ACCT                     PIC X(08)  VALUE SPACES.
016700 01  WS-IN-RUN-ID                   PIC X(08)  VALUE SPACES.
016800 01  WS-IN-PERIOD                   PIC X(06)  VALUE SPACES.
016900 01  WS-IN-PERIOD-PARTS REDEFINES WS-IN-PERIOD.
017000     05  WS-IN-PERIOD-YEAR          PIC 9(04).
017100     05  WS-IN-PERIOD-MONTH         PIC 9(02).
017200
017300 01  WS-IN-SEQ                      PIC X(07)  VALUE SPACES.
017400 01  WS-IN-SEQ-N REDEFINES WS-IN-SEQ
017500                                    PIC 9(07).
017600 01  WS-IN-SEQ-TL REDEFINES WS-IN-SEQ.
017700     05  WS-SEQ-HEAD                PIC X(06).
017800     05  WS-SEQ-TAIL                PIC X(01).
017900 01  WS-IN-SEQ-LD REDEFINES WS-IN-SEQ.
018000     05  WS-SEQ-LEAD                PIC X(01).
018100     05  WS-SEQ-REST                PIC X(06).
018200 01  WS-SEQ-HOLD                    PIC X(06)  VALUE SPACES.
018300
018400******************************************************************
018500*    ONE SUMA-IQL ENTRY IS BUILT HERE BY EACH INQUIRY AND
018600*    WRITTEN BY 7000-WRITE-INQUIRY-LOG.
018700******************************************************************
018800 01  WS-LOG-TYPE                    PIC X(08)  VALUE SPACES.
018900 01  WS-LOG-KEY                     PIC X(16)  VALUE SPACES.
019000 01  WS-LOG-RESULT                  PIC X(10)  VALUE SPACES.
019100 01  WS-LOG-TRAN-KEY.
019200     05  WS-LOG-TRAN-RUN-ID         PIC X(08).
019300     05  FILLER                     PIC X(01)  VALUE "/".
019400     05  WS-LOG-TRAN-SEQ            PIC 9(07).
019500
019600 01  WS-INQUIRY-COUNT     PIC 9(07)  COMP      VALUE ZERO.
019700
019800 01  WS-ED-BALANCE
019900     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
020000 01  WS-ED-GRAND-TOTAL
020100     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
020200 01  WS-ED-RESUL                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
020300 01  WS-ED-OPERAND                  PIC Z,ZZZ,ZZ9.99-.
020400 01  WS-ED-TRAN-COUNT               PIC ZZZ,ZZZ,ZZ9.
020500 01  WS-ED-RECORD-COUNT             PIC Z,ZZZ,ZZ9.
020600 01  WS-ED-APPR-LIMIT               PIC Z,ZZZ,ZZ9.99.
020700 01  WS-ED-INQUIRY-COUNT            PIC Z,ZZZ,ZZ9.
020800
020900 01  WS-DISP-TEXT                   PIC X(20)  VALUE SPACES.
021000
021100     COPY SUMAOCK.
021200
021300 PROCEDURE DIVISION.
021400
021500******************************************************************
021600*    0000-MAINLINE
021700******************************************************************
021800 0000-MAINLINE.
021900
022000     PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
022100
022200     PERFORM 2000-PROCESS-MENU  THRU 2000-EXIT
022300         UNTIL WS-END-SESSION.
022400
022500     PERFORM 9000-TERMINATE     THRU 9000-EXIT.
022600
022700     STOP RUN.
022800
022900******************************************************************
023000*    1000-INITIALIZE - IDENTIFY AND VERIFY THE OPERATOR, OPEN THE
023100*    INQUIRY LOG, AND OPEN WHICHEVER MASTERS ARE PRESENT
023200******************************************************************
023300 1000-INITIALIZE.
023400
023500     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
023600     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
023700         INTO WS-OPERATOR-ID.
023800
023900     IF WS-OPERATOR-ID = SPACES
024000         DISPLAY "SUMAINQY - ENTER OPERATOR ID: "
024100             WITH NO ADVANCING
024200         ACCEPT WS-OPERATOR-ID
024300     END-IF.
024400
024500     IF WS-OPERATOR-ID = SPACES
024600         DISPLAY "SUMAINQY - OPERATOR ID IS REQUIRED"
024700         MOVE "PARM    " TO WS-FATAL-FILE-ID
024800         MOVE "NN"       TO WS-FATAL-STATUS
024900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
025000     END-IF.
025100
025200     PERFORM 1050-VERIFY-OPERATOR THRU 1050-EXIT.
025300
025400     OPEN EXTEND SUMA-IQL.
025500     IF WS-SUMA-IQL-NO-FILE
025600         OPEN OUTPUT SUMA-IQL
025700     END-IF.
025800     IF NOT WS-SUMA-IQL-OK
025900         MOVE "SUMA-IQL" TO WS-FATAL-FILE-ID
026000         MOVE WS-SUMA-IQL-STATUS TO WS-FATAL-STATUS
026100         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
026200     END-IF.
026300
026400     PERFORM 1100-OPEN-MASTERS THRU 1100-EXIT.
026500
026600 1000-EXIT.
026700     EXIT.
026800
026900******************************************************************
027000*    1050-VERIFY-OPERATOR - THE OPERATOR MAKING INQUIRIES MUST BE
027100*    ACTIVE ON THE OPERATOR AUTHORIZATION MASTER.  SUMAOCHK LOGS
027200*    A REFUSAL TO THE SECURITY-VIOLATION LOG.
027300******************************************************************
027400 1050-VERIFY-OPERATOR.
027500
027600     MOVE SPACES         TO SUMA-OCK-AREA.
027700     MOVE ZERO           TO OCK-SEQ-NBR.
027800     SET OCK-REQ-VERIFY  TO TRUE.
027900     MOVE "SUMAINQY"     TO OCK-PROGRAM-ID.
028000     MOVE WS-OPERATOR-ID TO OCK-OPERATOR-ID.
028100     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
028200
028300     IF OCK-AUTHORIZED
028400         GO TO 1050-EXIT
028500     END-IF.
028600
028700     DISPLAY "SUMAINQY - OPERATOR " WS-OPERATOR-ID
028800         " REFUSED: " OCK-REASON.
028900     SET OCK-REQ-CLOSE   TO TRUE.
029000     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
029100     MOVE "OPERATOR" TO WS-FATAL-FILE-ID.
029200     MOVE "NA"       TO WS-FATAL-STATUS.
029300     PERFORM 9500-ABEND-RUN THRU 9500-EXIT.
029400
029500 1050-EXIT.
029600     EXIT.
029700
029800******************************************************************
029900*    1100-OPEN-MASTERS - OPEN EACH KEYED MASTER INPUT ONLY.  ONE
030000*    THAT IS NOT PRESENT IS NOTED AND ONLY ITS OWN LOOKUP IS
030100*    UNAVAILABLE; THE HELP DESK CAN STILL ANSWER THE REST.
030200*    SUMA-HRY IS A FLAT FILE AND IS OPENED PER LOOKUP.
030300******************************************************************
030400 1100-OPEN-MASTERS.
030500
030600     OPEN INPUT SUMA-BAL.
030700     IF WS-SUMA-BAL-OK
030800         SET WS-BAL-AVAIL TO TRUE
030900     ELSE
031000         DISPLAY "SUMAINQY - BALANCE MASTER NOT AVAILABLE,"
031100             " STATUS " WS-SUMA-BAL-STATUS
031200     END-IF.
031300
031400     OPEN INPUT SUMA-COA.
031500     IF WS-SUMA-COA-OK
031600         SET WS-COA-AVAIL TO TRUE
031700     ELSE
031800         DISPLAY "SUMAINQY - CHART OF ACCOUNTS NOT AVAILABLE,"
031900             " STATUS " WS-SUMA-COA-STATUS
032000     END-IF.
032100
032200     OPEN INPUT SUMA-RGY.
032300     IF WS-SUMA-RGY-OK
032400         SET WS-RGY-AVAIL TO TRUE
032500     ELSE
032600         DISPLAY "SUMAINQY - RUN REGISTRY NOT AVAILABLE,"
032700             " STATUS " WS-SUMA-RGY-STATUS
032800     END-IF.
032900
033000     OPEN INPUT SUMA-AUX.
033100     IF WS-SUMA-AUX-OK
033200         SET WS-AUX-AVAIL TO TRUE
033300     ELSE
033400         DISPLAY "SUMAINQY - AUDIT INDEX NOT AVAILABLE,"
033500             " STATUS " WS-SUMA-AUX-STATUS
033600     END-IF.
033700
033800     OPEN INPUT SUMA-PCL.
033900     IF WS-SUMA-PCL-OK
034000         SET WS-PCL-AVAIL TO TRUE
034100     ELSE
034200         DISPLAY "SUMAINQY - PERIOD CONTROL NOT AVAILABLE,"
034300             " STATUS " WS-SUMA-PCL-STATUS
034400     END-IF.
034500
034600 1100-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000*    2000-PROCESS-MENU - SHOW THE MENU AND RUN ONE SELECTION
035100******************************************************************
035200 2000-PROCESS-MENU.
035300
035400     DISPLAY " ".
035500     DISPLAY "SUMAINQY - OPERATOR INQUIRY MENU    OPERATOR "
035600         WS-OPERATOR-ID.
035700     DISPLAY "   1  ACCOUNT BALANCE AND CHART ENTRY".
035800     DISPLAY "   2  RUN REGISTRY ENTRY".
035900     DISPLAY "   3  POSTED TRANSACTION".
036000     DISPLAY "   4  PERIOD STATUS".
036100     DISPLAY "   X  END INQUIRY".
036200     DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
036300
036400     MOVE SPACE TO WS-MENU-CHOICE.
036500     ACCEPT WS-MENU-CHOICE.
036600
036700     EVALUATE TRUE
036800         WHEN WS-CHOICE-ACCOUNT
036900             PERFORM 3000-ACCOUNT-INQUIRY THRU 3000-EXIT
037000         WHEN WS-CHOICE-RUN
037100             PERFORM 4000-RUN-INQUIRY     THRU 4000-EXIT
037200         WHEN WS-CHOICE-TRAN
037300             PERFORM 5000-TRAN-INQUIRY    THRU 5000-EXIT
037400         WHEN WS-CHOICE-PERIOD
037500             PERFORM 6000-PERIOD-INQUIRY  THRU 6000-EXIT
037600         WHEN WS-CHOICE-EXIT
037700             MOVE "Y" TO WS-END-SESSION-SW
037800         WHEN OTHER
037900             DISPLAY "SUMAINQY - INVALID SELECTION: "
038000                 WS-MENU-CHOICE
038100     END-EVALUATE.
038200
038300 2000-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700*    3000-ACCOUNT-INQUIRY - ONE ACCOUNT'S BALANCE, CHART ENTRY,
038800*    AND PLACE IN THE DEPARTMENT / DIVISION HIERARCHY.  THE
038900*    ACCOUNT COUNTS AS FOUND IF ANY OF THE THREE KNOWS IT.
039000******************************************************************
039100 3000-ACCOUNT-INQUIRY.
039200
039300     DISPLAY "ACCOUNT CODE: " WITH NO ADVANCING.
039400     MOVE SPACES TO WS-IN-ACCT.
039500     ACCEPT WS-IN-ACCT.
039600     IF WS-IN-ACCT = SPACES
039700         GO TO 3000-EXIT
039800     END-IF.
039900
040000     MOVE "ACCOUNT"   TO WS-LOG-TYPE.
040100     MOVE WS-IN-ACCT  TO WS-LOG-KEY.
040200     MOVE "NOT FOUND" TO WS-LOG-RESULT.
040300
040400     DISPLAY " ".
040500     DISPLAY "ACCOUNT " WS-IN-ACCT.
040600
040700     PERFORM 3100-SHOW-BALANCE   THRU 3100-EXIT.
040800     PERFORM 3200-SHOW-CHART     THRU 3200-EXIT.
040900     PERFORM 3300-SHOW-HIERARCHY THRU 3300-EXIT.
041000
041100     PERFORM 7000-WRITE-INQUIRY-LOG THRU 7000-EXIT.
041200
041300 3000-EXIT.
041400     EXIT.
041500
041600******************************************************************
041700*    3100-SHOW-BALANCE - THE SUMA-BAL RUNNING BALANCE
041800******************************************************************
041900 3100-SHOW-BALANCE.
042000
042100     IF NOT WS-BAL-AVAIL
042200         DISPLAY "  BALANCE MASTER NOT AVAILABLE"
042300         GO TO 3100-EXIT
042400     END-IF.
042500
042600     MOVE WS-IN-ACCT TO SBM-ACCT-CODE.
042700     READ SUMA-BAL
042800         INVALID KEY
042900             CONTINUE
043000     END-READ.
043100
043200     IF WS-SUMA-BAL-NOT-FOUND
043300         DISPLAY "  NO BALANCE ON FILE"
043400         GO TO 3100-EXIT
043500     END-IF.
043600     IF NOT WS-SUMA-BAL-OK
043700         MOVE "SUMA-BAL" TO WS-FATAL-FILE-ID
043800         MOVE WS-SUMA-BAL-STATUS TO WS-FATAL-STATUS
043900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
044000     END-IF.
044100
044200     MOVE "FOUND"           TO WS-LOG-RESULT.
044300     MOVE SBM-BALANCE       TO WS-ED-BALANCE.
044400     MOVE SBM-TRAN-COUNT    TO WS-ED-TRAN-COUNT.
044500     DISPLAY "  BALANCE..........: " WS-ED-BALANCE.
044600     DISPLAY "  TRANSACTIONS.....: " WS-ED-TRAN-COUNT.
044700     DISPLAY "  LAST UPDATED.....: " SBM-LAST-UPD-DATE
044800         "  RUN " SBM-LAST-RUN-ID.
044900
045000 3100-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400*    3200-SHOW-CHART - THE SUMA-COA DESCRIPTION AND STATUS
045500******************************************************************
045600 3200-SHOW-CHART.
045700
045800     IF NOT WS-COA-AVAIL
045900         DISPLAY "  CHART OF ACCOUNTS NOT AVAILABLE"
046000         GO TO 3200-EXIT
046100     END-IF.
046200
046300     MOVE WS-IN-ACCT TO SCA-ACCT-CODE.
046400     READ SUMA-COA
046500         INVALID KEY
046600             CONTINUE
046700     END-READ.
046800
046900     IF WS-SUMA-COA-NOT-FOUND
047000         DISPLAY "  ** NOT ON CHART OF ACCOUNTS **"
047100         GO TO 3200-EXIT
047200     END-IF.
047300     IF NOT WS-SUMA-COA-OK
047400         MOVE "SUMA-COA" TO WS-FATAL-FILE-ID
047500         MOVE WS-SUMA-COA-STATUS TO WS-FATAL-STATUS
047600         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
047700     END-IF.
047800
047900     MOVE "FOUND" TO WS-LOG-RESULT.
048000
048100     EVALUATE TRUE
048200         WHEN SCA-ACTIVE
048300             MOVE "ACTIVE"  TO WS-DISP-TEXT
048400         WHEN SCA-CLOSED
048500             MOVE "CLOSED"  TO WS-DISP-TEXT
048600         WHEN OTHER
048700             MOVE SCA-STATUS TO WS-DISP-TEXT
048800     END-EVALUATE.
048900     DISPLAY "  DESCRIPTION......: " SCA-ACCT-DESC.
049000     DISPLAY "  CHART STATUS.....: " WS-DISP-TEXT.
049100
049200     EVALUATE TRUE
049300         WHEN SCA-TYPE-INCOME
049400             MOVE "INCOME"        TO WS-DISP-TEXT
049500         WHEN SCA-TYPE-EXPENSE
049600             MOVE "EXPENSE"       TO WS-DISP-TEXT
049700         WHEN OTHER
049800             MOVE "BALANCE SHEET" TO WS-DISP-TEXT
049900     END-EVALUATE.
050000     DISPLAY "  ACCOUNT TYPE.....: " WS-DISP-TEXT.
050100     DISPLAY "  EFFECTIVE........: " SCA-EFF-FROM-DATE
050200         " TO " SCA-EFF-TO-DATE.
050300
050400     IF SCA-APPR-LIMIT-X NOT = SPACES
050500         MOVE SCA-APPR-LIMIT TO WS-ED-APPR-LIMIT
050600         DISPLAY "  APPROVAL LIMIT...: " WS-ED-APPR-LIMIT
050700     END-IF.
050800
050900 3200-EXIT.
051000     EXIT.
051100
051200******************************************************************
051300*    3300-SHOW-HIERARCHY - SCAN THE SUMA-HRY STRUCTURE FILE FOR
051400*    THE ACCOUNT'S DEPARTMENT AND DIVISION.  THE FILE IS OPENED
051500*    FOR EACH LOOKUP SO A CHANGE ACCOUNTING MAKES TO IT IS SEEN
051600*    WITHOUT RESTARTING THE SESSION.
051700******************************************************************
051800 3300-SHOW-HIERARCHY.
051900
052000     OPEN INPUT SUMA-HRY.
052100     IF NOT WS-SUMA-HRY-OK
052200         DISPLAY "  HIERARCHY FILE NOT AVAILABLE, STATUS "
052300             WS-SUMA-HRY-STATUS
052400         GO TO 3300-EXIT
052500     END-IF.
052600
052700     MOVE "N" TO WS-HRY-EOF-SW.
052800     MOVE "N" TO WS-HRY-FOUND-SW.
052900     PERFORM 3310-READ-SUMA-HRY THRU 3310-EXIT
053000         UNTIL WS-HRY-EOF
053100            OR WS-HRY-FOUND.
053200     CLOSE SUMA-HRY.
053300
053400     IF NOT WS-HRY-FOUND
053500         DISPLAY "  ** NOT IN DEPARTMENT HIERARCHY **"
053600         GO TO 3300-EXIT
053700     END-IF.
053800
053900     MOVE "FOUND" TO WS-LOG-RESULT.
054000     DISPLAY "  DEPARTMENT.......: " HRY-DEPT-CODE " "
054100         HRY-DEPT-NAME.
054200     DISPLAY "  DIVISION.........: " HRY-DIV-CODE " "
054300         HRY-DIV-NAME.
054400
054500 3300-EXIT.
054600     EXIT.
054700
054800******************************************************************
054900*    3310-READ-SUMA-HRY - READ THE NEXT HIERARCHY MAPPING
055000******************************************************************
055100 3310-READ-SUMA-HRY.
055200
055300     READ SUMA-HRY
055400         AT END
055500             MOVE "Y" TO WS-HRY-EOF-SW
055600         NOT AT END
055700             IF HRY-ACCT-CODE = WS-IN-ACCT
055800                 MOVE "Y" TO WS-HRY-FOUND-SW
055900             END-IF
056000     END-READ.
056100
056200 3310-EXIT.
056300     EXIT.
056400
056500******************************************************************
056600*    4000-RUN-INQUIRY - ONE RUN'S SUMA-RGY REGISTRY ENTRY
056700******************************************************************
056800 4000-RUN-INQUIRY.
056900
057000     IF NOT WS-RGY-AVAIL
057100         DISPLAY "SUMAINQY - RUN REGISTRY NOT AVAILABLE"
057200         GO TO 4000-EXIT
057300     END-IF.
057400
057500     DISPLAY "RUN ID: " WITH NO ADVANCING.
057600     MOVE SPACES TO WS-IN-RUN-ID.
057700     ACCEPT WS-IN-RUN-ID.
057800     IF WS-IN-RUN-ID = SPACES
057900         GO TO 4000-EXIT
058000     END-IF.
058100
058200     MOVE "RUN"        TO WS-LOG-TYPE.
058300     MOVE WS-IN-RUN-ID TO WS-LOG-KEY.
058400     MOVE "NOT FOUND"  TO WS-LOG-RESULT.
058500
058600     MOVE WS-IN-RUN-ID TO SRG-RUN-ID.
058700     READ SUMA-RGY
058800         INVALID KEY
058900             CONTINUE
059000     END-READ.
059100
059200     DISPLAY " ".
059300     IF WS-SUMA-RGY-NOT-FOUND
059400         DISPLAY "RUN " WS-IN-RUN-ID " IS NOT ON THE REGISTRY"
059500         PERFORM 7000-WRITE-INQUIRY-LOG THRU 7000-EXIT
059600         GO TO 4000-EXIT
059700     END-IF.
059800     IF NOT WS-SUMA-RGY-OK
059900         MOVE "SUMA-RGY" TO WS-FATAL-FILE-ID
060000         MOVE WS-SUMA-RGY-STATUS TO WS-FATAL-STATUS
060100         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
060200     END-IF.
060300
060400     MOVE "FOUND" TO WS-LOG-RESULT.
060500
060600     EVALUATE TRUE
060700         WHEN SRG-COMPLETED
060800             MOVE "COMPLETED" TO WS-DISP-TEXT
060900         WHEN SRG-FAILED
061000             MOVE "FAILED"    TO WS-DISP-TEXT
061100         WHEN OTHER
061200             MOVE SRG-STATUS  TO WS-DISP-TEXT
061300     END-EVALUATE.
061400     MOVE SRG-RECORD-COUNT TO WS-ED-RECORD-COUNT.
061500     MOVE SRG-GRAND-TOTAL  TO WS-ED-GRAND-TOTAL.
061600
061700     DISPLAY "RUN " SRG-RUN-ID.
061800     DISPLAY "  RUN DATE.........: " SRG-RUN-DATE.
061900     DISPLAY "  STATUS...........: " WS-DISP-TEXT.
062000     DISPLAY "  RECORDS..........: " WS-ED-RECORD-COUNT.
062100     DISPLAY "  GRAND TOTAL......: " WS-ED-GRAND-TOTAL.
062200     DISPLAY "  RECON VERDICT....: " SRG-RECON-VERDICT.
062300     DISPLAY "  RETURN CODE......: " SRG-RETURN-CODE.
062400     DISPLAY "  LAST UPDATED.....: " SRG-UPD-DATE " "
062500         SRG-UPD-TIME.
062600
062700     PERFORM 7000-WRITE-INQUIRY-LOG THRU 7000-EXIT.
062800
062900 4000-EXIT.
063000     EXIT.
063100
063200******************************************************************
063300*    5000-TRAN-INQUIRY - ONE POSTED TRANSACTION ON THE SUMA-AUX
063400*    AUDIT INDEX BY RUN ID AND INPUT SEQUENCE.  A TRANSFER SHOWS
063500*    BOTH ITS FROM- AND TO-ACCOUNT.
063600******************************************************************
063700 5000-TRAN-INQUIRY.
063800
063900     IF NOT WS-AUX-AVAIL
064000         DISPLAY "SUMAINQY - AUDIT INDEX NOT AVAILABLE"
064100         GO TO 5000-EXIT
064200     END-IF.
064300
064400     DISPLAY "RUN ID: " WITH NO ADVANCING.
064500     MOVE SPACES TO WS-IN-RUN-ID.
064600     ACCEPT WS-IN-RUN-ID.
064700     IF WS-IN-RUN-ID = SPACES
064800         GO TO 5000-EXIT
064900     END-IF.
065000
065100     DISPLAY "SEQUENCE: " WITH NO ADVANCING.
065200     MOVE SPACES TO WS-IN-SEQ.
065300     ACCEPT WS-IN-SEQ.
065400     IF WS-IN-SEQ = SPACES
065500         GO TO 5000-EXIT
065600     END-IF.
065700
065800     MOVE "TRANSACT"   TO WS-LOG-TYPE.
065900     MOVE "NOT FOUND"  TO WS-LOG-RESULT.
066000
066100     PERFORM 5100-JUSTIFY-SEQ THRU 5100-EXIT.
066200     IF WS-IN-SEQ-N IS NOT NUMERIC
066300         DISPLAY "SUMAINQY - SEQUENCE MUST BE NUMERIC: " WS-IN-SEQ
066400         MOVE WS-IN-RUN-ID  TO WS-LOG-KEY
066500         MOVE "INVALID"     TO WS-LOG-RESULT
066600         PERFORM 7000-WRITE-INQUIRY-LOG THRU 7000-EXIT
066700         GO TO 5000-EXIT
066800     END-IF.
066900
067000     MOVE WS-IN-RUN-ID    TO WS-LOG-TRAN-RUN-ID.
067100     MOVE WS-IN-SEQ-N     TO WS-LOG-TRAN-SEQ.
067200     MOVE WS-LOG-TRAN-KEY TO WS-LOG-KEY.
067300
067400     MOVE WS-IN-RUN-ID    TO SAX-RUN-ID.
067500     MOVE WS-IN-SEQ-N     TO SAX-SEQ-NBR.
067600     READ SUMA-AUX
067700         INVALID KEY
067800             CONTINUE
067900     END-READ.
068000
068100     DISPLAY " ".
068200     IF WS-SUMA-AUX-NOT-FOUND
068300         DISPLAY "TRANSACTION " WS-LOG-TRAN-KEY
068400             " IS NOT ON THE AUDIT INDEX"
068500         PERFORM 7000-WRITE-INQUIRY-LOG THRU 7000-EXIT
068600         GO TO 5000-EXIT
068700     END-IF.
068800     IF NOT WS-SUMA-AUX-OK
068900         MOVE "SUMA-AUX" TO WS-FATAL-FILE-ID
069000         MOVE WS-SUMA-AUX-STATUS TO WS-FATAL-STATUS
069100         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
069200     END-IF.
069300
069400     MOVE "FOUND" TO WS-LOG-RESULT.
069500     DISPLAY "TRANSACTION " WS-LOG-TRAN-KEY.
069600
069700     IF SAX-OPER-CODE = "X"
069800         PERFORM 5300-SHOW-TRANSFER THRU 5300-EXIT
069900     ELSE
070000         PERFORM 5200-SHOW-POSTING  THRU 5200-EXIT
070100     END-IF.
070200
070300     IF SAX-REVERSED
070400         DISPLAY "  REVERSED.........: YES"
070500     ELSE
070600         DISPLAY "  REVERSED.........: NO"
070700     END-IF.
070800
070900     PERFORM 7000-WRITE-INQUIRY-LOG THRU 7000-EXIT.
071000
071100 5000-EXIT.
071200     EXIT.
071300
071400******************************************************************
071500*    5100-JUSTIFY-SEQ - THE ACCEPT LEAVES A SHORT SEQUENCE
071600*    LEFT-JUSTIFIED, SO "12" ARRIVES AS "12     ".  SHIFT THE
071700*    DIGITS INTO THE LOW-ORDER POSITIONS AND ZERO-FILL THE LEAD
071800*    SO THE NATURAL FORM PASSES THE NUMERIC EDIT.  THE CALLER
071900*    HAS RULED OUT AN ALL-SPACES REPLY.
072000******************************************************************
072100 5100-JUSTIFY-SEQ.
072200
072300     PERFORM 5110-SHIFT-SEQ THRU 5110-EXIT
072400         UNTIL WS-SEQ-TAIL NOT = SPACE.
072500
072600     INSPECT WS-IN-SEQ REPLACING LEADING " " BY "0".
072700
072800 5100-EXIT.
072900     EXIT.
073000
073100******************************************************************
073200*    5110-SHIFT-SEQ - SHIFT THE SEQUENCE RIGHT ONE POSITION
073300******************************************************************
073400 5110-SHIFT-SEQ.
073500
073600     MOVE WS-SEQ-HEAD TO WS-SEQ-HOLD.
073700     MOVE WS-SEQ-HOLD TO WS-SEQ-REST.
073800     MOVE SPACE       TO WS-SEQ-LEAD.
073900
074000 5110-EXIT.
074100     EXIT.
074200
074300******************************************************************
074400*    5200-SHOW-POSTING - AN ARITHMETIC POSTING: ITS OPERANDS,
074500*    OPERATION, RESULT, AND THE ACCOUNT IT POSTED TO
074600******************************************************************
074700 5200-SHOW-POSTING.
074800
074900     EVALUATE SAX-OPER-CODE
075000         WHEN "A"
075100             MOVE "ADD"      TO WS-DISP-TEXT
075200         WHEN "S"
075300             MOVE "SUBTRACT" TO WS-DISP-TEXT
075400         WHEN "M"
075500             MOVE "MULTIPLY" TO WS-DISP-TEXT
075600         WHEN "D"
075700             MOVE "DIVIDE"   TO WS-DISP-TEXT
075800         WHEN OTHER
075900             MOVE SAX-OPER-CODE TO WS-DISP-TEXT
076000     END-EVALUATE.
076100
076200     DISPLAY "  OPERATION........: " SAX-OPER-CODE " "
076300         WS-DISP-TEXT.
076400     MOVE SAX-NUM1 TO WS-ED-OPERAND.
076500     DISPLAY "  FIRST OPERAND....: " WS-ED-OPERAND.
076600     MOVE SAX-NUM2 TO WS-ED-OPERAND.
076700     DISPLAY "  SECOND OPERAND...: " WS-ED-OPERAND.
076800     MOVE SAX-RESUL TO WS-ED-RESUL.
076900     DISPLAY "  RESULT...........: " WS-ED-RESUL.
077000     DISPLAY "  ACCOUNT..........: " SAX-ACCT-CODE.
077100
077200 5200-EXIT.
077300     EXIT.
077400
077500******************************************************************
077600*    5300-SHOW-TRANSFER - AN INTER-ACCOUNT TRANSFER.  THE
077700*    TO-ACCOUNT IS IN SAX-ACCT-CODE AND THE FROM-ACCOUNT IN
077800*    SAX-XFR-FROM-ACCT; BOTH SIDES POSTED AS ONE UNIT FOR THE
077900*    SAX-RESUL AMOUNT.
078000******************************************************************
078100 5300-SHOW-TRANSFER.
078200
078300     MOVE SAX-RESUL TO WS-ED-RESUL.
078400     DISPLAY "  OPERATION........: X TRANSFER".
078500     DISPLAY "  AMOUNT...........: " WS-ED-RESUL.
078600     DISPLAY "  FROM ACCOUNT.....: " SAX-XFR-FROM-ACCT.
078700     DISPLAY "  TO ACCOUNT.......: " SAX-ACCT-CODE.
078800
078900 5300-EXIT.
079000     EXIT.
079100
079200******************************************************************
079300*    6000-PERIOD-INQUIRY - ONE MONTH'S SUMA-PCL STATUS.  A PERIOD
079400*    WITH NO CONTROL RECORD HAS NEVER BEEN CLOSED AND IS OPEN.
079500******************************************************************
079600 6000-PERIOD-INQUIRY.
079700
079800     IF NOT WS-PCL-AVAIL
079900         DISPLAY "SUMAINQY - PERIOD CONTROL NOT AVAILABLE"
080000         GO TO 6000-EXIT
080100     END-IF.
080200
080300     DISPLAY "PERIOD (YYYYMM): " WITH NO ADVANCING.
080400     MOVE SPACES TO WS-IN-PERIOD.
080500     ACCEPT WS-IN-PERIOD.
080600     IF WS-IN-PERIOD = SPACES
080700         GO TO 6000-EXIT
080800     END-IF.
080900
081000     MOVE "PERIOD"     TO WS-LOG-TYPE.
081100     MOVE WS-IN-PERIOD TO WS-LOG-KEY.
081200
081300     IF WS-IN-PERIOD IS NOT NUMERIC
081400        OR WS-IN-PERIOD-MONTH < 1
081500        OR WS-IN-PERIOD-MONTH > 12
081600         DISPLAY "SUMAINQY - PERIOD MUST BE YYYYMM: " WS-IN-PERIOD
081700         MOVE "INVALID"     TO WS-LOG-RESULT
081800         PERFORM 7000-WRITE-INQUIRY-LOG THRU 7000-EXIT
081900         GO TO 6000-EXIT
082000     END-IF.
082100
082200     MOVE WS-IN-PERIOD TO SPC-PERIOD.
082300     READ SUMA-PCL
082400         INVALID KEY
082500             CONTINUE
082600     END-READ.
082700
082800     DISPLAY " ".
082900     IF WS-SUMA-PCL-NOT-FOUND
083000         DISPLAY "PERIOD " WS-IN-PERIOD
083100         DISPLAY "  STATUS...........: OPEN (NEVER CLOSED)"
083200         MOVE "NOT FOUND" TO WS-LOG-RESULT
083300         PERFORM 7000-WRITE-INQUIRY-LOG THRU 7000-EXIT
083400         GO TO 6000-EXIT
083500     END-IF.
083600     IF NOT WS-SUMA-PCL-OK
083700         MOVE "SUMA-PCL" TO WS-FATAL-FILE-ID
083800         MOVE WS-SUMA-PCL-STATUS TO WS-FATAL-STATUS
083900         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
084000     END-IF.
084100
084200     MOVE "FOUND" TO WS-LOG-RESULT.
084300
084400     EVALUATE TRUE
084500         WHEN SPC-OPEN
084600             MOVE "OPEN"       TO WS-DISP-TEXT
084700         WHEN SPC-CLOSED
084800             MOVE "CLOSED"     TO WS-DISP-TEXT
084900         WHEN OTHER
085000             MOVE SPC-STATUS   TO WS-DISP-TEXT
085100     END-EVALUATE.
085200
085300     DISPLAY "PERIOD " SPC-PERIOD.
085400     DISPLAY "  STATUS...........: " WS-DISP-TEXT.
085500     DISPLAY "  LAST CHANGED.....: " SPC-UPD-DATE " "
085600         SPC-UPD-TIME.
085700     DISPLAY "  CHANGED BY.......: " SPC-OPERATOR-ID.
085800
085900     PERFORM 7000-WRITE-INQUIRY-LOG THRU 7000-EXIT.
086000
086100 6000-EXIT.
086200     EXIT.
086300
086400******************************************************************
086500*    7000-WRITE-INQUIRY-LOG - APPEND ONE SUMA-IQL ENTRY FOR THE
086600*    INQUIRY JUST ANSWERED.  AN INQUIRY THAT CANNOT BE LOGGED
086700*    ENDS THE SESSION.
086800******************************************************************
086900 7000-WRITE-INQUIRY-LOG.
087000
087100     MOVE SPACES          TO SUMA-IQL-RECORD.
087200     ACCEPT IQL-LOG-DATE FROM DATE YYYYMMDD.
087300     ACCEPT IQL-LOG-TIME FROM TIME.
087400     MOVE "SUMAINQY"      TO IQL-PROGRAM-ID.
087500     MOVE WS-OPERATOR-ID  TO IQL-OPERATOR-ID.
087600     MOVE WS-LOG-TYPE     TO IQL-INQUIRY-TYPE.
087700     MOVE WS-LOG-KEY      TO IQL-INQUIRY-KEY.
087800     MOVE WS-LOG-RESULT   TO IQL-RESULT.
087900
088000     WRITE SUMA-IQL-RECORD.
088100     IF NOT WS-SUMA-IQL-OK
088200         MOVE "SUMA-IQL" TO WS-FATAL-FILE-ID
088300         MOVE WS-SUMA-IQL-STATUS TO WS-FATAL-STATUS
088400         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
088500     END-IF.
088600
088700     ADD 1 TO WS-INQUIRY-COUNT.
088800
088900 7000-EXIT.
089000     EXIT.
089100
089200******************************************************************
089300*    9000-TERMINATE - CLOSE THE FILES AND RELEASE SUMAOCHK
089400******************************************************************
089500 9000-TERMINATE.
089600
089700     IF WS-BAL-AVAIL
089800         CLOSE SUMA-BAL
089900     END-IF.
090000     IF WS-COA-AVAIL
090100         CLOSE SUMA-COA
090200     END-IF.
090300     IF WS-RGY-AVAIL
090400         CLOSE SUMA-RGY
090500     END-IF.
090600     IF WS-AUX-AVAIL
090700         CLOSE SUMA-AUX
090800     END-IF.
090900     IF WS-PCL-AVAIL
091000         CLOSE SUMA-PCL
091100     END-IF.
091200     CLOSE SUMA-IQL.
091300
091400     SET OCK-REQ-CLOSE TO TRUE.
091500     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
091600
091700     MOVE WS-INQUIRY-COUNT TO WS-ED-INQUIRY-COUNT.
091800     DISPLAY "SUMAINQY - INQUIRIES LOGGED: " WS-ED-INQUIRY-COUNT.
091900
092000 9000-EXIT.
092100     EXIT.
092200
092300******************************************************************
092400*    9500-ABEND-RUN - FATAL FILE CONDITION, END THE JOB
092500******************************************************************
092600 9500-ABEND-RUN.
092700
092800     DISPLAY "SUMAINQY - JOB TERMINATED, FILE " WS-FATAL-FILE-ID
092900         " FILE STATUS " WS-FATAL-STATUS.
093000     MOVE 16 TO RETURN-CODE.
093100     STOP RUN.
093200
093300 9500-EXIT.
093400     EXIT.
