002100*    AN IMAGE THAT IS NOT A DETAIL RECORD IS SKIPPED WITH A
002200*    CONSOLE WARNING AND THE JOB ENDS WITH RETURN CODE 8 SO THE
002300*    OPERATOR KNOWS THE REBUILT BATCH IS INCOMPLETE.
002310*
002320*    COMMAND LINE: NEW RUN ID, OPERATOR ID.  THE OPERATOR MUST BE
002330*    ACTIVE ON THE SUMA-OPR AUTHORIZATION MASTER OR THE JOB IS
002340*    REFUSED.
002400*
002500*    MODIFICATION HISTORY
002600*    DATE       INIT DESCRIPTION
002840*    2026-09-02 JMQ  CARRY REPAIRED "X" TRANSFER IMAGES INTO
002850*                    THE REBUILT BATCH - COUNTED ONCE IN THE
002860*                    TRAILER, AMOUNT JOINS THE HASH ONCE.
002870*    2026-10-15 JMQ  OPERATOR ID ON THE COMMAND LINE, VERIFIED
002880*                    AGAINST THE OPERATOR AUTHORIZATION MASTER.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
006300
006400 01  WS-PARM-LINE                   PIC X(80)  VALUE SPACES.
006500 01  WS-NEW-RUN-ID                  PIC X(08)  VALUE SPACES.
006510 01  WS-OPERATOR-ID                 PIC X(08)  VALUE SPACES.
006600 01  WS-RUN-DATE                    PIC X(08)  VALUE SPACES.
006700
006800 01  WS-SWITCHES.
007200 01  WS-DETAIL-COUNT      PIC 9(07)  COMP      VALUE ZERO.
007300 01  WS-HASH-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
007400 01  WS-SKIPPED-COUNT     PIC 9(07)  COMP      VALUE ZERO.
007410
007420     COPY SUMAOCK.
007500
007600 PROCEDURE DIVISION.
007700
009900
010000     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
010100     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
010200         INTO WS-NEW-RUN-ID WS-OPERATOR-ID.
010300
010400     IF WS-NEW-RUN-ID = SPACES
010500         DISPLAY "SUMARSUB - NEW RUN ID PARAMETER IS REQUIRED"
010700         MOVE "NN"       TO WS-FATAL-STATUS
010800         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
010900     END-IF.
010910
010920     PERFORM 1050-VERIFY-OPERATOR THRU 1050-EXIT.
011000
011100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011200
013700
013800 1000-EXIT.
013900     EXIT.
013903
013906******************************************************************
013909*    1050-VERIFY-OPERATOR - THE RUNNING OPERATOR MUST BE ACTIVE
013912*    ON THE OPERATOR AUTHORIZATION MASTER.  SUMAOCHK LOGS A
013915*    REFUSAL TO THE SECURITY-VIOLATION LOG.
013918******************************************************************
013921 1050-VERIFY-OPERATOR.
013924
013927     MOVE SPACES         TO SUMA-OCK-AREA.
013930     MOVE ZERO           TO OCK-SEQ-NBR.
013933     SET OCK-REQ-VERIFY  TO TRUE.
013936     MOVE "SUMARSUB"     TO OCK-PROGRAM-ID.
013939     MOVE WS-OPERATOR-ID TO OCK-OPERATOR-ID.
013942     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
013945
013948     IF OCK-AUTHORIZED
013951         GO TO 1050-EXIT
013954     END-IF.
013957
013960     DISPLAY "SUMARSUB - OPERATOR " WS-OPERATOR-ID
013963         " REFUSED: " OCK-REASON.
013966     SET OCK-REQ-CLOSE   TO TRUE.
013969     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
013972     MOVE "OPERATOR" TO WS-FATAL-FILE-ID.
013975     MOVE "NA"       TO WS-FATAL-STATUS.
013978     PERFORM 9500-ABEND-RUN THRU 9500-EXIT.
013981
013984 1050-EXIT.
013987     EXIT.
014000
014100******************************************************************
014200*    2000-REBUILD-DETAIL - CARRY ONE REPAIRED DETAIL IMAGE INTO
022600
022700     CLOSE SUMA-REJ
022800           SUMA-NEW.
022810
022820     SET OCK-REQ-CLOSE TO TRUE.
022830     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
022900
023000 9000-EXIT.
023100     EXIT.
