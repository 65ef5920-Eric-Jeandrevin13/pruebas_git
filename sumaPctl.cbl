002300*    THE PERIOD AS YYYYMM.  CLOSING A PERIOD ALREADY CLOSED,
002400*    OR REOPENING ONE THAT IS NOT CLOSED, ENDS WITH RETURN
002500*    CODE 8 AND NO CHANGE.
002510*
002520*    THE OPERATOR MUST BE ACTIVE ON THE SUMA-OPR AUTHORIZATION
002530*    MASTER OR THE JOB IS REFUSED.
002600*
002700*    MODIFICATION HISTORY
002800*    DATE       INIT DESCRIPTION
002900*    ---------- ---- ------------------------------------------
003000*    2026-09-02 JMQ  INITIAL VERSION.
003010*    2026-10-15 JMQ  OPERATOR VERIFIED AGAINST THE OPERATOR
003020*                    AUTHORIZATION MASTER.
003100******************************************************************
003200
003300 ENVIRONMENT DIVISION.
007900 01  WS-TODAY-DATE                  PIC X(08)  VALUE SPACES.
008000 01  WS-TODAY-TIME                  PIC X(08)  VALUE SPACES.
008100 01  WS-PRIOR-STATUS                PIC X(01)  VALUE SPACE.
008110
008120     COPY SUMAOCK.
008200
008300 PROCEDURE DIVISION.
008400
013200         MOVE "NN"       TO WS-FATAL-STATUS
013300         PERFORM 9500-ABEND-RUN THRU 9500-EXIT
013400     END-IF.
013410
013420     PERFORM 1050-VERIFY-OPERATOR THRU 1050-EXIT.
013500
013600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
013700     ACCEPT WS-TODAY-TIME FROM TIME.
016200
016300 1000-EXIT.
016400     EXIT.
016403
016406******************************************************************
016409*    1050-VERIFY-OPERATOR - THE RUNNING OPERATOR MUST BE ACTIVE
016412*    ON THE OPERATOR AUTHORIZATION MASTER.  SUMAOCHK LOGS A
016415*    REFUSAL TO THE SECURITY-VIOLATION LOG.
016418******************************************************************
016421 1050-VERIFY-OPERATOR.
016424
016427     MOVE SPACES         TO SUMA-OCK-AREA.
016430     MOVE ZERO           TO OCK-SEQ-NBR.
016433     SET OCK-REQ-VERIFY  TO TRUE.
016436     MOVE "SUMAPCTL"     TO OCK-PROGRAM-ID.
016439     MOVE WS-OPERATOR-ID TO OCK-OPERATOR-ID.
016442     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
016445
016448     IF OCK-AUTHORIZED
016451         GO TO 1050-EXIT
016454     END-IF.
016457
016460     DISPLAY "SUMAPCTL - OPERATOR " WS-OPERATOR-ID
016463         " REFUSED: " OCK-REASON.
016466     SET OCK-REQ-CLOSE   TO TRUE.
016469     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
016472     MOVE "OPERATOR" TO WS-FATAL-FILE-ID.
016475     MOVE "NA"       TO WS-FATAL-STATUS.
016478     PERFORM 9500-ABEND-RUN THRU 9500-EXIT.
016481
016484 1050-EXIT.
016487     EXIT.
016500
016600******************************************************************
016700*    2000-CLOSE-PERIOD - MARK THE PERIOD CLOSED.  A PERIOD WITH
029800
029900     CLOSE SUMA-PCL
030000           SUMA-PCG.
030010
030020     SET OCK-REQ-CLOSE TO TRUE.
030030     CALL "SUMAOCHK" USING SUMA-OCK-AREA.
030100
030200 9000-EXIT.
030300     EXIT.
