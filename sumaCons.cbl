002530*                    TRANSFER'S PAIRED AUDIT ENTRIES ROLL INTO
002540*                    THEIR OWN DAY BUCKET (NET ZERO IN VALUE)
002550*                    INSTEAD OF COUNTING AS SKIPPED.
002560*    2026-10-15 JMQ  AUDIT RUN SEAL AND CARRY-FORWARD RECORDS
002570*                    ARE PASSED OVER WITHOUT BEING COUNTED;
002580*                    THEY ARE NOT TRANSACTIONS.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
015100******************************************************************
015200*    2000-ROLL-AUDIT - ADD ONE AUDIT RECORD TO ITS DAY BUCKET.
015300*    A RECORD WITHOUT A USABLE RUN DATE OR OPERATION CODE IS
015400*    COUNTED AND SKIPPED RATHER THAN GUESSED AT.  THE AUDIT
015410*    CHAIN'S SEAL AND CARRY-FORWARD RECORDS ARE NOT TRANSACTIONS
015420*    AND ARE PASSED OVER.
015500******************************************************************
015600 2000-ROLL-AUDIT.
015700
015710     IF SAR-CHAIN-CONTROL
015720         GO TO 2000-NEXT
015730     END-IF.
015740
015800     IF SAR-RUN-DATE NOT NUMERIC
015900         OR SAR-OPER-CODE = SPACE
016000         ADD 1 TO WS-SKIPPED-COUNT
