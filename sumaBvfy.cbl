003200*    DATE       INIT DESCRIPTION
003300*    ---------- ---- ------------------------------------------
003400*    2026-09-02 JMQ  INITIAL VERSION.
003410*    2026-10-15 JMQ  AUDIT RUN SEAL AND CARRY-FORWARD RECORDS
003420*                    ARE PASSED OVER RATHER THAN COUNTED AS
003430*                    UNUSABLE IMAGES.
003450*    2026-10-15 JMQ  SUMA-ARC RECORDS ARE READ AT THEIR FULL
003470*                    138 BYTES, AS SUMAPURG WRITES THEM.
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
007000
007100 FD  SUMA-ARC
007200     RECORDING MODE IS F.
007300 01  SUMA-ARC-RECORD                PIC X(138).
007400
007500 FD  SUMA-BAL.
007600     COPY SUMABAL.
012200     05  WS-BWK-EOF-SW              PIC X(01)  VALUE "N".
012300         88  WS-BWK-EOF                        VALUE "Y".
012400
012500 01  WS-AUDIT-IMAGE                 PIC X(138) VALUE SPACES.
012600 01  WS-AUDIT-FIELDS REDEFINES WS-AUDIT-IMAGE.
012700     05  WAI-RUN-DATE               PIC X(08).
012800     05  FILLER                     PIC X(39).
012810     05  WAI-OPER-CODE              PIC X(01).
012820         88  WAI-CHAIN-CONTROL              VALUE "Z" "K".
012830     05  FILLER                     PIC X(01).
012900     05  WAI-RESUL                  PIC S9(10)V99.
013000     05  FILLER                     PIC X(01).
013100     05  WAI-ACCT-CODE              PIC X(08).
034700
034800******************************************************************
034900*    2500-ACCUMULATE-ARCHIVE - FOLD ONE ARCHIVED RECORD INTO THE
035000*    RECOMPUTATION.  ARCHIVE RECORDS ARE THE SAME 138-BYTE AUDIT
035100*    IMAGE SUMAPURG SPLIT OFF.
035200******************************************************************
035300 2500-ACCUMULATE-ARCHIVE.
037800*    3000-ACCUMULATE-IMAGE - ADD ONE AUDIT IMAGE'S RESULT TO ITS
037900*    ACCOUNT'S RECOMPUTED BALANCE.  AN IMAGE WITHOUT A USABLE
038000*    ACCOUNT OR AMOUNT IS COUNTED AND LEFT OUT, NEVER GUESSED.
038010*    THE AUDIT CHAIN'S SEAL AND CARRY-FORWARD RECORDS ARE NOT
038020*    POSTINGS AND ARE PASSED OVER.
038100******************************************************************
038200 3000-ACCUMULATE-IMAGE.
038300
038310     IF WAI-CHAIN-CONTROL
038320         GO TO 3000-EXIT
038330     END-IF.
038340
038400     IF WAI-ACCT-CODE = SPACES
038500         OR WAI-RESUL NOT NUMERIC
038600         ADD 1 TO WS-UNUSABLE-COUNT
