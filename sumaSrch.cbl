002820*                    REPRINT ON EVERY PAGE BREAK, AS THE OTHER
002830*                    LISTINGS DO; THE CRITERIA BLOCK STAYS ON
002840*                    PAGE 1 ONLY.
002850*    2026-10-15 JMQ  AUDIT RUN SEAL AND CARRY-FORWARD RECORDS
002860*                    NEVER MATCH; THEY ARE NOT POSTINGS.
002870*    2026-10-15 JMQ  SUMA-ARC RECORDS ARE READ AT THEIR FULL
002880*                    138 BYTES, AS SUMAPURG WRITES THEM.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
006000
006100 FD  SUMA-ARC
006200     RECORDING MODE IS F.
006300 01  SUMA-ARC-RECORD                PIC X(138).
006400
006500 FD  SUMA-SRL
006600     RECORDING MODE IS F.
010500 01  WS-SEL-AMT-MIN       PIC S9(10)V99 COMP-3 VALUE ZERO.
010600 01  WS-SEL-AMT-MAX       PIC S9(10)V99 COMP-3 VALUE ZERO.
010700
010800 01  WS-AUDIT-IMAGE                 PIC X(138) VALUE SPACES.
010900 01  WS-AUDIT-FIELDS REDEFINES WS-AUDIT-IMAGE.
011000     05  WAI-RUN-DATE               PIC X(08).
011100     05  FILLER                     PIC X(01).
011800     05  WAI-NUM2                   PIC S9(7)V99.
011900     05  FILLER                     PIC X(01).
012000     05  WAI-OPER-CODE              PIC X(01).
012010         88  WAI-CHAIN-CONTROL              VALUE "Z" "K".
012100     05  FILLER                     PIC X(01).
012200     05  WAI-RESUL                  PIC S9(10)V99.
012300     05  FILLER                     PIC X(01).
039400
039500******************************************************************
039600*    3000-JUDGE-IMAGE - EVERY SUPPLIED CRITERION MUST MATCH;
039700*    A MATCHING RECORD GOES ON THE LISTING.  THE AUDIT CHAIN'S
039710*    SEAL AND CARRY-FORWARD RECORDS ARE NOT POSTINGS AND NEVER
039720*    MATCH.
039800******************************************************************
039900 3000-JUDGE-IMAGE.
040000
040100     SET WS-RECORD-MATCHES TO TRUE.
040200
040210     IF WAI-CHAIN-CONTROL
040220         MOVE "N" TO WS-MATCH-SW
040230     END-IF.
040240
040300     IF WS-SEL-ACCT-CODE NOT = SPACES
040400         AND WAI-ACCT-CODE NOT = WS-SEL-ACCT-CODE
040500         MOVE "N" TO WS-MATCH-SW
