001160*                    REVERSAL ENTRY CARRIES THE ORIGINAL'S RUN
001170*                    ID AND SEQUENCE WITH THE FLAG SET TO "R"
001180*                    AND THE AMOUNTS NEGATED.
001181*    2026-10-15 JMQ  ADDED SAR-YEAR-END-CLOSE.  SUMAYEND WRITES
001182*                    ITS CLOSING ENTRIES WITH OPERATION CODE
001183*                    "Y", RUN ID "YEND" PLUS THE FISCAL YEAR, AND
001184*                    NUM1/NUM2 ZERO; THE RESULT IS THE SIGNED
001185*                    AMOUNT POSTED TO THE ACCOUNT.
001186*    2026-10-15 JMQ  ADDED THE RUN CHAIN, APPENDED SO EXISTING
001187*                    COLUMN OFFSETS ARE UNDISTURBED.  EVERY
001188*                    RECORD A POSTING RUN WRITES CARRIES THE
001189*                    RUN'S START STAMP, ITS RUNNING RECORD COUNT
001190*                    AND AMOUNT TOTAL, AND A CHECK VALUE CHAINED
001191*                    WITHIN THE RUN (SEE SUMAACHN).
001192*                    THE RUN ENDS WITH A "Z" SEAL RECORD; A "K"
001193*                    CARRY-FORWARD RECORD MARKS WHERE SUMAPURG
001194*                    SPLIT THE TRAIL.  NEITHER IS A POSTING: BOTH
001195*                    CARRY NO ACCOUNT AND ZERO AMOUNTS, AND THE
001196*                    READERS THAT COUNT RECORDS PASS OVER
001197*                    SAR-CHAIN-CONTROL.
001198*                    RECORDS WRITTEN BEFORE THE CHAIN BEGAN HAVE
001199*                    THE CHAIN FIELDS BLANK.
001200******************************************************************
001300
001400 01  SUMA-AUD-RECORD.
002300     05  SAR-NUM2                   PIC S9(7)V99.
002400     05  FILLER                     PIC X(01) VALUE SPACE.
002500     05  SAR-OPER-CODE              PIC X(01).
002510         88  SAR-YEAR-END-CLOSE             VALUE "Y".
002520         88  SAR-RUN-SEAL                   VALUE "Z".
002530         88  SAR-CARRY-FORWARD              VALUE "K".
002540         88  SAR-CHAIN-CONTROL              VALUE "Z" "K".
002600     05  FILLER                     PIC X(01) VALUE SPACE.
002700     05  SAR-RESUL                  PIC S9(10)V99.
002710     05  FILLER                     PIC X(01) VALUE SPACE.
002770     05  FILLER                     PIC X(01) VALUE SPACE.
002780     05  SAR-REV-FLAG               PIC X(01).
002790         88  SAR-REVERSAL                   VALUE "R".
002800     05  FILLER                     PIC X(01) VALUE SPACE.
002810     05  SAR-CHN-RUN-DATE           PIC X(08).
002820     05  SAR-CHN-RUN-TIME           PIC X(06).
002830     05  FILLER                     PIC X(01) VALUE SPACE.
002840     05  SAR-CHN-COUNT              PIC 9(07).
002850     05  SAR-CHN-COUNT-X REDEFINES SAR-CHN-COUNT
002860                                    PIC X(07).
002870     05  FILLER                     PIC X(01) VALUE SPACE.
002880     05  SAR-CHN-TOTAL              PIC S9(13)V99.
002890     05  FILLER                     PIC X(01) VALUE SPACE.
002900     05  SAR-CHN-CHECK              PIC 9(09).
002910     05  SAR-CHN-CHECK-X REDEFINES SAR-CHN-CHECK
002920                                    PIC X(09).
