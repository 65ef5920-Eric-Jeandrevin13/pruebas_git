001207*                    A TRANSFER COUNTS ONCE IN THE TRAILER
001208*                    RECORD COUNT AND ITS AMOUNT JOINS THE
001209*                    HASH TOTAL ONCE.
001305******************************************************************

001400 01  SUMA-IN-RECORD.
001410     05  SIR-RECORD-TYPE            PIC X(01).
