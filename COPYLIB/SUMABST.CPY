000100******************************************************************
000200*    SUMABST.CPY
000300*    RECORD LAYOUT FOR THE SUMA-BST BANK STATEMENT FILE RECEIVED
000400*    DAILY FROM THE BANK AND READ BY SUMABREC.  "D" RECORDS ARE
000500*    THE STATEMENT ITEMS: THE VALUE DATE, THE AMOUNT AS IT
000600*    AFFECTS OUR ACCOUNT (POSITIVE INCREASES IT), THE BANK'S OWN
000700*    REFERENCE, AND OUR ACCOUNT CODE.  ONE "C" RECORD PER
000800*    ACCOUNT CARRIES THE STATEMENT CLOSING BALANCE IN THE AMOUNT
000900*    FIELD, DATED WITH THE STATEMENT DATE; ITS REFERENCE IS NOT
001000*    USED.
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT DESCRIPTION
001400*    ---------- ---- ------------------------------------------
001500*    2026-10-15 JMQ  INITIAL VERSION.
001600******************************************************************

001800 01  SUMA-BST-RECORD.
001900     05  BST-REC-TYPE               PIC X(01).
002000         88  BST-ITEM                       VALUE "D".
002100         88  BST-CLOSING-BALANCE            VALUE "C".
002200         88  BST-REC-TYPE-VALID             VALUE "D" "C".
002300     05  FILLER                     PIC X(01) VALUE SPACE.
002400     05  BST-ACCT-CODE              PIC X(08).
002500     05  FILLER                     PIC X(01) VALUE SPACE.
002600     05  BST-VALUE-DATE             PIC X(08).
002700     05  BST-VALUE-DATE-N REDEFINES BST-VALUE-DATE
002800                                    PIC 9(08).
002900     05  FILLER                     PIC X(01) VALUE SPACE.
003000     05  BST-AMOUNT                 PIC S9(13)V99.
003100     05  BST-AMOUNT-X REDEFINES BST-AMOUNT
003200                                    PIC X(15).
003300     05  FILLER                     PIC X(01) VALUE SPACE.
003400     05  BST-BANK-REF               PIC X(16).
