000100******************************************************************
000200*    SUMAREC.CPY
000300*    RECORD LAYOUT FOR THE SUMA-REC BANK RECONCILIATION FILE, AN
000400*    INDEXED FILE SUMABREC CARRIES FROM DAY TO DAY.  IT HOLDS
000500*    EVERY BANK STATEMENT ITEM (SOURCE "B", KEYED BY ACCOUNT AND
000600*    BANK REFERENCE) AND EVERY POSTING TO A BANK ACCOUNT TAKEN
000700*    FROM THE SUMA-AUD TRAIL (SOURCE "P", KEYED BY RUN ID,
000800*    SEQUENCE, AND ACCOUNT, SINCE BOTH SIDES OF A TRANSFER SHARE
000900*    A RUN ID AND SEQUENCE, AND THE REVERSAL FLAG, SINCE A
000930*    REVERSAL CARRIES ITS ORIGINAL'S RUN ID AND SEQUENCE).  AN
000960*    ITEM STAYS OPEN UNTIL IT IS MATCHED; A MATCHED PAIR POINTS
001000*    AT EACH OTHER THROUGH REC-MATCH-ITEM-ID, WITH THE STATEMENT
001100*    DATE OF THE MATCH.
001200*
001300*    MODIFICATION HISTORY
001400*    DATE       INIT DESCRIPTION
001500*    ---------- ---- ------------------------------------------
001600*    2026-10-15 JMQ  INITIAL VERSION.
001620*    2026-10-15 JMQ  REC-POST-REV-FLAG TAKES THE SPARE BYTE OF
001640*                    THE POSTING KEY SO A REVERSAL LOADS AS ITS
001660*                    OWN ITEM INSTEAD OF COLLIDING WITH ITS
001680*                    ORIGINAL.
001700******************************************************************

001900 01  SUMA-REC-RECORD.
002000     05  REC-KEY.
002100         10  REC-SOURCE             PIC X(01).
002200             88  REC-FROM-BANK              VALUE "B".
002300             88  REC-FROM-POSTING           VALUE "P".
002400         10  REC-ITEM-ID            PIC X(24).
002500         10  REC-BANK-ITEM-ID REDEFINES REC-ITEM-ID.
002600             15  REC-BANK-ACCT-CODE PIC X(08).
002700             15  REC-BANK-REF       PIC X(16).
002800         10  REC-POST-ITEM-ID REDEFINES REC-ITEM-ID.
002900             15  REC-POST-RUN-ID    PIC X(08).
003000             15  REC-POST-SEQ-NBR   PIC 9(07).
003100             15  REC-POST-ACCT-CODE PIC X(08).
003200             15  REC-POST-REV-FLAG  PIC X(01).
003300     05  REC-ACCT-CODE              PIC X(08).
003400     05  REC-ITEM-DATE              PIC X(08).
003500     05  REC-AMOUNT                 PIC S9(13)V99 COMP-3.
003600     05  REC-STATUS                 PIC X(01).
003700         88  REC-OPEN                       VALUE "O".
003800         88  REC-MATCHED                    VALUE "M".
003900     05  REC-LOAD-DATE              PIC X(08).
004000     05  REC-MATCH-STMT-DATE        PIC X(08).
004100     05  REC-MATCH-ITEM-ID          PIC X(24).
004200     05  REC-MATCH-ITEM-DATE        PIC X(08).
004300     05  REC-MATCH-OPERATOR         PIC X(08).
