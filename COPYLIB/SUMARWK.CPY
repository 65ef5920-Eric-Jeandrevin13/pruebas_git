000100******************************************************************
000200*    SUMARWK.CPY
000300*    RECORD LAYOUT FOR THE SUMA-RWK RECONCILIATION WORK FILE, AN
000400*    INDEXED FILE SUMABREC REBUILDS FROM SCRATCH ON EVERY RUN.
000500*    IT HOLDS ONE ENTRY FOR EACH OPEN POSTING ON SUMA-REC, KEYED
000600*    BY ACCOUNT AND AMOUNT AHEAD OF THE POSTING DATE, SO EVERY
000700*    CANDIDATE FOR A BANK ITEM IS FOUND BY ONE START AND A SHORT
000800*    BROWSE IN DATE ORDER.  A POSTING TAKEN BY A BANK ITEM IS
000900*    MARKED SO IT CANNOT BE MATCHED TWICE, AND CARRIES THE BANK
001000*    ITEM IT WAS MATCHED TO.
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT DESCRIPTION
001400*    ---------- ---- ------------------------------------------
001500*    2026-10-15 JMQ  INITIAL VERSION.
001600******************************************************************

001800 01  SUMA-RWK-RECORD.
001900     05  RWK-KEY.
002000         10  RWK-ACCT-CODE          PIC X(08).
002100         10  RWK-AMOUNT             PIC S9(13)V99.
002200         10  RWK-ITEM-DATE          PIC X(08).
002300         10  RWK-ITEM-ID            PIC X(24).
002400     05  RWK-STATUS                 PIC X(01).
002500         88  RWK-AVAILABLE                  VALUE "A".
002600         88  RWK-TAKEN                      VALUE "T".
002700     05  RWK-BANK-ITEM-ID           PIC X(24).
002800     05  RWK-BANK-ITEM-DATE         PIC X(08).
