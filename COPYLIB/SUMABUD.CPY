000100******************************************************************
000200*    SUMABUD.CPY
000300*    RECORD LAYOUT FOR THE SUMA-BUD BUDGET MASTER, AN INDEXED
000400*    FILE KEYED BY ACCOUNT CODE AND BUDGET PERIOD (YYYYMM).
000500*    ONE RECORD HOLDS THE BUDGETED AMOUNT FOR ONE ACCOUNT FOR
000600*    ONE MONTH.  MAINTAINED ONLY BY SUMABMNT; READ BY SUMABVAR
000700*    FOR THE BUDGET-VERSUS-ACTUAL REPORT.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT DESCRIPTION
001100*    ---------- ---- ------------------------------------------
001200*    2026-10-15 JMQ  INITIAL VERSION.
001300******************************************************************

001500 01  SUMA-BUD-RECORD.
001600     05  BUD-KEY.
001700         10  BUD-ACCT-CODE          PIC X(08).
001800         10  BUD-PERIOD             PIC X(06).
001900         10  BUD-PERIOD-N REDEFINES BUD-PERIOD.
002000             15  BUD-PERIOD-YEAR    PIC 9(04).
002100             15  BUD-PERIOD-MONTH   PIC 9(02).
002200     05  BUD-AMOUNT                 PIC S9(13)V99 COMP-3.
002300     05  BUD-LAST-UPD-DATE          PIC X(08).
002400     05  BUD-LAST-UPD-TIME          PIC X(08).
002500     05  BUD-LAST-UPD-OPERATOR      PIC X(08).
