000100******************************************************************
000200*    SUMABVW.CPY
000300*    RECORD LAYOUT FOR THE SUMA-BVW BUDGET-VERSUS-ACTUAL WORK
000400*    FILE, AN INDEXED FILE KEYED BY ACCOUNT CODE.  SUMABVAR
000500*    TRUNCATES AND RELOADS IT ON EVERY RUN, ACCUMULATING THE
000600*    REPORT MONTH'S AND THE YEAR-TO-DATE BUDGET FROM SUMA-BUD
000700*    AND ACTUAL POSTINGS FROM SUMA-AUD, ONE RECORD PER ACCOUNT.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT DESCRIPTION
001100*    ---------- ---- ------------------------------------------
001200*    2026-10-15 JMQ  INITIAL VERSION.
001300******************************************************************

001500 01  SUMA-BVW-RECORD.
001600     05  BVW-ACCT-CODE              PIC X(08).
001700     05  BVW-MTD-BUDGET             PIC S9(13)V99 COMP-3.
001800     05  BVW-MTD-ACTUAL             PIC S9(13)V99 COMP-3.
001900     05  BVW-YTD-BUDGET             PIC S9(13)V99 COMP-3.
002000     05  BVW-YTD-ACTUAL             PIC S9(13)V99 COMP-3.
