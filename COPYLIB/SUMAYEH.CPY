000100******************************************************************
000200*    SUMAYEH.CPY
000300*    RECORD LAYOUT FOR THE SUMA-YEH YEAR-END HISTORY FILE, AN
000400*    INDEXED FILE KEYED BY FISCAL YEAR AND ACCOUNT CODE.
000500*    SUMAYEND WRITES ONE RECORD PER SUMA-BAL ACCOUNT WHEN IT
000600*    CLOSES A YEAR: THE BALANCE AND TRANSACTION COUNT AS THEY
000700*    STOOD AT YEAR END, THE CLOSING ENTRY POSTED (ZERO FOR A
000800*    BALANCE-SHEET ACCOUNT), AND THE OPENING BALANCE CARRIED
000900*    INTO THE NEW YEAR, DATED AND STAMPED WITH THE OPERATOR.
001000*    THE LAST RECORD WRITTEN FOR A YEAR, KEYED BY THE YEAR AND
001020*    AN ACCOUNT CODE OF HIGH-VALUES WITH ACTION "Z", MARKS THE
001040*    CLOSE COMPLETE; A YEAR WITH THAT RECORD IS NOT CLOSED A
001060*    SECOND TIME, AND ONE WITH ROWS BUT NO COMPLETION RECORD
001080*    WAS STOPPED PART-WAY AND IS RESUMED BY THE NEXT RUN.
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT DESCRIPTION
001400*    ---------- ---- ------------------------------------------
001500*    2026-10-15 JMQ  INITIAL VERSION.
001550*    2026-10-15 JMQ  ADDED THE "Z" YEAR COMPLETION RECORD.
001600******************************************************************

001800 01  SUMA-YEH-RECORD.
001900     05  YEH-KEY.
002000         10  YEH-FISCAL-YEAR        PIC X(04).
002100         10  YEH-ACCT-CODE          PIC X(08).
002200     05  YEH-ACCT-TYPE              PIC X(01).
002300     05  YEH-ACCT-DESC              PIC X(30).
002400     05  YEH-CLOSE-BALANCE          PIC S9(13)V99 COMP-3.
002500     05  YEH-CLOSE-TRAN-COUNT       PIC 9(09)     COMP-3.
002600     05  YEH-CLOSING-AMOUNT         PIC S9(13)V99 COMP-3.
002700     05  YEH-OPEN-BALANCE           PIC S9(13)V99 COMP-3.
002800     05  YEH-ACTION                 PIC X(01).
002900         88  YEH-CLOSED-TO-RE               VALUE "C".
003000         88  YEH-CARRIED-FORWARD            VALUE "F".
003100         88  YEH-RETAINED-EARNINGS          VALUE "R".
003150         88  YEH-CLOSE-COMPLETE             VALUE "Z".
003200     05  YEH-CLOSE-DATE             PIC X(08).
003300     05  YEH-CLOSE-TIME             PIC X(08).
003400     05  YEH-OPERATOR-ID            PIC X(08).
003500     05  YEH-RUN-ID                 PIC X(08).
