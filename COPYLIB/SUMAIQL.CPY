000100******************************************************************
000200*    SUMAIQL.CPY
000300*    RECORD LAYOUT FOR THE SUMA-IQL OPERATOR INQUIRY LOG, THE
000400*    APPEND-ONLY TRAIL OF EVERY LOOKUP MADE THROUGH THE SUMAINQY
000500*    INTERACTIVE INQUIRY MENU: WHO ASKED, WHEN, WHICH MASTER
000600*    WAS ASKED ABOUT (ACCOUNT, RUN, TRANSACTION, OR PERIOD),
000700*    THE KEY ENTERED, AND WHETHER IT WAS FOUND.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT DESCRIPTION
001100*    ---------- ---- ------------------------------------------
001200*    2026-10-15 JMQ  INITIAL VERSION.
001300******************************************************************

001500 01  SUMA-IQL-RECORD.
001600     05  IQL-LOG-DATE               PIC X(08).
001700     05  FILLER                     PIC X(01) VALUE SPACE.
001800     05  IQL-LOG-TIME               PIC X(08).
001900     05  FILLER                     PIC X(01) VALUE SPACE.
002000     05  IQL-PROGRAM-ID             PIC X(09).
002100     05  FILLER                     PIC X(01) VALUE SPACE.
002200     05  IQL-OPERATOR-ID            PIC X(08).
002300     05  FILLER                     PIC X(01) VALUE SPACE.
002400     05  IQL-INQUIRY-TYPE           PIC X(08).
002500     05  FILLER                     PIC X(01) VALUE SPACE.
002600     05  IQL-INQUIRY-KEY            PIC X(16).
002700     05  FILLER                     PIC X(01) VALUE SPACE.
002800     05  IQL-RESULT                 PIC X(10).
