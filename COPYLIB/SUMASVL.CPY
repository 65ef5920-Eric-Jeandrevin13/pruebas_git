000100******************************************************************
000200*    SUMASVL.CPY
000300*    RECORD LAYOUT FOR THE SUMA-SVL SECURITY-VIOLATION LOG, THE
000400*    APPEND-ONLY TRAIL AUDIT REVIEWS OF EVERY REFUSED ATTEMPT:
000500*    A JOB RUN BY AN OPERATOR WHO IS UNKNOWN OR INACTIVE, AN
000600*    OPERATOR MAINTENANCE RUN BY A NON-SUPERVISOR, AND EACH
000700*    SUMACOBOL POSTING REJECTED FOR THE OPERATOR'S LIMIT OR
000800*    ACCOUNT LIST (WITH ITS RUN ID, SEQUENCE, AND ACCOUNT).
000900*    WRITTEN THROUGH THE SUMAOCHK SUBPROGRAM.
001000*
001100*    MODIFICATION HISTORY
001200*    DATE       INIT DESCRIPTION
001300*    ---------- ---- ------------------------------------------
001400*    2026-10-15 JMQ  INITIAL VERSION.
001500******************************************************************

001700 01  SUMA-SVL-RECORD.
001800     05  SVL-LOG-DATE               PIC X(08).
001900     05  FILLER                     PIC X(01) VALUE SPACE.
002000     05  SVL-LOG-TIME               PIC X(08).
002100     05  FILLER                     PIC X(01) VALUE SPACE.
002200     05  SVL-PROGRAM-ID             PIC X(09).
002300     05  FILLER                     PIC X(01) VALUE SPACE.
002400     05  SVL-OPERATOR-ID            PIC X(08).
002500     05  FILLER                     PIC X(01) VALUE SPACE.
002600     05  SVL-REASON                 PIC X(30).
002700     05  FILLER                     PIC X(01) VALUE SPACE.
002800     05  SVL-RUN-ID                 PIC X(08).
002900     05  FILLER                     PIC X(01) VALUE SPACE.
003000     05  SVL-SEQ-NBR                PIC X(07).
003100     05  FILLER                     PIC X(01) VALUE SPACE.
003200     05  SVL-ACCT-CODE              PIC X(08).
