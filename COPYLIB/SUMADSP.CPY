000100******************************************************************
000200*    SUMADSP.CPY
000300*    RECORD LAYOUT FOR THE SUMA-DSP DUPLICATE-SUSPECT FILE, AN
000400*    INDEXED FILE KEYED BY THE SUSPECT DETAIL'S RUN ID AND
000500*    INPUT SEQUENCE (THE SAME JOB-LEVEL SEQUENCE SUMACOBOL
000600*    STAMPS ON SUMA-ERR AND SUMA-AUD).  SUMADUPC WRITES ONE
000700*    ENTRY, STATUS "S", FOR EACH DETAIL WHOSE ACCOUNT,
000800*    OPERATION, NUM1, AND NUM2 MATCH A TRANSACTION IN THE
000900*    RECENT SUMA-AUD HISTORY OR EARLIER IN THE SAME FILE, WITH
001000*    THE TRANSACTION IT MATCHED.  SUMACOBOL HOLDS A SUSPECT
001100*    INSTEAD OF POSTING IT.  AN OPERATOR OVERRIDE APPLIED BY
001200*    SUMADUPC TURNS THE ENTRY TO STATUS "O", AND THE DETAIL
001300*    THEN POSTS NORMALLY.
001400*
001500*    MODIFICATION HISTORY
001600*    DATE       INIT DESCRIPTION
001700*    ---------- ---- ------------------------------------------
001800*    2026-10-15 JMQ  INITIAL VERSION.
001900******************************************************************

002100 01  SUMA-DSP-RECORD.
002200     05  DSP-KEY.
002300         10  DSP-RUN-ID             PIC X(08).
002400         10  DSP-SEQ-NBR            PIC 9(07).
002500     05  DSP-STATUS                 PIC X(01).
002600         88  DSP-SUSPECT                    VALUE "S".
002700         88  DSP-OVERRIDDEN                 VALUE "O".
002800     05  DSP-RUN-DATE               PIC X(08).
002900     05  DSP-IN-IMAGE               PIC X(28).
003000     05  DSP-MATCH-SOURCE           PIC X(01).
003100         88  DSP-MATCH-HISTORY              VALUE "H".
003200         88  DSP-MATCH-SAME-FILE            VALUE "F".
003300     05  DSP-MATCH-RUN-ID           PIC X(08).
003400     05  DSP-MATCH-SEQ-NBR          PIC 9(07).
003500     05  DSP-MATCH-DATE             PIC X(08).
003600     05  DSP-CHECK-OPERATOR         PIC X(08).
003700     05  DSP-CHECK-DATE             PIC X(08).
003800     05  DSP-CHECK-TIME             PIC X(08).
003900     05  DSP-OVR-OPERATOR           PIC X(08).
004000     05  DSP-OVR-DATE               PIC X(08).
004100     05  DSP-OVR-TIME               PIC X(08).
004200     05  DSP-OVR-REASON             PIC X(30).
