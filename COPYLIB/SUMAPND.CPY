000100******************************************************************
000200*    SUMAPND.CPY
000300*    RECORD LAYOUT FOR THE SUMA-PND PENDING-APPROVAL FILE, AN
000400*    INDEXED FILE KEYED BY THE HELD ITEM'S RUN ID AND INPUT
000500*    SEQUENCE.  SUMACOBOL WRITES ONE ENTRY, STATUS "P", FOR
000600*    EACH DETAIL OR "X" TRANSFER WHOSE AMOUNT IS OVER THE
000700*    APPROVAL THRESHOLD INSTEAD OF POSTING IT; SUMAAPPR RECORDS
000800*    A SECOND OPERATOR'S DECISION ON IT - "A" APPROVED AND
000900*    RELEASED INTO A NEW SUMA-IN BATCH, OR "D" DECLINED TO
001000*    SUMA-ERR.  THE RELEASE BATCH ITSELF IS REGISTERED UNDER
001100*    ITS OWN RUN ID WITH SEQUENCE ZERO AND STATUS "B", WHICH
001200*    IS HOW SUMACOBOL KNOWS ITS ITEMS ARE ALREADY APPROVED.
001300*    PND-AMOUNT IS THE AMOUNT TESTED AGAINST THE THRESHOLD -
001400*    THE COMPUTED RESULT FOR A DETAIL, THE TRANSFER AMOUNT FOR
001500*    AN "X" - AND ON A "B" ENTRY THE RELEASE BATCH HASH TOTAL.
001510*    EACH RELEASED ITEM IS ALSO REGISTERED, STATUS "R", UNDER
001520*    THE RELEASE RUN ID AND ITS POSITION IN THE RELEASE BATCH,
001530*    CARRYING THE IMAGE RELEASED AND, IN PND-RELEASE-RUN-ID AND
001550*    PND-RELEASE-SEQ-NBR, THE KEY OF THE ITEM ORIGINALLY HELD.
001560*    SUMACOBOL POSTS A RELEASE-BATCH ITEM ONLY AGAINST ITS "R"
001570*    ENTRY AND THEN MARKS IT "U" USED; THE "B" ENTRY IS MARKED
001580*    "U" WHEN THE BATCH'S TRAILER IS PROCESSED.
001600*
001700*    MODIFICATION HISTORY
001800*    DATE       INIT DESCRIPTION
001900*    ---------- ---- ------------------------------------------
002000*    2026-10-15 JMQ  INITIAL VERSION.
002030*    2026-10-15 JMQ  ADDED THE "R" RELEASED-ITEM AND "U" USED
002060*                    STATUSES.
002100******************************************************************

002300 01  SUMA-PND-RECORD.
002400     05  PND-KEY.
002500         10  PND-RUN-ID             PIC X(08).
002600         10  PND-SEQ-NBR            PIC 9(07).
002700     05  PND-STATUS                 PIC X(01).
002800         88  PND-PENDING                    VALUE "P".
002900         88  PND-APPROVED                   VALUE "A".
003000         88  PND-DECLINED                   VALUE "D".
003100         88  PND-RELEASE-BATCH              VALUE "B".
003130         88  PND-RELEASE-ITEM               VALUE "R".
003160         88  PND-RELEASE-USED               VALUE "U".
003200     05  PND-RUN-DATE               PIC X(08).
003300     05  PND-IN-IMAGE               PIC X(28).
003400     05  PND-ACCT-CODE              PIC X(08).
003500     05  PND-XFR-TO-ACCT            PIC X(08).
003600     05  PND-AMOUNT                 PIC S9(10)V99 COMP-3.
003700     05  PND-THRESHOLD              PIC S9(07)V99 COMP-3.
003800     05  PND-SUBMIT-OPERATOR        PIC X(08).
003900     05  PND-SUBMIT-DATE            PIC X(08).
004000     05  PND-SUBMIT-TIME            PIC X(08).
004100     05  PND-DECIDE-OPERATOR        PIC X(08).
004200     05  PND-DECIDE-DATE            PIC X(08).
004300     05  PND-DECIDE-TIME            PIC X(08).
004400     05  PND-DECLINE-REASON         PIC X(30).
004500     05  PND-RELEASE-RUN-ID         PIC X(08).
004600     05  PND-RELEASE-SEQ-NBR        PIC 9(07).
