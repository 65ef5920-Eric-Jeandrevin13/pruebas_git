000100******************************************************************
000200*    SUMAACH.CPY
000300*    PARAMETER AREA PASSED TO THE SUMAACHN AUDIT-TRAIL CHAIN
000400*    SUBPROGRAM, CALLED AS
000500*        CALL "SUMAACHN" USING SUMA-ACH-AREA SUMA-AUD-RECORD.
000600*    THE CALLER SETS ACH-REQUEST AND ACH-PROGRAM-ID:
000700*
000800*      "O" OPEN - CALLED BEFORE THE CALLER OPENS SUMA-AUD.
000900*          STARTS THE RUN'S CHAIN FROM ZERO.  WITH ACH-RESUME SET
001000*          (A RESTART) THE TRAIL IS READ TO ITS LAST RECORD, AND
001100*          WHEN THAT RECORD BELONGS TO AN UNSEALED RUN, THAT
001200*          RUN'S STAMP, COUNT, TOTAL, AND CHECK VALUE ARE TAKEN
001300*          UP AND ACH-RESUMED COMES BACK SET.
001400*      "N" NEXT - STAMP THE AUDIT RECORD ABOUT TO BE WRITTEN WITH
001500*          THE RUN'S START STAMP, RUNNING COUNT AND TOTAL, AND ITS
001600*          CHAINED CHECK VALUE.
001700*      "Z" SEAL - BUILD THE RUN'S "Z" SEAL RECORD IN THE AUDIT
001800*          RECORD, CARRYING ACH-OPERATOR-ID AND ACH-SEAL-RUN-ID,
001900*          FOR THE CALLER TO WRITE AS ITS LAST AUDIT RECORD.
002000*      "V" VALUE - COMPUTE THE CHECK VALUE THE AUDIT RECORD
002100*          SHOULD CARRY WHEN CHAINED FROM ACH-PRIOR-CHECK, INTO
002200*          ACH-CHECK-VALUE.  THE RECORD IS NOT CHANGED.
002300*
002400*    ACH-RETURN-CODE COMES BACK "0", OR "9" WITH ACH-FILE-STATUS
002500*    SET WHEN THE TRAIL COULD NOT BE READ.
002600*
002700*    MODIFICATION HISTORY
002800*    DATE       INIT DESCRIPTION
002900*    ---------- ---- ------------------------------------------
003000*    2026-10-15 JMQ  INITIAL VERSION.
003100******************************************************************

003300 01  SUMA-ACH-AREA.
003400     05  ACH-REQUEST                PIC X(01).
003500         88  ACH-REQ-OPEN                   VALUE "O".
003600         88  ACH-REQ-NEXT                   VALUE "N".
003700         88  ACH-REQ-SEAL                   VALUE "Z".
003800         88  ACH-REQ-VALUE                  VALUE "V".
003900     05  ACH-PROGRAM-ID             PIC X(09).
004000     05  ACH-OPERATOR-ID            PIC X(08).
004100     05  ACH-SEAL-RUN-ID            PIC X(08).
004200     05  ACH-RESUME-SW              PIC X(01).
004300         88  ACH-RESUME                     VALUE "Y".
004400     05  ACH-RESUMED-SW             PIC X(01).
004500         88  ACH-RESUMED                    VALUE "Y".
004600     05  ACH-RETURN-CODE            PIC X(01).
004700         88  ACH-OK                         VALUE "0".
004800         88  ACH-FILE-ERROR                 VALUE "9".
004900     05  ACH-FILE-STATUS            PIC X(02).
005000     05  ACH-PRIOR-CHECK            PIC 9(09).
005100     05  ACH-CHECK-VALUE            PIC 9(09).
005200     05  ACH-RUN-DATE               PIC X(08).
005300     05  ACH-RUN-TIME               PIC X(06).
005400     05  ACH-RUN-COUNT              PIC 9(07).
005500     05  ACH-RUN-TOTAL              PIC S9(13)V99.
