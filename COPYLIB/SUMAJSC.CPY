000100******************************************************************
000200*    SUMAJSC.CPY
000300*    RECORD LAYOUT FOR THE SUMA-JSC JOB-STREAM STEP-CONTROL FILE,
000400*    INDEXED BY BUSINESS DATE AND STEP NUMBER.  SUMAJOBC WRITES
000500*    ONE RECORD THE FIRST TIME IT REACHES A STEP FOR A BUSINESS
000600*    DATE AND UPDATES IT AS THE STEP STARTS AND ENDS, SO THE FILE
000700*    ALWAYS SHOWS HOW FAR THE DAY'S CHAIN HAS GOT.
000800*
000900*    A STEP MARKED "R" STARTED BUT NEVER RECORDED ITS END - THE
001000*    CONTROLLER ITSELF WAS CANCELLED - AND WILL NOT BE RERUN OR
001100*    PASSED UNTIL A SUPERVISOR SAYS WHICH: "D" MARKS IT DONE BY
001200*    HAND, "P" RELEASES IT TO RUN AGAIN.  JSC-COMMAND IS THE
001300*    COMMAND AS LAST ISSUED, WITH ITS TOKENS REPLACED.
001400*
001500*    MODIFICATION HISTORY
001600*    DATE       INIT DESCRIPTION
001700*    ---------- ---- ------------------------------------------
001800*    2026-10-15 JMQ  INITIAL VERSION.
001900******************************************************************

002100 01  SUMA-JSC-RECORD.
002200     05  JSC-KEY.
002300         10  JSC-BUS-DATE           PIC X(08).
002400         10  JSC-STEP-NBR           PIC 9(03).
002500     05  JSC-STEP-NAME              PIC X(09).
002600     05  JSC-STATUS                 PIC X(01).
002700         88  JSC-PENDING                    VALUE "P".
002800         88  JSC-RUNNING                    VALUE "R".
002900         88  JSC-COMPLETE                   VALUE "C".
003000         88  JSC-FAILED                     VALUE "F".
003100         88  JSC-MARKED-DONE                VALUE "D".
003200         88  JSC-FINISHED                   VALUE "C" "D".
003300     05  JSC-ATTEMPTS               PIC 9(03).
003400     05  JSC-START-DATE             PIC X(08).
003500     05  JSC-START-TIME             PIC X(08).
003600     05  JSC-END-DATE               PIC X(08).
003700     05  JSC-END-TIME               PIC X(08).
003800     05  JSC-RETURN-CODE            PIC 9(04).
003900     05  JSC-MAX-RC                 PIC 9(02).
004000     05  JSC-OPERATOR-ID            PIC X(08).
004100     05  JSC-NOTE                   PIC X(30).
004200     05  JSC-COMMAND                PIC X(100).
