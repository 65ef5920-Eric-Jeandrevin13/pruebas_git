000100******************************************************************
000200*    SUMAJSD.CPY
000300*    RECORD LAYOUT FOR THE SUMA-JSD DAILY JOB-STREAM DEFINITION,
000400*    THE FLAT FILE OPERATIONS MAINTAINS TO DESCRIBE THE DAILY
000500*    CHAIN SUMAJOBC RUNS.  ONE RECORD PER STEP, IN ASCENDING
000600*    STEP NUMBER; THE STEPS RUN IN THAT ORDER.  A CLOSED STEP IS
000700*    LEFT OUT OF THE CHAIN.
000800*
000900*    JSD-MAX-RC IS THE STEP'S RETURN-CODE GATE: THE HIGHEST CODE
001000*    THAT STILL LETS THE CHAIN GO ON.  JSD-AFTER-STEP NAMES UP TO
001100*    THREE STEPS THIS ONE DEPENDS ON; EACH MUST BE AN ACTIVE STEP
001200*    EARLIER IN THE CHAIN OR THE DEFINITION IS REFUSED, SO A
001300*    RENUMBERING CANNOT RUN A STEP AHEAD OF ITS INPUTS.
001400*
001500*    JSD-COMMAND IS THE COMMAND THAT RUNS THE STEP.  FOUR TOKENS
001600*    ARE REPLACED WHEN IT IS ISSUED: &DATE BY THE BUSINESS DATE
001700*    (YYYYMMDD), &YMD BY ITS YYMMDD FORM, &MMDD BY ITS MONTH AND
001800*    DAY, AND &OPER BY THE OPERATOR ID THE CHAIN WAS SUBMITTED
001900*    UNDER.  THE STANDARD
002000*    CHAIN IS:
002100*
002200*      STEP PROGRAM   GATE AFTER      COMMAND
002300*      010  SUMASGEN   00             SUMASGEN SG&MMDD &DATE
002400*      020  SUMAEDIT   04  SUMASGEN   SUMAEDIT
002450*      025  SUMADUPC   08  SUMAEDIT   SUMADUPC &OPER
002500*      030  SUMACOBOL  04  SUMADUPC   SUMACOBOL &OPER
002600*      040  SUMARPT    04  SUMACOBOL  SUMARPT
002700*      050  SUMAACCT   04  SUMACOBOL  SUMAACCT
002800*      060  SUMAGLEX   04  SUMAACCT   SUMAGLEX &YMD
002900*      070  SUMACONS   04  SUMACOBOL  SUMACONS
003000*      080  SUMATBAL   04  SUMACONS   SUMATBAL
003100*      090  SUMAVMON   04  SUMACOBOL  SUMAVMON &DATE
003120*
003140*    SUMADUPC'S GATE IS 08 BECAUSE IT ENDS WITH RETURN CODE 8
003160*    WHENEVER IT HOLDS A SUSPECT, AND THE HELD ITEMS ARE LEFT FOR
003180*    SUMACOBOL TO ROUTE TO SUMA-ERR.
003200*
003300*    MODIFICATION HISTORY
003400*    DATE       INIT DESCRIPTION
003500*    ---------- ---- ------------------------------------------
003600*    2026-10-15 JMQ  INITIAL VERSION.
003630*    2026-10-15 JMQ  STANDARD CHAIN RUNS SUMADUPC AHEAD OF
003660*                    SUMACOBOL.
003700******************************************************************

003900 01  SUMA-JSD-RECORD.
004000     05  JSD-STATUS                 PIC X(01).
004100         88  JSD-ACTIVE                     VALUE "A".
004200         88  JSD-CLOSED                     VALUE "C".
004300     05  FILLER                     PIC X(01) VALUE SPACE.
004400     05  JSD-STEP-NBR               PIC 9(03).
004500     05  JSD-STEP-NBR-X REDEFINES JSD-STEP-NBR
004600                                    PIC X(03).
004700     05  FILLER                     PIC X(01) VALUE SPACE.
004800     05  JSD-STEP-NAME              PIC X(09).
004900     05  FILLER                     PIC X(01) VALUE SPACE.
005000     05  JSD-MAX-RC                 PIC 9(02).
005100     05  JSD-MAX-RC-X REDEFINES JSD-MAX-RC
005200                                    PIC X(02).
005300     05  JSD-AFTER-GROUP OCCURS 3 TIMES.
005400         10  FILLER                 PIC X(01).
005500         10  JSD-AFTER-STEP         PIC X(09).
005600     05  FILLER                     PIC X(01) VALUE SPACE.
005700     05  JSD-COMMAND                PIC X(60).
