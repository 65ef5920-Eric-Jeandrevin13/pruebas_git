002899*                    SUMA-PCL PERIOD CONTROL MASTER SHOWS AS
002901*                    CLOSED IS NOW REPORTED.  NO CONTROL FILE
002902*                    MEANS NO PERIOD HAS EVER BEEN CLOSED.
002951******************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
020201             PERFORM 9500-ABEND-RUN THRU 9500-EXIT
020202         END-IF
020203     END-IF.
020251
020300     PERFORM 7100-PAGE-HEADING THRU 7100-EXIT.
020400
020500     PERFORM 2100-READ-SUMA-IN THRU 2100-EXIT.
029470     END-IF.
029480
029490 3100-EXIT.
029492     EXIT.
029495
029498******************************************************************
029500*    4000-EDIT-DETAIL - FIELD EDITS, MIRRORING THE MAIN PROGRAM
029600******************************************************************
029700 4000-EDIT-DETAIL.
