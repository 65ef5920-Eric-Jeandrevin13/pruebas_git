020740 2200-EXIT.
020750     EXIT.
020760
020780******************************************************************
020800*    7000-WRITE-LINE - WRITE ONE LISTING LINE, BREAKING TO A NEW
020900*    PAGE WHEN THE CURRENT ONE IS FULL
021000******************************************************************
