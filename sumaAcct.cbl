027930 3350-EXIT.
027940     EXIT.
027950
027970******************************************************************
028000*    3400-WRITE-JOB-TOTAL - SUM OF THE ACCOUNT TOTALS
028100******************************************************************
028200 3400-WRITE-JOB-TOTAL.
