002006*  09/03/2026  DT   SUMREC GREW SUM-RECORDS-DELETED (RECORD NOW 46     *
002007*                   BYTES) FOR NITEBAL'S CROSS-FOOTING; THE COUNT      *
002008*                   PRINTS WITH THE OTHERS.                            *
002008*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002008*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002008*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002000*-----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004200* 0000-MAINLINE                                             *
004300*-----------------------------------------------------------*
004400 0000-MAINLINE.
004400     MOVE "SUMMRPT" TO FSC-STEP-PROGRAM
004400     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
004500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004600     PERFORM 2000-PRINT-SUMMARY THRU 2000-EXIT
004700         UNTIL END-OF-FILE
004800     PERFORM 3000-TERMINATE THRU 3000-EXIT
004800     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
004900     GOBACK.
005000*-----------------------------------------------------------*
005100* 1000-INITIALIZE - OPEN THE SUMMARY FILE AND PRIME THE READ  *
006400*                      ATTENTION IF ANYTHING LOOKS WRONG        *
006500*-----------------------------------------------------------*
006600 2000-PRINT-SUMMARY.
006600     ADD 1 TO FSC-STEP-RECORDS-IN
006700     DISPLAY "SUMMARY-RPT - RECORDS READ:      " SUM-RECORDS-READ
006800     DISPLAY "SUMMARY-RPT - RECORDS REJECTED:  "
006900         SUM-RECORDS-REJECTED
