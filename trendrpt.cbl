001900*                   AVERAGE, 10 ON THE REJECT COUNT - SO    *
002000*                   A CREEPING PROBLEM SHOWS UP BEFORE      *
002100*                   FRIDAY.                                 *
002150*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002150*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002150*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
007300* 0000-MAINLINE                                             *
007400*-----------------------------------------------------------*
007500 0000-MAINLINE.
007500     MOVE "TRENDRPT" TO FSC-STEP-PROGRAM
007500     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
007600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007700     PERFORM 2000-COLLECT-RUN THRU 2000-EXIT
007800         UNTIL END-OF-FILE
007900     PERFORM 3000-PRINT-TREND THRU 3000-EXIT
008000     PERFORM 3900-TERMINATE THRU 3900-EXIT
008000     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
008100     GOBACK.
008200*-----------------------------------------------------------*
008300* 1000-INITIALIZE - ACCEPT THE RUN LIMIT, OPEN FILES, PRIME  *
010800*                    SHIFTING THE OLDEST OUT WHEN IT FILLS   *
010900*-----------------------------------------------------------*
011000 2000-COLLECT-RUN.
011000     ADD 1 TO FSC-STEP-RECORDS-IN
011100     IF WS-RUN-COUNT < WS-RUN-LIMIT
011200         ADD 1 TO WS-RUN-COUNT
011300     ELSE
024300     MOVE "TREND-RPT" TO FSC-FILE-NAME
024400     MOVE "WRITE"     TO FSC-OPERATION
024500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
024500     ADD 1 TO FSC-STEP-RECORDS-OUT
024600     .
024700 2800-EXIT.
024800     EXIT.
