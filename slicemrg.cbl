002500*                   SUMMARIES ARE ADDED TOGETHER WITH THE    *
002600*                   ATTENTION SWITCHES OR-ED, SO ONE BAD     *
002700*                   SLICE STILL FLAGS THE WHOLE NIGHT.       *
002750*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002750*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002750*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
009900* 0000-MAINLINE                                             *
010000*-----------------------------------------------------------*
010100 0000-MAINLINE.
010100     MOVE "SLICEMRG" TO FSC-STEP-PROGRAM
010100     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010300     PERFORM 2000-MERGE-TOTAL THRU 2000-EXIT
010400         UNTIL TOTALS-EOF
010600         UNTIL SUMMARIES-EOF
010700     PERFORM 3000-WRITE-MERGED THRU 3000-EXIT
010800     PERFORM 3900-TERMINATE THRU 3900-EXIT
010800     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
010900     GOBACK.
011000*-----------------------------------------------------------*
011100* 1000-INITIALIZE - PICK UP THE RUN DATE, OPEN EVERYTHING,   *
017100*                    GRAND RECORDS FOLD INTO ONE             *
017200*-----------------------------------------------------------*
017300 2000-MERGE-TOTAL.
017300     ADD 1 TO FSC-STEP-RECORDS-IN
017400     IF TOT-IS-GRAND-TOTAL OF TOTALS-SLICE-RECORD
017500         ADD TOT-STUDENT-COUNT OF TOTALS-SLICE-RECORD
017600             TO WS-GRAND-COUNT
020100         MOVE "TOTALS-OUT" TO FSC-FILE-NAME
020200         MOVE "WRITE"      TO FSC-OPERATION
020300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
020300         ADD 1 TO FSC-STEP-RECORDS-OUT
020400     END-IF
020500     PERFORM 2100-READ-TOTALS THRU 2100-EXIT
020600     .
022800*                      SWITCHES                              *
022900*-----------------------------------------------------------*
023000 2500-MERGE-SUMMARY.
023000     ADD 1 TO FSC-STEP-RECORDS-IN
023100     ADD 1 TO WS-SLICES-MERGED
023200     ADD SUM-RECORDS-READ OF SUMMARY-SLICE-RECORD
023300         TO SUM-RECORDS-READ OF WS-MERGED-SUMMARY
029700     MOVE "TOTALS-OUT" TO FSC-FILE-NAME
029800     MOVE "WRITE"      TO FSC-OPERATION
029900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029900     ADD 1 TO FSC-STEP-RECORDS-OUT
030000     COMPUTE SUM-CLASS-AVERAGE OF WS-MERGED-SUMMARY = ZERO
030100     IF SUM-STUDENT-COUNT OF WS-MERGED-SUMMARY > ZERO
030200         COMPUTE SUM-CLASS-AVERAGE OF WS-MERGED-SUMMARY
030700     MOVE "SUMMARY-OUT" TO FSC-FILE-NAME
030800     MOVE "WRITE"       TO FSC-OPERATION
030900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
030900     ADD 1 TO FSC-STEP-RECORDS-OUT
031000     OPEN EXTEND RUN-HISTORY
031100     IF FSC-STATUS-CODE = "35"
031200         OPEN OUTPUT RUN-HISTORY
031900     WRITE RUN-HISTORY-RECORD
032000     MOVE "WRITE" TO FSC-OPERATION
032100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
032100     ADD 1 TO FSC-STEP-RECORDS-OUT
032200     CLOSE RUN-HISTORY
032300     MOVE "CLOSE" TO FSC-OPERATION
032400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
