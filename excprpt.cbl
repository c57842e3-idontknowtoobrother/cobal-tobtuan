002100*                   THE EXTRACT IS READ TWICE, ONCE PER      *
002200*                   SECTION; I/W (NO-SCORE) RECORDS ARE      *
002300*                   LEFT OUT OF BOTH.                        *
002350*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002350*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002350*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  REGISTRAR-EXTRACT
003700     RECORD CONTAINS 97 CHARACTERS.
003800 01  REGISTRAR-EXTRACT-RECORD.
003900     COPY "studrec.cpy".
004000 FD  EXCEPTION-RPT
006600*                 REPORT SECTION                             *
006700*-----------------------------------------------------------*
006800 0000-MAINLINE.
006800     MOVE "EXCPRPT" TO FSC-STEP-PROGRAM
006800     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
006900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007000     PERFORM 2000-SCAN-RECORD THRU 2000-EXIT
007100         UNTIL END-OF-FILE
007300     PERFORM 2000-SCAN-RECORD THRU 2000-EXIT
007400         UNTIL END-OF-FILE
007500     PERFORM 3000-TERMINATE THRU 3000-EXIT
007500     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
007600     GOBACK.
007700*-----------------------------------------------------------*
007800* 1000-INITIALIZE - OPEN FILES, PRIME THE READ, AND PRINT    *
011600*                    ACTIVE SECTION WHEN IT QUALIFIES        *
011700*-----------------------------------------------------------*
011800 2000-SCAN-RECORD.
011800     ADD 1 TO FSC-STEP-RECORDS-IN
011900     IF NOT SR-GRADE-NUMERIC OF REGISTRAR-EXTRACT-RECORD
012000         GO TO 2000-NEXT
012100     END-IF
020600     MOVE "EXCEPTION-RPT" TO FSC-FILE-NAME
020700     MOVE "WRITE"         TO FSC-OPERATION
020800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
020800     ADD 1 TO FSC-STEP-RECORDS-OUT
020900     ADD 1 TO WS-LINE-COUNT
021000     .
021100 2200-EXIT.
