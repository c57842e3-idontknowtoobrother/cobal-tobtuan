003200*                   PREFLRPT INSTEAD OF LETTING A            *
003300*                   MISPOINTED RERUN QUIETLY CORRUPT THE     *
003400*                   NIGHT.                                   *
003450*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003450*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003450*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003500*-----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
006500 01  RUN-CONTROL-RECORD.
006600     COPY "runctl.cpy".
006700 FD  REGISTRAR-EXTRACT
006800     RECORD CONTAINS 97 CHARACTERS.
006900 01  REGISTRAR-EXTRACT-RECORD.
007000     COPY "studrec.cpy".
007100 FD  ERROR-LOG
007200     RECORD CONTAINS 117 CHARACTERS.
007300 01  ERROR-LOG-RECORD.
007400     COPY "rejrec.cpy".
007500     COPY "studrec.cpy".
007600 FD  STUDENT-TRANS
007700     RECORD CONTAINS 132 CHARACTERS.
007800 01  STUDENT-TRANS-RECORD.
007900     COPY "studrec.cpy".
008000     COPY "stutran.cpy".
010400* 0000-MAINLINE                                             *
010500*-----------------------------------------------------------*
010600 0000-MAINLINE.
010600     MOVE "RSTRTCHK" TO FSC-STEP-PROGRAM
010600     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
010700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010800     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT
010900     IF NOT PREFLIGHT-FAILED
011300         PERFORM 2400-CHECK-FEED-KEY THRU 2400-EXIT
011400     END-IF
011500     PERFORM 3000-TERMINATE THRU 3000-EXIT
011500     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
011600     GOBACK.
011700*-----------------------------------------------------------*
011800* 1000-INITIALIZE - OPEN THE REPORT AND HEAD IT              *
028800     MOVE "REGISTRAR-EXT" TO FSC-FILE-NAME
028900     MOVE "READ"          TO FSC-OPERATION
029000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029000     ADD 1 TO FSC-STEP-RECORDS-IN
029100     ADD 1 TO WS-EXTRACT-COUNT
029200     .
029300 2210-EXIT.
034000     MOVE "ERROR-LOG" TO FSC-FILE-NAME
034100     MOVE "READ"      TO FSC-OPERATION
034200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
034200     ADD 1 TO FSC-STEP-RECORDS-IN
034300     ADD 1 TO WS-ERRLOG-COUNT
034400     .
034500 2310-EXIT.
039300     MOVE "STUDENT-TRANS" TO FSC-FILE-NAME
039400     MOVE "READ"          TO FSC-OPERATION
039500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
039500     ADD 1 TO FSC-STEP-RECORDS-IN
039600     IF SR-STUDENT-ID OF STUDENT-TRANS-RECORD = WS-CHECK-ID
039700             AND SR-COURSE-CODE OF STUDENT-TRANS-RECORD
039800                 = WS-CHECK-COURSE
040900     MOVE "PREFLIGHT-RPT" TO FSC-FILE-NAME
041000     MOVE "WRITE"         TO FSC-OPERATION
041100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
041100     ADD 1 TO FSC-STEP-RECORDS-OUT
041200     .
041300 2800-EXIT.
041400     EXIT.
