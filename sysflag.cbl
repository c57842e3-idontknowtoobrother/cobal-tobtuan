002000*                   STEP AND ONE CLEAR STEP, BECAUSE THE     *
002100*                   FIRST SLICE TO FINISH MUST NOT MARK THE  *
002200*                   MASTER FREE WHILE THE OTHERS STILL RUN.  *
002250*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002250*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002250*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
005400* 0000-MAINLINE                                             *
005500*-----------------------------------------------------------*
005600 0000-MAINLINE.
005600     MOVE "SYSFLAG" TO FSC-STEP-PROGRAM
005600     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
005700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005800     ACCEPT WS-RUN-TIME FROM TIME
005900     OPEN INPUT FLAG-CARD
006400         AT END
006500             DISPLAY "SYSFLAG - FLAGCARD EMPTY"
006600             MOVE 16 TO RETURN-CODE
006600             PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
006700             STOP RUN
006800     END-READ
006900     MOVE "READ" TO FSC-OPERATION
007000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007000     ADD 1 TO FSC-STEP-RECORDS-IN
007100     CLOSE FLAG-CARD
007200     MOVE "CLOSE" TO FSC-OPERATION
007300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007500         DISPLAY "SYSFLAG - STATE MUST BE B OR F, GOT "
007600             FC-STATE
007700         MOVE 16 TO RETURN-CODE
007700         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
007800         STOP RUN
007900     END-IF
008000     MOVE FC-STATE           TO SS-MASTER-STATE
008800     WRITE SYSTEM-STATUS-RECORD
008900     MOVE "WRITE" TO FSC-OPERATION
009000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
009000     ADD 1 TO FSC-STEP-RECORDS-OUT
009100     CLOSE SYSTEM-STATUS
009200     MOVE "CLOSE" TO FSC-OPERATION
009300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
009400     DISPLAY "SYSFLAG - MASTER MARKED " FC-STATE
009500         " BY " FC-JOB-NAME
009500     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
009600     GOBACK.
009700     COPY "fscchk.cpy".
009800 END PROGRAM SYSFLAG.
