002000*                   FUNCTION INTEGER-OF-DATE - AS IN         *
002100*                   MOVE-DATA, AN INTRINSIC IS USED ONLY     *
002200*                   WHERE NO ORDINARY VERB CAN DO THE JOB.   *
002250*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002250*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002250*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
004000 01  RUN-CONTROL-RECORD.
004100     COPY "runctl.cpy".
004200 FD  ERROR-LOG
004300     RECORD CONTAINS 117 CHARACTERS.
004400 01  ERROR-LOG-RECORD.
004500     COPY "rejrec.cpy".
004600     COPY "studrec.cpy".
006700* 0000-MAINLINE                                             *
006800*-----------------------------------------------------------*
006900 0000-MAINLINE.
006900     MOVE "REJAGE" TO FSC-STEP-PROGRAM
006900     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
007000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007100     PERFORM 2000-AGE-REJECT THRU 2000-EXIT
007200         UNTIL END-OF-FILE
007300     PERFORM 3000-TERMINATE THRU 3000-EXIT
007300     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
007400     GOBACK.
007500*-----------------------------------------------------------*
007600* 1000-INITIALIZE - PICK UP THE AS-OF DATE AND THE AGE       *
014300*                   PASSES THE LIMIT                         *
014400*-----------------------------------------------------------*
014500 2000-AGE-REJECT.
014500     ADD 1 TO FSC-STEP-RECORDS-IN
014600     IF NOT RJ-OPEN
014700         GO TO 2000-NEXT
014800     END-IF
020200     MOVE "AGING-RPT" TO FSC-FILE-NAME
020300     MOVE "WRITE"     TO FSC-OPERATION
020400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
020400     ADD 1 TO FSC-STEP-RECORDS-OUT
020500     .
020600 2800-EXIT.
020700     EXIT.
