002300*                   ENROLLED THIS TERM WITH NO EVENT AT      *
002400*                   ALL. NO TABLES, NO CAPS - THE SORT       *
002500*                   CARRIES THE VOLUME.                      *
002550*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002550*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002550*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
007100     05  SRT-STUDENT-ID        PIC X(08).
007200     05  FILLER                PIC X(25).
007300 FD  STUDENT-MASTER
007400     RECORD CONTAINS 97 CHARACTERS.
007500 01  STUDENT-MASTER-RECORD.
007600     COPY "studrec.cpy".
007700 FD  ATTENDANCE-RPT
010900* 0000-MAINLINE                                             *
011000*-----------------------------------------------------------*
011100 0000-MAINLINE.
011100     MOVE "ATTNRPT" TO FSC-STEP-PROGRAM
011100     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011300     SORT ATTENDANCE-SORT
011400         ON ASCENDING KEY SRT-STUDENT-ID
012200     END-IF
012300     PERFORM 3000-PERFECT-ATTENDANCE THRU 3000-EXIT
012400     PERFORM 3900-TERMINATE THRU 3900-EXIT
012400     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
012500     GOBACK.
012600*-----------------------------------------------------------*
012700* 1000-INITIALIZE - TERM FROM THE RUN-CONTROL CARD, THE      *
020000*                       OF STUDENT PRINTS THE FINISHED LINE  *
020100*-----------------------------------------------------------*
020200 2000-FOOT-ONE-EVENT.
020200     ADD 1 TO FSC-STEP-RECORDS-IN
020300     IF WS-TERM-CODE NOT = SPACES
020400             AND AS-TERM-CODE NOT = WS-TERM-CODE
020500         GO TO 2000-NEXT
039800     MOVE "ATTENDANCE-RPT" TO FSC-FILE-NAME
039900     MOVE "WRITE"          TO FSC-OPERATION
040000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
040000     ADD 1 TO FSC-STEP-RECORDS-OUT
040100     .
040200 2800-EXIT.
040300     EXIT.
