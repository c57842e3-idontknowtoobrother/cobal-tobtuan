003000*                   SAME WAY THE RECYCLE FEED RIDES IN.      *
003100*                   DAY ARITHMETIC USES FUNCTION             *
003200*                   INTEGER-OF-DATE, THE REJAGE PRECEDENT.   *
003250*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003250*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003250*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003275*  10/15/2026  DT   STUDREC NOW CARRIES THE SITE CODE (FEED  *
003275*                   RECORDS 132 BYTES) - THE LAPSE           *
003275*                   TRANSACTION CARRIES THE SITE OF THE      *
003275*                   MASTER RECORD IT LAPSES.                 *
003300*-----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
005700 01  RUN-CONTROL-RECORD.
005800     COPY "runctl.cpy".
005900 FD  STUDENT-MASTER
006000     RECORD CONTAINS 97 CHARACTERS.
006100 01  STUDENT-MASTER-RECORD.
006200     COPY "studrec.cpy".
006300 FD  LAPSE-TRANS
006400     RECORD CONTAINS 132 CHARACTERS.
006500 01  LAPSE-TRANS-RECORD.
006600     COPY "studrec.cpy".
006700     COPY "stutran.cpy".
007000     05  LTR-GRADE-HASH        PIC 9(11)V9.
007100     05  FILLER                PIC X(31).
007200     05  LTR-TRAILER-KEY       PIC X(14).
007300     05  FILLER                PIC X(33).
007400     05  LTR-MAINT-CODE        PIC X(01).
007500     05  FILLER                PIC X(34).
007600 FD  AGING-RPT
010400* 0000-MAINLINE                                             *
010500*-----------------------------------------------------------*
010600 0000-MAINLINE.
010600     MOVE "INCAGE" TO FSC-STEP-PROGRAM
010600     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
010700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010800     IF NOT NO-MASTER-FILE
010900         PERFORM 2000-AGE-RECORD THRU 2000-EXIT
011000             UNTIL END-OF-MASTER
011100     END-IF
011200     PERFORM 3000-TERMINATE THRU 3000-EXIT
011200     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
011300     GOBACK.
011400*-----------------------------------------------------------*
011500* 1000-INITIALIZE - PICK UP THE AS-OF DATE AND WARNING AGE,  *
020600*                   PRINT FOR THE INSTRUCTOR                 *
020700*-----------------------------------------------------------*
020800 2000-AGE-RECORD.
020800     ADD 1 TO FSC-STEP-RECORDS-IN
020900     IF NOT SR-GRADE-INCOMPLETE OF STUDENT-MASTER-RECORD
021000         GO TO 2000-NEXT
021100     END-IF
027200     MOVE ZERO  TO SR-HOMEWORK-SCORE OF LAPSE-TRANS-RECORD
027300     MOVE ZERO  TO SR-MIDTERM-SCORE OF LAPSE-TRANS-RECORD
027400     MOVE ZERO  TO SR-FINAL-SCORE OF LAPSE-TRANS-RECORD
027400     MOVE SR-SITE-CODE OF STUDENT-MASTER-RECORD
027400         TO SR-SITE-CODE OF LAPSE-TRANS-RECORD
027500     MOVE "C"   TO TR-MAINT-CODE
027600     MOVE ZERO  TO TR-EXPECTED-GRADE
027700     MOVE SPACES TO TR-AUTH-CODE
028600     MOVE "LAPSE-TRANS" TO FSC-FILE-NAME
028700     MOVE "WRITE"       TO FSC-OPERATION
028800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
028800     ADD 1 TO FSC-STEP-RECORDS-OUT
028900     ADD 1 TO WS-LAPSE-COUNT
029000     .
029100 2300-EXIT.
