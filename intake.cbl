003100*                   GETINPUT BALANCES AGAINST. THE ADVANCED  *
003200*                   BASE IS WRITTEN BACK TO NEXTID AT END    *
003300*                   OF RUN.                                  *
003350*  10/15/2026  DT   DEMOMAST RECORD CONTAINS 200 AND         *
003350*                   DEMOJRNL 430 (DEMOREC.CPY GREW FOR THE   *
003350*                   UNDELIVERABLE-ADDRESS FLAG). THE NEW     *
003350*                   STUDENT'S DEMOGRAPHIC RECORD IS CLEARED  *
003350*                   FIRST SO IT STARTS DELIVERABLE.          *
003375*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003375*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003375*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003387*  10/15/2026  DT   STUDREC NOW CARRIES THE SITE CODE (FEED  *
003387*                   RECORDS 132 BYTES). THE INTAKE FEED      *
003387*                   LEAVES IT BLANK - GETINPUT GIVES THE     *
003387*                   ENROLLMENT ITS COURSE'S CATALOG SITE.    *
003400*-----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
008300     RECORD CONTAINS 7 CHARACTERS.
008400 01  NEXT-ID-RECORD                PIC X(07).
008500 FD  STUDENT-MASTER
008600     RECORD CONTAINS 97 CHARACTERS.
008700 01  STUDENT-MASTER-RECORD.
008800     COPY "studrec.cpy".
008900 FD  DEMOGRAPHIC-MASTER
009000     RECORD CONTAINS 200 CHARACTERS.
009100 01  DEMOGRAPHIC-RECORD.
009200     COPY "demorec.cpy".
009300 FD  DEMO-JOURNAL
009400     RECORD CONTAINS 430 CHARACTERS.
009500 01  DEMO-JOURNAL-RECORD.
009600     COPY "demjrnl.cpy".
009700 FD  INTAKE-TRANS
009800     RECORD CONTAINS 132 CHARACTERS.
009900 01  INTAKE-TRANS-RECORD.
010000     COPY "studrec.cpy".
010100     COPY "stutran.cpy".
010400     05  ITR-GRADE-HASH        PIC 9(11)V9.
010500     05  FILLER                PIC X(31).
010600     05  ITR-TRAILER-KEY       PIC X(14).
010700     05  FILLER                PIC X(33).
010800     05  ITR-MAINT-CODE        PIC X(01).
010900     05  FILLER                PIC X(34).
011000 FD  INTAKE-RPT
014300         10  FILLER             PIC X(02).
014400 01  WS-JOURNAL-CONTROLS.
014500     05  WS-DJ-ACTION          PIC X(08).
014600     05  WS-BEFORE-IMAGE       PIC X(200).
014700 01  WS-OPERATOR-ID            PIC X(08)  VALUE "INTAKE".
014800 01  FSC-CONTROLS.
014900     COPY "fscctl.cpy".
015200* 0000-MAINLINE                                             *
015300*-----------------------------------------------------------*
015400 0000-MAINLINE.
015400     MOVE "INTAKE" TO FSC-STEP-PROGRAM
015400     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015600     PERFORM 2000-PROCESS-APPLICANT THRU 2000-EXIT
015700         UNTIL END-OF-FILE
015800     PERFORM 3000-TERMINATE THRU 3000-EXIT
015800     MOVE WS-APPLICANTS-READ TO FSC-STEP-RECORDS-IN
015800     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
015900     GOBACK.
016000*-----------------------------------------------------------*
016100* 1000-INITIALIZE - READ THE NEXT BASE, OPEN EVERYTHING,     *
017200         AT END
017300             DISPLAY "INTAKE - CONTROL FILE EMPTY"
017400             MOVE 16 TO RETURN-CODE
017400             PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
017500             STOP RUN
017600     END-READ
017700     MOVE "READ" TO FSC-OPERATION
018100         DISPLAY "INTAKE - CONTROL FILE BASE NOT NUMERIC: "
018200             WS-NEXT-BASE
018300         MOVE 16 TO RETURN-CODE
018300         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
018400         STOP RUN
018500     END-IF
018600     CLOSE NEXT-ID-CONTROL
029700         DISPLAY "INTAKE - BASE REJECTED BY THE GENERATOR: "
029800             WS-NEXT-BASE
029900         MOVE 16 TO RETURN-CODE
029900         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
030000         STOP RUN
030100     END-IF
030200     SET CANDIDATE-ID-FREE TO TRUE
037100*                          DEMOLOAD JOURNALS ITS FEED        *
037200*-----------------------------------------------------------*
037300 2300-WRITE-DEMOGRAPHIC.
037350     MOVE SPACES            TO DEMOGRAPHIC-RECORD
037400     MOVE WS-CANDIDATE-ID   TO DM-STUDENT-ID
037500     MOVE AP-LAST-NAME      TO DM-LAST-NAME
037600     MOVE AP-FIRST-NAME     TO DM-FIRST-NAME
043600     MOVE ZERO  TO SR-HOMEWORK-SCORE OF INTAKE-TRANS-RECORD
043700     MOVE ZERO  TO SR-MIDTERM-SCORE OF INTAKE-TRANS-RECORD
043800     MOVE ZERO  TO SR-FINAL-SCORE OF INTAKE-TRANS-RECORD
043800     MOVE SPACES TO SR-SITE-CODE OF INTAKE-TRANS-RECORD
043900     MOVE "A"   TO TR-MAINT-CODE
044000     MOVE ZERO  TO TR-EXPECTED-GRADE
044100     MOVE SPACES TO TR-AUTH-CODE
045000     MOVE "INTAKE-TRANS" TO FSC-FILE-NAME
045100     MOVE "WRITE"        TO FSC-OPERATION
045200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
045200     ADD 1 TO FSC-STEP-RECORDS-OUT
045300     ADD 1 TO WS-FEED-COUNT
045400     .
045500 2500-EXIT.
