003200*                   WHAT WAS ACTUALLY READ - A SHORT FEED    *
003300*                   FAILS HERE (RC=16) BEFORE ANY SLICE      *
003400*                   LOADS.                                   *
003450*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003450*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003450*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003500*-----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
007800     05  SC-SLICE-BOUND OCCURS 4 TIMES
007900                               PIC X(06).
008000 FD  STUDENT-TRANS
008100     RECORD CONTAINS 132 CHARACTERS.
008200 01  STUDENT-TRANS-RECORD.
008300     COPY "studrec.cpy".
008400     COPY "stutran.cpy".
008700     05  TTR-GRADE-HASH        PIC 9(11)V9.
008800     05  FILLER                PIC X(31).
008900     05  TTR-TRAILER-KEY       PIC X(14).
009000     05  FILLER                PIC X(33).
009100     05  TTR-MAINT-CODE        PIC X(01).
009200         88  TTR-IS-TRAILER               VALUE "T".
009300     05  FILLER                PIC X(34).
009400 FD  DEDUCTION-TRANS
009500     RECORD CONTAINS 110 CHARACTERS.
009600 01  DEDUCTION-TRANS-RECORD.
009700     COPY "studrec.cpy".
009800     05  DT-BASE-AMOUNT        PIC 9(03).
010200     05  DT-REASON-2           PIC X(02).
010210     05  DT-RETRY-COUNT        PIC 9(02).
010300 FD  TRANS-SLICE-1
010400     RECORD CONTAINS 132 CHARACTERS.
010500 01  TRANS-SLICE-1-RECORD          PIC X(132).
010600 FD  TRANS-SLICE-2
010700     RECORD CONTAINS 132 CHARACTERS.
010800 01  TRANS-SLICE-2-RECORD          PIC X(132).
010900 FD  TRANS-SLICE-3
011000     RECORD CONTAINS 132 CHARACTERS.
011100 01  TRANS-SLICE-3-RECORD          PIC X(132).
011200 FD  TRANS-SLICE-4
011300     RECORD CONTAINS 132 CHARACTERS.
011400 01  TRANS-SLICE-4-RECORD          PIC X(132).
011500 FD  DED-SLICE-1
011600     RECORD CONTAINS 110 CHARACTERS.
011700 01  DED-SLICE-1-RECORD            PIC X(110).
011800 FD  DED-SLICE-2
011900     RECORD CONTAINS 110 CHARACTERS.
012000 01  DED-SLICE-2-RECORD            PIC X(110).
012100 FD  DED-SLICE-3
012200     RECORD CONTAINS 110 CHARACTERS.
012300 01  DED-SLICE-3-RECORD            PIC X(110).
012400 FD  DED-SLICE-4
012500     RECORD CONTAINS 110 CHARACTERS.
012600 01  DED-SLICE-4-RECORD            PIC X(110).
012700 WORKING-STORAGE SECTION.
012800 01  WS-SWITCHES.
012900     05  WS-FEED-EOF-SW            PIC X(01)  VALUE "N".
015600     05  WS-OT-GRADE-HASH      PIC 9(11)V9.
015700     05  FILLER                PIC X(31)  VALUE SPACES.
015800     05  WS-OT-TRAILER-KEY     PIC X(14).
015900     05  FILLER                PIC X(33)  VALUE SPACES.
016000     05  WS-OT-MAINT-CODE      PIC X(01).
016100     05  FILLER                PIC X(34)  VALUE SPACES.
016200 01  WS-SLICE-SUB                  PIC 9(01).
016800* 0000-MAINLINE                                             *
016900*-----------------------------------------------------------*
017000 0000-MAINLINE.
017000     MOVE "FEEDSPLT" TO FSC-STEP-PROGRAM
017000     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017200     PERFORM 2000-ROUTE-FEED-RECORD THRU 2000-EXIT
017300         UNTIL FEED-EOF
017400     PERFORM 2700-DRAIN-DEDUCTIONS THRU 2700-EXIT
017500     PERFORM 3000-TERMINATE THRU 3000-EXIT
017500     MOVE WS-ACTUAL-COUNT TO FSC-STEP-RECORDS-IN
017500     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
017600     GOBACK.
017700*-----------------------------------------------------------*
017800* 1000-INITIALIZE - READ THE RANGE CARD, OPEN EVERYTHING,    *
018700         AT END
018800             DISPLAY "FEEDSPLT - SPLITCTL CARD MISSING"
018900             MOVE 16 TO RETURN-CODE
018900             PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
019000             STOP RUN
019100     END-READ
019200     MOVE "READ" TO FSC-OPERATION
019500         DISPLAY "FEEDSPLT - SLICE COUNT MUST BE 1-4, GOT "
019600             SC-SLICE-COUNT
019700         MOVE 16 TO RETURN-CODE
019700         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
019800         STOP RUN
019900     END-IF
020000     MOVE SC-SLICE-COUNT TO WS-SLICE-COUNT
038000     MOVE "TRANS-SLICES" TO FSC-FILE-NAME
038100     MOVE "WRITE"        TO FSC-OPERATION
038200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
038200     ADD 1 TO FSC-STEP-RECORDS-OUT
038200     ADD 1 TO FSC-STEP-RECORDS-OUT
038200     ADD 1 TO FSC-STEP-RECORDS-OUT
038200     ADD 1 TO FSC-STEP-RECORDS-OUT
038300     .
038400 2500-EXIT.
038500     EXIT.
040500     MOVE "DED-SLICES" TO FSC-FILE-NAME
040600     MOVE "WRITE"      TO FSC-OPERATION
040700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
040700     ADD 1 TO FSC-STEP-RECORDS-OUT
040700     ADD 1 TO FSC-STEP-RECORDS-OUT
040700     ADD 1 TO FSC-STEP-RECORDS-OUT
040700     ADD 1 TO FSC-STEP-RECORDS-OUT
040800     .
040900 2600-EXIT.
041000     EXIT.
