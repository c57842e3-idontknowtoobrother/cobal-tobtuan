002407*                   (RJ-OPERATOR-ID) IN TR-AUTH-CODE SO      *
002408*                   GETINPUT CAN WAIVE THE PREREQUISITE      *
002409*                   INSTEAD OF BOUNCING IT FOREVER.          *
002409*  10/15/2026  DT   A RECYCLED REASON-15 OR REASON-16 REJECT *
002409*                   (PAST THE ADD/DROP OR WITHDRAWAL         *
002409*                   DEADLINE) CARRIES ITS AUTHORIZER IN      *
002409*                   TR-AUTH-CODE THE SAME WAY AS REASON 11.  *
002409*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002409*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002409*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002409*  10/15/2026  DT   A RECYCLED REASON-17 SCHEDULE CONFLICT   *
002409*                   CARRIES ITS AUTHORIZER IN TR-AUTH-CODE   *
002409*                   LIKE 11/15/16.                           *
002409*  10/15/2026  DT   STUDREC NOW CARRIES THE SITE CODE (FEED  *
002409*                   RECORDS 132 BYTES, REJECT RECORDS 117) - *
002409*                   A RECYCLED REJECT KEEPS THE SITE IT      *
002409*                   ARRIVED WITH.                            *
002410*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ERROR-LOG
004000     RECORD CONTAINS 117 CHARACTERS.
004100 01  ERROR-LOG-RECORD.
004200     COPY "rejrec.cpy".
004300     COPY "studrec.cpy".
004400 FD  RECYCLE-OUT
004500     RECORD CONTAINS 132 CHARACTERS.
004600 01  RECYCLE-OUT-RECORD.
004700     COPY "studrec.cpy".
004800     COPY "stutran.cpy".
005100     05  RTR-GRADE-HASH        PIC 9(11)V9.
005200     05  FILLER                PIC X(31).
005300     05  RTR-TRAILER-KEY       PIC X(14).
005400     05  FILLER                PIC X(33).
005500     05  RTR-MAINT-CODE        PIC X(01).
005550     05  FILLER                PIC X(34).
005600 FD  REJECT-KEPT
005700     RECORD CONTAINS 117 CHARACTERS.
005800 01  REJECT-KEPT-RECORD            PIC X(117).
005810 FD  HOLD-FILE
005820     RECORD CONTAINS 66 CHARACTERS.
005830 01  GRADE-HOLD-RECORD.
007000* 0000-MAINLINE                                             *
007100*-----------------------------------------------------------*
007200 0000-MAINLINE.
007200     MOVE "REJRECYC" TO FSC-STEP-PROGRAM
007200     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
007300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007400     PERFORM 2000-RECYCLE-RECORD THRU 2000-EXIT
007500         UNTIL END-OF-FILE
007600     PERFORM 3000-TERMINATE THRU 3000-EXIT
007600     MOVE WS-RECYCLED-COUNT TO FSC-STEP-RECORDS-OUT
007600     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
007700     GOBACK.
007800*-----------------------------------------------------------*
007900* 1000-INITIALIZE - OPEN ALL THREE FILES AND PRIME THE READ; *
010900*                       EVERY RECORD PASSES TO THE KEPT LOG  *
011000*-----------------------------------------------------------*
011100 2000-RECYCLE-RECORD.
011100     ADD 1 TO FSC-STEP-RECORDS-IN
011110     MOVE "N" TO WS-RECYCLE-SW
011120     IF RJ-APPROVED
011122         IF RJ-REJECT-CODE = "12"
012640             TO SR-MIDTERM-SCORE OF RECYCLE-OUT-RECORD
012650         MOVE SR-FINAL-SCORE OF ERROR-LOG-RECORD
012660             TO SR-FINAL-SCORE OF RECYCLE-OUT-RECORD
012660         MOVE SR-SITE-CODE OF ERROR-LOG-RECORD
012660             TO SR-SITE-CODE OF RECYCLE-OUT-RECORD
012700         EVALUATE RJ-MAINT-CODE
012800             WHEN SPACE
012810                 MOVE "A" TO TR-MAINT-CODE
013000                 MOVE RJ-MAINT-CODE TO TR-MAINT-CODE
013100         END-EVALUATE
013110         MOVE ZERO   TO TR-EXPECTED-GRADE
013112         IF RJ-REJECT-CODE = "11" OR RJ-REJECT-CODE = "15"
013112                 OR RJ-REJECT-CODE = "16" OR RJ-REJECT-CODE = "17"
013114             MOVE RJ-OPERATOR-ID TO TR-AUTH-CODE
013116         ELSE
013120             MOVE SPACES TO TR-AUTH-CODE
