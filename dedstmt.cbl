001976*                   THE STATEMENT CAN ACTUALLY BE MAILED.    *
001978*                   NO DEMOMAST DD, OR AN ID NOT ON IT,      *
001980*                   PRINTS THE OLD ID-ONLY HEADER.           *
001990*  10/15/2026  DT   RETURNED MAIL. A STUDENT WHOSE DEMOMAST  *
001990*                   ADDRESS RETMAIL HAS MARKED UNDELIVERABLE *
001990*                   GETS NO STATEMENT BLOCK; THE STATEMENT   *
001990*                   IS LISTED ON THE NEW MAILHELD REPORT     *
001990*                   (MAILHELD.CPY) INSTEAD AND COUNTED IN    *
001990*                   THE TOTALS. DEMOMAST RECORD CONTAINS     *
001990*                   200.                                     *
001995*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
001995*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
001995*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
001997*  10/15/2026  DT   DEDUCTION REVERSAL. DEDDETL RECORDS ARE  *
001997*                   NOW 49 BYTES. A REVERSAL RECORD WRITTEN  *
001997*                   BY DEDREVRS PRINTS THE ORIGINAL          *
001997*                   DEDUCTION LINE (UNLESS THE SAME          *
001997*                   DEDUCTION WAS JUST PRINTED ABOVE IT)     *
001997*                   FOLLOWED BY A REVERSED LINE GIVING THE   *
001997*                   DATE TAKEN, THE DATE REVERSED AND THE    *
001997*                   RESTORED SCORE. REVERSALS ARE COUNTED IN *
001997*                   THE TOTALS. THE NIGHTLY JOB NOW FEEDS    *
001997*                   THE STEP THE SORTED MERGE OF DEDDETL AND *
001997*                   DEDREVRS OUTPUT.                         *
002000*-----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002980         ACCESS MODE IS DYNAMIC
002990         RECORD KEY IS DM-STUDENT-ID
002992         FILE STATUS IS FSC-STATUS-CODE.
002994     SELECT MAIL-HELD-RPT ASSIGN TO MAILHELD
002994         ORGANIZATION IS LINE SEQUENTIAL
002994         FILE STATUS IS FSC-STATUS-CODE.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  DEDUCTION-DETAIL
003300     RECORD CONTAINS 49 CHARACTERS.
003400 01  DEDUCTION-DETAIL-RECORD.
003500     COPY "dedrec.cpy".
003600 FD  STATEMENT-RPT
003700     RECORD CONTAINS 80 CHARACTERS.
003800 01  STATEMENT-RPT-RECORD          PIC X(80).
003810 FD  COURSE-CATALOG
003820     RECORD CONTAINS 51 CHARACTERS.
003830 01  COURSE-CATALOG-RECORD.
003840     COPY "crscat.cpy".
003850 FD  DEMOGRAPHIC-MASTER
003860     RECORD CONTAINS 200 CHARACTERS.
003870 01  DEMOGRAPHIC-RECORD.
003880     COPY "demorec.cpy".
003890 FD  MAIL-HELD-RPT
003890     RECORD CONTAINS 80 CHARACTERS.
003890 01  MAIL-HELD-RPT-RECORD          PIC X(80).
003900 WORKING-STORAGE SECTION.
004000 01  WS-SWITCHES.
004100     05  WS-EOF-SW                 PIC X(01)  VALUE "N".
004240         88  DEMO-IS-OPEN                     VALUE "Y".
004250     05  WS-DEMO-FOUND-SW          PIC X(01)  VALUE "N".
004260         88  DEMO-RECORD-FOUND                VALUE "Y".
004270     05  WS-STMT-HELD-SW           PIC X(01)  VALUE "N".
004270         88  STATEMENT-IS-HELD                VALUE "Y".
004300 01  WS-BREAK-ID                   PIC X(08)  VALUE LOW-VALUES.
004400 01  WS-REASON-TEXT                PIC X(10).
004410 01  WS-COURSE-TITLE               PIC X(20)  VALUE SPACES.
004420 01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
004430 01  WS-LAST-DEDUCTION.
004440     05  WS-LAST-COURSE-CODE       PIC X(06).
004450     05  WS-LAST-REASON-CODE       PIC X(02).
004460     05  WS-LAST-DEDUCTION-DATE    PIC X(08).
004500 01  WS-COUNTERS.
004600     05  WS-STUDENTS-PRINTED       PIC 9(05)  VALUE ZERO.
004700     05  WS-LINES-PRINTED          PIC 9(05)  VALUE ZERO.
004750     05  WS-STUDENTS-HELD          PIC 9(05)  VALUE ZERO.
004760     05  WS-REVERSALS-PRINTED      PIC 9(05)  VALUE ZERO.
004750 01  MAIL-HELD-LINE.
004750     COPY "mailheld.cpy".
004800 01  FSC-CONTROLS.
004900     COPY "fscctl.cpy".
005000 PROCEDURE DIVISION.
005200* 0000-MAINLINE                                             *
005300*-----------------------------------------------------------*
005400 0000-MAINLINE.
005400     MOVE "DEDSTMT" TO FSC-STEP-PROGRAM
005400     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
005500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005600     PERFORM 2000-PRINT-DETAIL THRU 2000-EXIT
005700         UNTIL END-OF-FILE
005800     PERFORM 3000-TERMINATE THRU 3000-EXIT
005800     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
005900     GOBACK.
006000*-----------------------------------------------------------*
006100* 1000-INITIALIZE - OPEN FILES AND PRIME THE DETAIL READ     *
006800     OPEN OUTPUT STATEMENT-RPT
006900     MOVE "STATEMENT-RPT" TO FSC-FILE-NAME
007000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007050     OPEN OUTPUT MAIL-HELD-RPT
007050     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
007050     MOVE "OPEN"          TO FSC-OPERATION
007050     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007050     MOVE SPACES TO MAIL-HELD-RPT-RECORD
007050     STRING "DEDSTMT - MAIL HELD - BAD ADDRESS - "
007050             DELIMITED BY SIZE
007050         WS-RUN-DATE DELIMITED BY SIZE
007050         INTO MAIL-HELD-RPT-RECORD
007050     END-STRING
007050     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
007050     MOVE SPACES TO MAIL-HELD-RPT-RECORD
007050     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
007050     MOVE SPACES TO MAIL-HELD-RPT-RECORD
007050     STRING "  STUDENT   NAME                            "
007050             DELIMITED BY SIZE
007050         "MAIL PIECE            RETURNED" DELIMITED BY SIZE
007050         INTO MAIL-HELD-RPT-RECORD
007050     END-STRING
007050     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
007100     MOVE "PER-STUDENT DEDUCTION STATEMENTS"
007200         TO STATEMENT-RPT-RECORD
007300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
008000*                     STUDENT, THEN ONE LINE PER DEDUCTION   *
008100*-----------------------------------------------------------*
008200 2000-PRINT-DETAIL.
008200     ADD 1 TO FSC-STEP-RECORDS-IN
008300     IF DD-STUDENT-ID NOT = WS-BREAK-ID
008400         MOVE DD-STUDENT-ID TO WS-BREAK-ID
008410         MOVE SPACES TO WS-LAST-DEDUCTION
008450         PERFORM 2640-CHECK-MAIL-HOLD THRU 2640-EXIT
008450         IF STATEMENT-IS-HELD
008450             GO TO 2000-NEXT
008450         END-IF
008500         ADD 1 TO WS-STUDENTS-PRINTED
008600         MOVE SPACES TO STATEMENT-RPT-RECORD
008700         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
009300         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
009310         PERFORM 2650-PRINT-ADDRESS THRU 2650-EXIT
009400     END-IF
009450     IF STATEMENT-IS-HELD
009450         GO TO 2000-NEXT
009450     END-IF
009460     IF DD-ENTRY-REVERSAL
009461         AND DD-COURSE-CODE = WS-LAST-COURSE-CODE
009462         AND DD-REASON-CODE = WS-LAST-REASON-CODE
009463         AND DD-DEDUCTION-DATE = WS-LAST-DEDUCTION-DATE
009464         GO TO 2000-REVERSAL
009465     END-IF
009500     EVALUATE TRUE
009600         WHEN DD-REASON-ATTENDANCE
009700             MOVE "ATTENDANCE" TO WS-REASON-TEXT
011900     END-STRING
012000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
012100     ADD 1 TO WS-LINES-PRINTED
012110     IF DD-ENTRY-DEDUCTION
012120         MOVE DD-COURSE-CODE    TO WS-LAST-COURSE-CODE
012130         MOVE DD-REASON-CODE    TO WS-LAST-REASON-CODE
012140         MOVE DD-DEDUCTION-DATE TO WS-LAST-DEDUCTION-DATE
012145     END-IF
012150     .
012150 2000-REVERSAL.
012150     IF DD-ENTRY-REVERSAL
012150         PERFORM 2300-PRINT-REVERSAL-LINE THRU 2300-EXIT
012150     END-IF
012150     .
012150 2000-NEXT.
012200     PERFORM 2100-READ-DEDUCTION-DETAIL THRU 2100-EXIT
012300     .
012400 2000-EXIT.
012500     EXIT.
012501*-----------------------------------------------------------*
012501* 2300-PRINT-REVERSAL-LINE - UNDER THE ORIGINAL DEDUCTION,   *
012501*                            WHEN IT WAS TAKEN, WHEN IT WAS  *
012501*                            REVERSED, AND THE SCORE THE     *
012501*                            REVERSAL LEFT ON THE RECORD     *
012501*-----------------------------------------------------------*
012501 2300-PRINT-REVERSAL-LINE.
012501     MOVE SPACES TO STATEMENT-RPT-RECORD
012501     STRING "     REVERSED " DELIMITED BY SIZE
012501         DD-REVERSAL-DATE DELIMITED BY SIZE
012501         " - DEDUCTION OF " DELIMITED BY SIZE
012501         DD-DEDUCTION-DATE DELIMITED BY SIZE
012501         " PUT BACK  SCORE NOW: " DELIMITED BY SIZE
012501         DD-RESTORED-SCORE DELIMITED BY SIZE
012501         INTO STATEMENT-RPT-RECORD
012501     END-STRING
012501     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
012501     ADD 1 TO WS-REVERSALS-PRINTED
012501     .
012501 2300-EXIT.
012501     EXIT.
012501*-----------------------------------------------------------*
012501* 2640-CHECK-MAIL-HOLD - ON A NEW STUDENT, HOLD THE WHOLE    *
012501*                        STATEMENT WHEN THE DEMOGRAPHIC      *
012501*                        MASTER ADDRESS IS UNDELIVERABLE     *
012501*-----------------------------------------------------------*
012501 2640-CHECK-MAIL-HOLD.
012501     MOVE "N" TO WS-STMT-HELD-SW
012501     IF NOT DEMO-IS-OPEN
012501         GO TO 2640-EXIT
012501     END-IF
012501     MOVE DD-STUDENT-ID TO DM-STUDENT-ID
012501     READ DEMOGRAPHIC-MASTER
012501         INVALID KEY
012501             GO TO 2640-EXIT
012501     END-READ
012501     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
012501     MOVE "READ"        TO FSC-OPERATION
012501     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
012501         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
012501     END-IF
012501     IF FSC-STATUS-CODE NOT = "00"
012501         GO TO 2640-EXIT
012501     END-IF
012501     IF DM-ADDRESS-UNDELIVERABLE
012501         SET STATEMENT-IS-HELD TO TRUE
012501         PERFORM 2860-WRITE-MAIL-HELD THRU 2860-EXIT
012501     END-IF
012501     .
012501 2640-EXIT.
012501     EXIT.
012502*-----------------------------------------------------------*
012503* 2650-PRINT-ADDRESS - STUDENT NAME AND MAILING ADDRESS      *
012504*                      FROM THE DEMOGRAPHIC MASTER UNDER     *
014700     MOVE "STATEMENT-RPT" TO FSC-FILE-NAME
014800     MOVE "WRITE"         TO FSC-OPERATION
014900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
014900     ADD 1 TO FSC-STEP-RECORDS-OUT
015000     .
015100 2800-EXIT.
015200     EXIT.
015250*-----------------------------------------------------------*
015250* 2860-WRITE-MAIL-HELD - LIST A HELD DEDUCTION STATEMENT ON  *
015250*                        THE MAIL HELD - BAD ADDRESS REPORT  *
015250*-----------------------------------------------------------*
015250 2860-WRITE-MAIL-HELD.
015250     ADD 1 TO WS-STUDENTS-HELD
015250     MOVE SPACES TO MH-STUDENT-NAME
015250     STRING DM-LAST-NAME DELIMITED BY "  "
015250         ", " DELIMITED BY SIZE
015250         DM-FIRST-NAME DELIMITED BY "  "
015250         INTO MH-STUDENT-NAME
015250     END-STRING
015250     MOVE DD-STUDENT-ID TO MH-STUDENT-ID
015250     MOVE "DEDUCTION STATEMENT" TO MH-MAIL-PIECE
015250     MOVE DM-UNDELIV-DATE TO MH-UNDELIV-DATE
015250     MOVE MAIL-HELD-LINE TO MAIL-HELD-RPT-RECORD
015250     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
015250     .
015250 2860-EXIT.
015250     EXIT.
015250*-----------------------------------------------------------*
015250* 2870-WRITE-HELD-LINE - WRITE ONE MAIL HELD REPORT LINE     *
015250*-----------------------------------------------------------*
015250 2870-WRITE-HELD-LINE.
015250     WRITE MAIL-HELD-RPT-RECORD
015250     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
015250     MOVE "WRITE"         TO FSC-OPERATION
015250     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
015250     .
015250 2870-EXIT.
015250     EXIT.
015300*-----------------------------------------------------------*
015400* 3000-TERMINATE - PRINT THE COUNTS AND CLOSE ALL FILES      *
015500*-----------------------------------------------------------*
016100         WS-STUDENTS-PRINTED DELIMITED BY SIZE
016200         "  DEDUCTION LINES: " DELIMITED BY SIZE
016300         WS-LINES-PRINTED DELIMITED BY SIZE
016350         "  REVERSALS: " DELIMITED BY SIZE
016360         WS-REVERSALS-PRINTED DELIMITED BY SIZE
016400         INTO STATEMENT-RPT-RECORD
016500     END-STRING
016600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
016650     MOVE SPACES TO STATEMENT-RPT-RECORD
016650     STRING "STATEMENTS HELD (BAD ADDRESS): " DELIMITED BY SIZE
016650         WS-STUDENTS-HELD DELIMITED BY SIZE
016650         INTO STATEMENT-RPT-RECORD
016650     END-STRING
016650     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
016700     DISPLAY "DEDSTMT - STUDENTS: " WS-STUDENTS-PRINTED
016800         " DEDUCTION LINES: " WS-LINES-PRINTED
016850         " HELD: " WS-STUDENTS-HELD
016860         " REVERSALS: " WS-REVERSALS-PRINTED
016900     CLOSE DEDUCTION-DETAIL
017000     MOVE "DEDUCTION-DETAIL" TO FSC-FILE-NAME
017100     MOVE "CLOSE"            TO FSC-OPERATION
017300     CLOSE STATEMENT-RPT
017400     MOVE "STATEMENT-RPT" TO FSC-FILE-NAME
017500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
017505     MOVE SPACES TO MAIL-HELD-RPT-RECORD
017505     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
017505     MOVE SPACES TO MAIL-HELD-RPT-RECORD
017505     STRING "STATEMENTS HELD: " DELIMITED BY SIZE
017505         WS-STUDENTS-HELD DELIMITED BY SIZE
017505         INTO MAIL-HELD-RPT-RECORD
017505     END-STRING
017505     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
017505     CLOSE MAIL-HELD-RPT
017505     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
017505     MOVE "CLOSE"         TO FSC-OPERATION
017505     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
017510     IF CATALOG-IS-OPEN
017520         CLOSE COURSE-CATALOG
017530         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
