002038*                   (CRSCAT.CPY) NEXT TO THE BARE COURSE CODE.         *
002040*                   NO CRSCAT DD, OR A CODE NOT ON THE CATALOG,        *
002042*                   PRINTS THE OLD BARE-CODE LINE.                     *
002042*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002042*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002042*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002042*  10/15/2026  DT   PRINTS BY CAMPUS SITE. THE EXTRACT IS    *
002042*                   SORTED ON SR-SITE-CODE AND               *
002042*                   STUDENT/COURSE KEY (WORK FILE ROSTSRTD,  *
002042*                   SORTWK01) AND EACH SITE STARTS A NEW     *
002042*                   PAGE HEADED WITH ITS CODE AND NAME FROM  *
002042*                   THE SITE TABLE (SITELKP), ENDING WITH A  *
002042*                   SITE SUBTOTAL OF GRADED STUDENTS AND     *
002042*                   THEIR AVERAGE. A BLANK SITE PRINTS AS    *
002042*                   THE HOME CAMPUS. THE COURSE AND CLASS    *
002042*                   FOOTERS ARE HEADED AS ALL SITES          *
002042*                   COMBINED.                                *
002042*  10/15/2026  DT   "T" TRANSFER CREDIT (XFERCRED) IS NOT A  *
002042*                   SEAT IN THE CLASS AND IS LEFT OFF THE    *
002042*                   ROSTER.                                  *
001800*-----------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002200     SELECT REGISTRAR-EXTRACT ASSIGN TO REGEXTR
002300         ORGANIZATION IS LINE SEQUENTIAL
002310         FILE STATUS IS FSC-STATUS-CODE.
002310     SELECT ROSTER-SORTED ASSIGN TO ROSTSRTD
002310         ORGANIZATION IS LINE SEQUENTIAL
002310         FILE STATUS IS FSC-STATUS-CODE.
002310     SELECT ROSTER-SORT ASSIGN TO SORTWK01.
002400     SELECT TOTALS-IN ASSIGN TO CLSTOTAL
002500         ORGANIZATION IS LINE SEQUENTIAL
002510         FILE STATUS IS FSC-STATUS-CODE.
002970 01  RUN-CONTROL-RECORD.
002980     COPY "runctl.cpy".
003000 FD  REGISTRAR-EXTRACT
003100     RECORD CONTAINS 97 CHARACTERS.
003200 01  REGISTRAR-EXTRACT-RECORD.
003300     COPY "studrec.cpy".
003300 FD  ROSTER-SORTED
003300     RECORD CONTAINS 97 CHARACTERS.
003300 01  ROSTER-SORTED-RECORD.
003300     COPY "studrec.cpy".
003300 SD  ROSTER-SORT.
003300 01  ROSTER-SORT-RECORD.
003300     05  FILLER                PIC X(50).
003300     05  RS-MASTER-KEY         PIC X(14).
003300     05  FILLER                PIC X(31).
003300     05  RS-SITE-CODE          PIC X(02).
003400 FD  TOTALS-IN
003500     RECORD CONTAINS 35 CHARACTERS.
003600 01  TOTALS-RECORD.
003900     RECORD CONTAINS 80 CHARACTERS.
004000 01  ROSTER-RPT-RECORD             PIC X(80).
004010 FD  COURSE-CATALOG
004020     RECORD CONTAINS 51 CHARACTERS.
004030 01  COURSE-CATALOG-RECORD.
004040     COPY "crscat.cpy".
004100 WORKING-STORAGE SECTION.
004896     05  WS-GRAND-MEDIAN           PIC 9(03)V9    VALUE ZERO.
004900 01  WS-TOT-SUB                    PIC 9(03)  COMP.
004905 01  WS-COURSE-TITLE               PIC X(20)  VALUE SPACES.
004905 01  WS-SITE-CONTROLS.
004905     05  WS-CURRENT-SITE           PIC X(02)  VALUE SPACES.
004905     05  WS-RECORD-SITE            PIC X(02)  VALUE SPACES.
004905     05  WS-CURRENT-SITE-NAME      PIC X(30)  VALUE SPACES.
004905     05  WS-SITE-STUDENTS          PIC 9(05)  VALUE ZERO.
004905     05  WS-SITE-SCORE-SUM         PIC 9(07)V9 VALUE ZERO.
004905     05  WS-SITE-AVERAGE           PIC 9(03)V9 VALUE ZERO.
004905 01  SITE-LOOKUP-AREA.
004905     COPY "sitetbl.cpy".
004910 01  WS-RUN-STAMP.
004920     05  WS-RUN-DATE               PIC X(08)  VALUE SPACES.
004930     05  WS-TERM-CODE              PIC X(05)  VALUE SPACES.
005200* 0000-MAINLINE                                             *
005300*-----------------------------------------------------------*
005400 0000-MAINLINE.
005400     MOVE "CLSROSTR" TO FSC-STEP-PROGRAM
005400     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
005500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005600     PERFORM 2000-PRINT-DETAIL THRU 2000-EXIT
005700         UNTIL END-OF-FILE
005800     PERFORM 3000-TERMINATE THRU 3000-EXIT
005800     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
005900     GOBACK.
006000*-----------------------------------------------------------*
006100* 1000-INITIALIZE - OPEN FILES, READ THE TOTALS RECORD, AND   *
006480         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
006482         SET CATALOG-IS-OPEN TO TRUE
006484     END-IF
006500     SORT ROSTER-SORT
006500         ON ASCENDING KEY RS-SITE-CODE RS-MASTER-KEY
006500         USING REGISTRAR-EXTRACT
006500         GIVING ROSTER-SORTED
006500     OPEN INPUT ROSTER-SORTED
006510     MOVE "ROSTER-SORTED" TO FSC-FILE-NAME
006520     MOVE "OPEN"          TO FSC-OPERATION
006530     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
006600     OPEN INPUT TOTALS-IN
007100             "CLASS AVERAGE WILL PRINT AS ZERO"
007200     END-IF
007300     PERFORM 2100-READ-REGISTRAR-EXTRACT THRU 2100-EXIT
007300     IF NOT END-OF-FILE
007300         PERFORM 2200-START-SITE THRU 2200-EXIT
007300     END-IF
007400     PERFORM 2900-PRINT-PAGE-HEADER THRU 2900-EXIT
007500     .
007600 1000-EXIT.
008000*                     WHEN THE CURRENT PAGE IS FULL          *
008100*-----------------------------------------------------------*
008200 2000-PRINT-DETAIL.
008200     ADD 1 TO FSC-STEP-RECORDS-IN
008200     IF SR-GRADE-TRANSFER OF ROSTER-SORTED-RECORD
008200         GO TO 2000-NEXT
008200     END-IF
008200     MOVE SR-SITE-CODE OF ROSTER-SORTED-RECORD TO WS-RECORD-SITE
008200     IF WS-RECORD-SITE = SPACES
008200         MOVE "01" TO WS-RECORD-SITE
008200     END-IF
008200     IF WS-RECORD-SITE NOT = WS-CURRENT-SITE
008200         PERFORM 2300-PRINT-SITE-SUBTOTAL THRU 2300-EXIT
008200         PERFORM 2200-START-SITE THRU 2200-EXIT
008200         PERFORM 2900-PRINT-PAGE-HEADER THRU 2900-EXIT
008200     END-IF
008200     IF SR-GRADE-NUMERIC OF ROSTER-SORTED-RECORD
008200         ADD 1 TO WS-SITE-STUDENTS
008200         ADD SR-GRADE OF ROSTER-SORTED-RECORD
008200             TO WS-SITE-SCORE-SUM
008200     END-IF
008300     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
008400         PERFORM 2900-PRINT-PAGE-HEADER THRU 2900-EXIT
008500     END-IF
008700     STRING SR-FULL-NAME OF ROSTER-SORTED-RECORD
008800             DELIMITED BY SIZE
008900         " " DELIMITED BY SIZE
009000         SR-STUDENT-ID OF ROSTER-SORTED-RECORD
009100             DELIMITED BY SIZE
009150         " " DELIMITED BY SIZE
009160         SR-COURSE-CODE OF ROSTER-SORTED-RECORD
009170             DELIMITED BY SIZE
009200         "  " DELIMITED BY SIZE
009300         SR-GRADE OF ROSTER-SORTED-RECORD DELIMITED BY SIZE
009400         "    " DELIMITED BY SIZE
009500         SR-LETTER-GRADE OF ROSTER-SORTED-RECORD
009550             DELIMITED BY SIZE
009600         INTO ROSTER-RPT-RECORD
009700     END-STRING
009810     MOVE "ROSTER-RPT" TO FSC-FILE-NAME
009820     MOVE "WRITE"      TO FSC-OPERATION
009830     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
009830     ADD 1 TO FSC-STEP-RECORDS-OUT
009900     ADD 1 TO WS-LINE-COUNT
009910     IF PRINT-COMPONENT-SCORES
009912             AND (SR-HOMEWORK-SCORE OF ROSTER-SORTED-RECORD
009914                 NOT = ZERO
009916             OR SR-MIDTERM-SCORE OF ROSTER-SORTED-RECORD
009918                 NOT = ZERO
009920             OR SR-FINAL-SCORE OF ROSTER-SORTED-RECORD
009922                 NOT = ZERO)
009924         PERFORM 2050-PRINT-COMPONENTS THRU 2050-EXIT
009926     END-IF
009950     .
009960 2000-NEXT.
010000     PERFORM 2100-READ-REGISTRAR-EXTRACT THRU 2100-EXIT
010100     .
010200 2000-EXIT.
010370 2050-PRINT-COMPONENTS.
010372     MOVE SPACES TO ROSTER-RPT-RECORD
010374     STRING "      COMPONENTS - HOMEWORK: " DELIMITED BY SIZE
010376         SR-HOMEWORK-SCORE OF ROSTER-SORTED-RECORD
010378             DELIMITED BY SIZE
010380         "  MIDTERM: " DELIMITED BY SIZE
010382         SR-MIDTERM-SCORE OF ROSTER-SORTED-RECORD
010384             DELIMITED BY SIZE
010386         "  FINAL: " DELIMITED BY SIZE
010388         SR-FINAL-SCORE OF ROSTER-SORTED-RECORD
010390             DELIMITED BY SIZE
010392         INTO ROSTER-RPT-RECORD
010394     END-STRING
012400* 2100-READ-REGISTRAR-EXTRACT - READ NEXT ROSTER RECORD       *
012500*-----------------------------------------------------------*
012600 2100-READ-REGISTRAR-EXTRACT.
012700     READ ROSTER-SORTED
012800         AT END
012900             SET END-OF-FILE TO TRUE
013000     END-READ
013050     MOVE "ROSTER-SORTED" TO FSC-FILE-NAME
013060     MOVE "READ"          TO FSC-OPERATION
013070     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "10"
013080         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
013100     .
013200 2100-EXIT.
013300     EXIT.
013300*-----------------------------------------------------------*
013300* 2200-START-SITE - MAKE THE RECORD JUST READ'S SITE THE     *
013300*                   CURRENT ONE (BLANK IS THE HOME CAMPUS),  *
013300*                   NAME IT FROM THE SITE TABLE, AND ZERO    *
013300*                   ITS SUBTOTAL                             *
013300*-----------------------------------------------------------*
013300 2200-START-SITE.
013300     MOVE SR-SITE-CODE OF ROSTER-SORTED-RECORD TO WS-CURRENT-SITE
013300     IF WS-CURRENT-SITE = SPACES
013300         MOVE "01" TO WS-CURRENT-SITE
013300     END-IF
013300     MOVE SPACES TO SITE-LOOKUP-AREA
013300     MOVE WS-CURRENT-SITE TO ST-SITE-CODE
013300     CALL "SITELKP" USING SITE-LOOKUP-AREA
013300     MOVE ST-SITE-NAME TO WS-CURRENT-SITE-NAME
013300     MOVE ZERO TO WS-SITE-STUDENTS
013300     MOVE ZERO TO WS-SITE-SCORE-SUM
013300     .
013300 2200-EXIT.
013300     EXIT.
013300*-----------------------------------------------------------*
013300* 2300-PRINT-SITE-SUBTOTAL - GRADED STUDENTS AND THEIR       *
013300*                            AVERAGE FOR THE CURRENT SITE    *
013300*-----------------------------------------------------------*
013300 2300-PRINT-SITE-SUBTOTAL.
013300     MOVE ZERO TO WS-SITE-AVERAGE
013300     IF WS-SITE-STUDENTS > ZERO
013300         COMPUTE WS-SITE-AVERAGE ROUNDED =
013300             WS-SITE-SCORE-SUM / WS-SITE-STUDENTS
013300     END-IF
013300     MOVE "ROSTER-RPT" TO FSC-FILE-NAME
013300     MOVE "WRITE"      TO FSC-OPERATION
013300     MOVE SPACES TO ROSTER-RPT-RECORD
013300     WRITE ROSTER-RPT-RECORD
013300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
013300     STRING "SITE " DELIMITED BY SIZE
013300         WS-CURRENT-SITE DELIMITED BY SIZE
013300         " SUBTOTAL  STUDENTS: " DELIMITED BY SIZE
013300         WS-SITE-STUDENTS DELIMITED BY SIZE
013300         "  AVERAGE: " DELIMITED BY SIZE
013300         WS-SITE-AVERAGE DELIMITED BY SIZE
013300         INTO ROSTER-RPT-RECORD
013300     END-STRING
013300     WRITE ROSTER-RPT-RECORD
013300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
013300     ADD 2 TO WS-LINE-COUNT
013300     .
013300 2300-EXIT.
013300     EXIT.
013400*-----------------------------------------------------------*
013500* 2900-PRINT-PAGE-HEADER - START A NEW PAGE WITH THE TITLE     *
013600*                          AND COLUMN HEADINGS               *
015000         WRITE ROSTER-RPT-RECORD AFTER ADVANCING PAGE
015100     END-IF
015150     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
015150     IF WS-CURRENT-SITE NOT = SPACES
015150         MOVE SPACES TO ROSTER-RPT-RECORD
015150         STRING "SITE " DELIMITED BY SIZE
015150             WS-CURRENT-SITE DELIMITED BY SIZE
015150             " " DELIMITED BY SIZE
015150             WS-CURRENT-SITE-NAME DELIMITED BY SIZE
015150             INTO ROSTER-RPT-RECORD
015150         END-STRING
015150         WRITE ROSTER-RPT-RECORD
015150         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
015150     END-IF
015200     MOVE SPACES TO ROSTER-RPT-RECORD
015300     WRITE ROSTER-RPT-RECORD
015350     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
016500 2900-EXIT.
016600     EXIT.
016700*-----------------------------------------------------------*
016800* 3000-TERMINATE - PRINT THE LAST SITE'S SUBTOTAL, THE       *
016900*                  ALL-SITES CLASS-AVERAGE FOOTER, AND CLOSE *
016900*                  ALL FILES                                *
017000*-----------------------------------------------------------*
017100 3000-TERMINATE.
017100     IF WS-CURRENT-SITE NOT = SPACES
017100         PERFORM 2300-PRINT-SITE-SUBTOTAL THRU 2300-EXIT
017100     END-IF
017150     MOVE "ROSTER-RPT" TO FSC-FILE-NAME
017160     MOVE "WRITE"      TO FSC-OPERATION
017200     MOVE SPACES TO ROSTER-RPT-RECORD
017300     WRITE ROSTER-RPT-RECORD
017350     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
017350     MOVE "ALL SITES COMBINED" TO ROSTER-RPT-RECORD
017350     WRITE ROSTER-RPT-RECORD
017350     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
017310     PERFORM 3100-PRINT-COURSE-FOOTER THRU 3100-EXIT
017320         VARYING WS-TOT-SUB FROM 1 BY 1
017330         UNTIL WS-TOT-SUB > WS-TOTALS-COUNT
018070     WRITE ROSTER-RPT-RECORD
018072     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
018100     DISPLAY "CLSROSTR - ROSTER PRINTED, " WS-PAGE-NO " PAGE(S)"
018200     CLOSE ROSTER-SORTED
018210     MOVE "ROSTER-SORTED" TO FSC-FILE-NAME
018220     MOVE "CLOSE"         TO FSC-OPERATION
018230     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
018300     CLOSE TOTALS-IN
