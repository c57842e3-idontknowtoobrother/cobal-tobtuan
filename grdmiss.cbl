000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRDMISS.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - MISSING-GRADES TRACKING. AS   *
001300*                   THE TERM'S GRADES-DUE DATE (GRDDUE       *
001400*                   CARD) COMES WITHIN THE WARNING LEAD      *
001500*                   (DEFAULT 7 DAYS) AND EVERY NIGHT AFTER   *
001600*                   IT PASSES, COUNTS THE STUDENT-MASTER     *
001700*                   RECORDS FOR THE TERM STILL IN "E"        *
001800*                   STATUS - NO FINAL GRADE POSTED - PER     *
001900*                   COURSE, THEN WALKS THE INSTRUCTOR-       *
002000*                   ASSIGNMENT FILE (INSTRUCTOR-ID ORDER)    *
002100*                   AND PRINTS THE DELINQUENCY REPORT BY     *
002200*                   INSTRUCTOR WITH AN OUTSTANDING COUNT     *
002300*                   PER SECTION, A DEPARTMENT SUMMARY, AND   *
002400*                   ANY OUTSTANDING SECTION NOBODY IS        *
002500*                   ASSIGNED TO. EACH DELINQUENT INSTRUCTOR  *
002600*                   GETS A ONE-PAGE REMINDER NOTICE. NO      *
002700*                   CARD, A BLANK CARD, OR A DATE STILL      *
002800*                   OUTSIDE THE LEAD IS A NO-OP, SO THE      *
002900*                   STEP SITS IN THE NIGHTLY JOB YEAR-ROUND. *
003000*                   DAY ARITHMETIC USES FUNCTION             *
003100*                   INTEGER-OF-DATE, THE REJAGE PRECEDENT.   *
003150*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003150*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003150*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003175*  10/15/2026  DT   THE GRADES-DUE DATE NOW COMES FROM THE   *
003175*                   RUN TERM'S ACADEMIC CALENDAR RECORD      *
003175*                   (AC-GRADES-DUE-DATE, MAINTAINED IN       *
003175*                   CALMNT) INSTEAD OF THE SEPARATE GRDDUE   *
003175*                   CARD, SO THE TWO CAN NO LONGER DISAGREE. *
003175*                   THE GRDDUE CARD IS RETIRED; THE WARNING  *
003175*                   LEAD IS THE 7-DAY DEFAULT AND THE TERM   *
003175*                   IS THE RUN-CONTROL TERM. NO ACADCAL DD,  *
003175*                   NO RECORD FOR THE TERM, OR A BLANK DATE  *
003175*                   IS STILL A NO-OP.                        *
003187*  10/15/2026  DT   OUTSTANDING COUNTS ARE NOW KEPT PER      *
003187*                   COURSE AND CAMPUS (SR-SITE-CODE, BLANK = *
003187*                   01) AND AN ASSIGNMENT MATCHES ON         *
003187*                   IA-COURSE-CODE PLUS IA-SITE-CODE, SO AN  *
003187*                   INSTRUCTOR IS ONLY CHARGED WITH THE      *
003187*                   STUDENTS AT THE CAMPUS THEY TEACH. A     *
003187*                   CO-TAUGHT SECTION COUNTS ONCE IN THE     *
003187*                   DEPARTMENT TOTALS. REPORT LINES SHOW     *
003187*                   COURSE/SITE.                             *
003200*-----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RUN-CONTROL ASSIGN TO RUNCTL
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FSC-STATUS-CODE.
003900     SELECT ACADEMIC-CALENDAR ASSIGN TO ACADCAL
004000         ORGANIZATION IS INDEXED
004050         ACCESS MODE IS RANDOM
004060         RECORD KEY IS AC-TERM-CODE
004100         FILE STATUS IS FSC-STATUS-CODE.
004200     SELECT INSTRUCTOR-ASSIGN ASSIGN TO INSTASGN
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FSC-STATUS-CODE.
004500     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS SR-MASTER-KEY OF STUDENT-MASTER-RECORD
004900         ALTERNATE RECORD KEY IS SR-FULL-NAME
005000             OF STUDENT-MASTER-RECORD WITH DUPLICATES
005100         FILE STATUS IS FSC-STATUS-CODE.
005200     SELECT COURSE-CATALOG ASSIGN TO CRSCAT
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS CC-COURSE-CODE
005600         FILE STATUS IS FSC-STATUS-CODE.
005700     SELECT MISSING-RPT ASSIGN TO MISSRPT
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FSC-STATUS-CODE.
006000     SELECT NOTICE-FILE ASSIGN TO MISSNOTE
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS FSC-STATUS-CODE.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  RUN-CONTROL
006600     RECORD CONTAINS 32 CHARACTERS.
006700 01  RUN-CONTROL-RECORD.
006800     COPY "runctl.cpy".
006900 FD  ACADEMIC-CALENDAR
007000     RECORD CONTAINS 100 CHARACTERS.
007100 01  ACADEMIC-CALENDAR-RECORD.
007200     COPY "acadcal.cpy".
007700 FD  INSTRUCTOR-ASSIGN
007800     RECORD CONTAINS 50 CHARACTERS.
007900 01  INSTRUCTOR-ASSIGN-RECORD.
008000     COPY "instasgn.cpy".
008100 FD  STUDENT-MASTER
008200     RECORD CONTAINS 97 CHARACTERS.
008300 01  STUDENT-MASTER-RECORD.
008400     COPY "studrec.cpy".
008500 FD  COURSE-CATALOG
008600     RECORD CONTAINS 51 CHARACTERS.
008700 01  COURSE-CATALOG-RECORD.
008800     COPY "crscat.cpy".
008900 FD  MISSING-RPT
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  MISSING-RPT-RECORD            PIC X(80).
009200 FD  NOTICE-FILE
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  NOTICE-RECORD                 PIC X(80).
009500 WORKING-STORAGE SECTION.
009600 01  WS-SWITCHES.
009700     05  WS-NOTHING-TO-CHECK-SW    PIC X(01)  VALUE "N".
009800         88  NOTHING-TO-CHECK                 VALUE "Y".
009900     05  WS-MASTER-EOF-SW          PIC X(01)  VALUE "N".
010000         88  MASTER-EOF                       VALUE "Y".
010100     05  WS-ASGN-EOF-SW            PIC X(01)  VALUE "N".
010200         88  ASSIGN-EOF                       VALUE "Y".
010300     05  WS-CATALOG-OPEN-SW        PIC X(01)  VALUE "N".
010400         88  CATALOG-IS-OPEN                  VALUE "Y".
010500     05  WS-COURSE-FOUND-SW        PIC X(01)  VALUE "N".
010600         88  COURSE-ENTRY-FOUND               VALUE "Y".
010700     05  WS-DEPT-FOUND-SW          PIC X(01)  VALUE "N".
010800         88  DEPT-ENTRY-FOUND                 VALUE "Y".
010900 01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
011000 01  WS-TERM-CODE                  PIC X(05)  VALUE SPACES.
011100 01  WS-DUE-DATE                   PIC X(08)  VALUE SPACES.
011200 01  WS-LEAD-DAYS                  PIC 9(03)  VALUE 7.
011300 01  WS-RUN-INTEGER                PIC 9(08)  VALUE ZERO.
011400 01  WS-DUE-INTEGER                PIC 9(08)  VALUE ZERO.
011500 01  WS-DAYS-TO-DUE                PIC S9(05) VALUE ZERO.
011600 01  WS-DAYS-OVERDUE               PIC 9(05)  VALUE ZERO.
011700 01  WS-DUE-TAG                    PIC X(30)  VALUE SPACES.
011800 77  WS-COURSE-MAX                 PIC 9(04)  COMP VALUE 1000.
011900 01  WS-COURSE-TABLE.
012000     05  WS-COURSE-COUNT           PIC 9(04)  COMP VALUE ZERO.
012100     05  WS-COURSE-ENTRY OCCURS 1000 TIMES.
012200         10  WS-CRS-CODE           PIC X(06).
012250         10  WS-CRS-SITE           PIC X(02).
012300         10  WS-CRS-OUTSTANDING    PIC 9(05).
012400         10  WS-CRS-ASSIGNED-SW    PIC X(01).
012500             88  CRS-IS-ASSIGNED              VALUE "Y".
012600 77  WS-DEPT-MAX                   PIC 9(03)  COMP VALUE 100.
012700 01  WS-DEPT-TABLE.
012800     05  WS-DEPT-COUNT             PIC 9(03)  COMP VALUE ZERO.
012900     05  WS-DEPT-ENTRY OCCURS 100 TIMES.
013000         10  WS-DEPT-CODE          PIC X(04).
013100         10  WS-DEPT-SECTIONS      PIC 9(05).
013200         10  WS-DEPT-STUDENTS      PIC 9(05).
013300 77  WS-PKT-COURSE-MAX             PIC 9(03)  COMP VALUE 20.
013400 01  WS-INSTRUCTOR-SECTIONS.
013500     05  WS-INS-SECTION-COUNT      PIC 9(03)  COMP VALUE ZERO.
013600     05  WS-INS-SECTION OCCURS 20 TIMES.
013700         10  WS-INS-COURSE         PIC X(06).
013800         10  WS-INS-OUTSTANDING    PIC 9(05).
013900 01  WS-BREAK-INSTRUCTOR           PIC X(08)  VALUE LOW-VALUES.
014000 01  WS-INSTRUCTOR-NAME            PIC X(30)  VALUE SPACES.
014100 01  WS-INS-STUDENTS               PIC 9(05)  VALUE ZERO.
014200 01  WS-WORK-FIELDS.
014300     05  WS-SEEK-COURSE            PIC X(06).
014350     05  WS-SEEK-SITE              PIC X(02).
014400     05  WS-SEEK-DEPT              PIC X(04).
014500     05  WS-CRS-SUB                PIC 9(04)  COMP.
014600     05  WS-CRS-HIT                PIC 9(04)  COMP.
014700     05  WS-DEPT-SUB               PIC 9(03)  COMP.
014800     05  WS-DEPT-HIT               PIC 9(03)  COMP.
014900     05  WS-INS-SUB                PIC 9(03)  COMP.
015000     05  WS-COURSE-TITLE           PIC X(30).
015100 01  WS-COUNTERS.
015200     05  WS-RECORDS-SCANNED        PIC 9(07)  VALUE ZERO.
015300     05  WS-TOTAL-OUTSTANDING      PIC 9(07)  VALUE ZERO.
015400     05  WS-DELINQUENT-INSTRUCTORS PIC 9(05)  VALUE ZERO.
015500     05  WS-DELINQUENT-SECTIONS    PIC 9(05)  VALUE ZERO.
015600     05  WS-UNASSIGNED-SECTIONS    PIC 9(05)  VALUE ZERO.
015700     05  WS-NOTICES-PRINTED        PIC 9(05)  VALUE ZERO.
015800 01  FSC-CONTROLS.
015900     COPY "fscctl.cpy".
016000 PROCEDURE DIVISION.
016100*-----------------------------------------------------------*
016200* 0000-MAINLINE                                             *
016300*-----------------------------------------------------------*
016400 0000-MAINLINE.
016400     MOVE "GRDMISS" TO FSC-STEP-PROGRAM
016400     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016600     IF NOT NOTHING-TO-CHECK
016700         PERFORM 1200-COUNT-OUTSTANDING THRU 1200-EXIT
016800         PERFORM 2000-COLLECT-ASSIGNMENT THRU 2000-EXIT
016900             UNTIL ASSIGN-EOF
017000         IF WS-INS-SECTION-COUNT > ZERO
017100             PERFORM 2500-FINISH-INSTRUCTOR THRU 2500-EXIT
017200         END-IF
017300         PERFORM 2700-PRINT-DEPARTMENTS THRU 2700-EXIT
017400         PERFORM 2750-PRINT-UNASSIGNED THRU 2750-EXIT
017500     END-IF
017600     PERFORM 3000-TERMINATE THRU 3000-EXIT
017600     MOVE WS-NOTICES-PRINTED TO FSC-STEP-RECORDS-OUT
017600     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
017700     GOBACK.
017800*-----------------------------------------------------------*
017900* 1000-INITIALIZE - PICK UP THE RUN DATE AND TERM, THE       *
018000*                   TERM'S GRADES-DUE DATE, AND DECIDE       *
018050*                   WHETHER TONIGHT IS                       *
018100*                   INSIDE THE CHECKING WINDOW               *
018200*-----------------------------------------------------------*
018300 1000-INITIALIZE.
018400     PERFORM 1900-READ-RUN-CONTROL THRU 1900-EXIT
018500     IF WS-RUN-DATE = SPACES
018600         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018700     END-IF
018800     OPEN OUTPUT MISSING-RPT
018900     MOVE "MISSING-RPT" TO FSC-FILE-NAME
019000     MOVE "OPEN"        TO FSC-OPERATION
019100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
019200     OPEN OUTPUT NOTICE-FILE
019300     MOVE "NOTICE-FILE" TO FSC-FILE-NAME
019400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
019500     PERFORM 1950-READ-CALENDAR THRU 1950-EXIT
019600     IF WS-DUE-DATE = SPACES OR WS-DUE-DATE NOT NUMERIC
019700         SET NOTHING-TO-CHECK TO TRUE
019800         DISPLAY "GRDMISS - NO GRADES-DUE DATE SET - NOTHING "
019900             "CHECKED"
020000         MOVE "NO GRADES-DUE DATE SET - NOTHING CHECKED"
020100             TO MISSING-RPT-RECORD
020200         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
020300         GO TO 1000-EXIT
020400     END-IF
020500     COMPUTE WS-RUN-INTEGER =
020600         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
020700             (WS-RUN-DATE))
020800     COMPUTE WS-DUE-INTEGER =
020900         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
021000             (WS-DUE-DATE))
021100     SUBTRACT WS-RUN-INTEGER FROM WS-DUE-INTEGER
021200         GIVING WS-DAYS-TO-DUE
021300     EVALUATE TRUE
021400         WHEN WS-DAYS-TO-DUE > ZERO
021500             MOVE SPACES TO WS-DUE-TAG
021600             STRING "DUE IN " DELIMITED BY SIZE
021700                 WS-DAYS-TO-DUE DELIMITED BY SIZE
021800                 " DAY(S)" DELIMITED BY SIZE
021900                 INTO WS-DUE-TAG
022000             END-STRING
022100         WHEN WS-DAYS-TO-DUE = ZERO
022200             MOVE "DUE TODAY" TO WS-DUE-TAG
022300         WHEN OTHER
022400             SUBTRACT WS-DAYS-TO-DUE FROM ZERO
022500                 GIVING WS-DAYS-OVERDUE
022600             MOVE SPACES TO WS-DUE-TAG
022700             STRING "OVERDUE " DELIMITED BY SIZE
022800                 WS-DAYS-OVERDUE DELIMITED BY SIZE
022900                 " DAY(S)" DELIMITED BY SIZE
023000                 INTO WS-DUE-TAG
023100             END-STRING
023200     END-EVALUATE
023300     MOVE SPACES TO MISSING-RPT-RECORD
023400     STRING "MISSING FINAL GRADES - TERM " DELIMITED BY SIZE
023500         WS-TERM-CODE DELIMITED BY SIZE
023600         "  GRADES DUE " DELIMITED BY SIZE
023700         WS-DUE-DATE DELIMITED BY SIZE
023800         "  AS OF " DELIMITED BY SIZE
023900         WS-RUN-DATE DELIMITED BY SIZE
024000         INTO MISSING-RPT-RECORD
024100     END-STRING
024200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
024300     MOVE WS-DUE-TAG TO MISSING-RPT-RECORD
024400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
024500     MOVE SPACES TO MISSING-RPT-RECORD
024600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
024700     IF WS-DAYS-TO-DUE > WS-LEAD-DAYS
024800         SET NOTHING-TO-CHECK TO TRUE
024900         DISPLAY "GRDMISS - GRADES NOT DUE FOR " WS-DAYS-TO-DUE
025000             " DAYS - NOTHING CHECKED"
025100         MOVE "OUTSIDE THE WARNING LEAD - NOTHING CHECKED"
025200             TO MISSING-RPT-RECORD
025300         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
025400         GO TO 1000-EXIT
025500     END-IF
025600     OPEN INPUT INSTRUCTOR-ASSIGN
025700     MOVE "INSTR-ASSIGN" TO FSC-FILE-NAME
025800     MOVE "OPEN"         TO FSC-OPERATION
025900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
026000     OPEN INPUT COURSE-CATALOG
026100     IF FSC-STATUS-CODE = "35"
026200         CONTINUE
026300     ELSE
026400         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
026500         MOVE "OPEN"           TO FSC-OPERATION
026600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
026700         SET CATALOG-IS-OPEN TO TRUE
026800     END-IF
026900     MOVE "INSTRUCTOR SECTIONS WITH STUDENTS STILL IN E STATUS"
027000         TO MISSING-RPT-RECORD
027100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
027200     MOVE SPACES TO MISSING-RPT-RECORD
027300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
027400     PERFORM 2100-READ-ASSIGNMENT THRU 2100-EXIT
027500     .
027600 1000-EXIT.
027700     EXIT.
027800*-----------------------------------------------------------*
027900* 1200-COUNT-OUTSTANDING - ONE PASS OF THE MASTER COUNTING   *
028000*                          THE TERM'S "E" RECORDS PER        *
028100*                          COURSE; NO MASTER MEANS NOTHING   *
028200*                          IS OUTSTANDING                    *
028300*-----------------------------------------------------------*
028400 1200-COUNT-OUTSTANDING.
028500     OPEN INPUT STUDENT-MASTER
028600     IF FSC-STATUS-CODE = "35"
028700         DISPLAY "GRDMISS - NO STUDENT-MASTER FILE - NOTHING "
028800             "OUTSTANDING"
028900         GO TO 1200-EXIT
029000     END-IF
029100     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
029200     MOVE "OPEN"           TO FSC-OPERATION
029300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029400     MOVE LOW-VALUES
029500         TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
029600     START STUDENT-MASTER KEY NOT LESS THAN
029700             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
029800         INVALID KEY
029900             SET MASTER-EOF TO TRUE
030000     END-START
030100     PERFORM 1250-COUNT-ONE-RECORD THRU 1250-EXIT
030200         UNTIL MASTER-EOF
030300     CLOSE STUDENT-MASTER
030400     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
030500     MOVE "CLOSE"          TO FSC-OPERATION
030600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
030700     .
030800 1200-EXIT.
030900     EXIT.
031000*-----------------------------------------------------------*
031100* 1250-COUNT-ONE-RECORD - ONE MASTER READ; A FULL COURSE     *
031200*                         TABLE IS FATAL - A SECTION WOULD   *
031300*                         GO UNREPORTED                      *
031400*-----------------------------------------------------------*
031500 1250-COUNT-ONE-RECORD.
031600     READ STUDENT-MASTER NEXT
031700         AT END
031800             SET MASTER-EOF TO TRUE
031900             GO TO 1250-EXIT
032000     END-READ
032100     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
032200     MOVE "READ"           TO FSC-OPERATION
032300     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
032400         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
032500     END-IF
032600     ADD 1 TO WS-RECORDS-SCANNED
032700     IF NOT SR-GRADE-ENROLLED OF STUDENT-MASTER-RECORD
032800         GO TO 1250-EXIT
032900     END-IF
033000     IF WS-TERM-CODE NOT = SPACES
033100             AND SR-TERM-CODE OF STUDENT-MASTER-RECORD
033200                 NOT = WS-TERM-CODE
033300         GO TO 1250-EXIT
033400     END-IF
033500     MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
033600         TO WS-SEEK-COURSE
033610     MOVE SR-SITE-CODE OF STUDENT-MASTER-RECORD TO WS-SEEK-SITE
033620     IF WS-SEEK-SITE = SPACES
033630         MOVE "01" TO WS-SEEK-SITE
033640     END-IF
033700     PERFORM 2600-FIND-COURSE-ENTRY THRU 2600-EXIT
033800     IF NOT COURSE-ENTRY-FOUND
033900         IF WS-COURSE-COUNT >= WS-COURSE-MAX
034000             DISPLAY "GRDMISS - COURSE TABLE FULL AT "
034100                 WS-COURSE-MAX " COURSES - RUN ABANDONED"
034200             MOVE 16 TO RETURN-CODE
034200             PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
034300             STOP RUN
034400         END-IF
034500         ADD 1 TO WS-COURSE-COUNT
034600         MOVE WS-COURSE-COUNT TO WS-CRS-HIT
034700         MOVE WS-SEEK-COURSE TO WS-CRS-CODE (WS-CRS-HIT)
034750         MOVE WS-SEEK-SITE   TO WS-CRS-SITE (WS-CRS-HIT)
034800         MOVE ZERO TO WS-CRS-OUTSTANDING (WS-CRS-HIT)
034900         MOVE "N" TO WS-CRS-ASSIGNED-SW (WS-CRS-HIT)
035000     END-IF
035100     ADD 1 TO WS-CRS-OUTSTANDING (WS-CRS-HIT)
035200     ADD 1 TO WS-TOTAL-OUTSTANDING
035300     .
035400 1250-EXIT.
035500     EXIT.
035600*-----------------------------------------------------------*
035700* 1900-READ-RUN-CONTROL - PICK UP THE SHARED RUN DATE AND    *
035800*                         TERM; A MISSING RUNCTL DD IS NOT   *
035900*                         AN ERROR                           *
036000*-----------------------------------------------------------*
036100 1900-READ-RUN-CONTROL.
036200     OPEN INPUT RUN-CONTROL
036300     IF FSC-STATUS-CODE = "35"
036400         GO TO 1900-EXIT
036500     END-IF
036600     MOVE "RUN-CONTROL" TO FSC-FILE-NAME
036700     MOVE "OPEN"        TO FSC-OPERATION
036800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
036900     READ RUN-CONTROL
037000         AT END
037100             CLOSE RUN-CONTROL
037200             GO TO 1900-EXIT
037300     END-READ
037400     MOVE "READ" TO FSC-OPERATION
037500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037600     MOVE RC-RUN-DATE  TO WS-RUN-DATE
037700     MOVE RC-TERM-CODE TO WS-TERM-CODE
037800     CLOSE RUN-CONTROL
037900     MOVE "CLOSE" TO FSC-OPERATION
038000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
038100     .
038200 1900-EXIT.
038300     EXIT.
038400*-----------------------------------------------------------*
038500* 1950-READ-CALENDAR - THE RUN TERM'S GRADES-DUE DATE FROM   *
038600*                      THE ACADEMIC CALENDAR; NO DD OR NO    *
038700*                      RECORD LEAVES THE DUE DATE BLANK      *
038800*-----------------------------------------------------------*
038900 1950-READ-CALENDAR.
039000     IF WS-TERM-CODE = SPACES
039100         GO TO 1950-EXIT
039200     END-IF
039300     OPEN INPUT ACADEMIC-CALENDAR
039400     IF FSC-STATUS-CODE = "35"
039500         GO TO 1950-EXIT
039600     END-IF
039700     MOVE "ACADEMIC-CAL" TO FSC-FILE-NAME
039800     MOVE "OPEN"         TO FSC-OPERATION
039900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
040000     MOVE WS-TERM-CODE TO AC-TERM-CODE
040100     READ ACADEMIC-CALENDAR
040200         INVALID KEY
040300             CONTINUE
040400     END-READ
040500     MOVE "READ" TO FSC-OPERATION
040600     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
040700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
040800     END-IF
040900     IF FSC-STATUS-CODE = "00"
041000         MOVE AC-GRADES-DUE-DATE TO WS-DUE-DATE
041100     END-IF
041200     CLOSE ACADEMIC-CALENDAR
041300     MOVE "CLOSE" TO FSC-OPERATION
041400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
041450     .
041500 1950-EXIT.
041600     EXIT.
041700*-----------------------------------------------------------*
041800* 2000-COLLECT-ASSIGNMENT - GATHER ONE INSTRUCTOR'S          *
041900*                           DELINQUENT SECTIONS; A CHANGE OF *
042000*                           INSTRUCTOR-ID FINISHES THE LAST  *
042100*                           ONE FIRST                        *
042200*-----------------------------------------------------------*
042300 2000-COLLECT-ASSIGNMENT.
042300     ADD 1 TO FSC-STEP-RECORDS-IN
042400     IF IA-INSTRUCTOR-ID NOT = WS-BREAK-INSTRUCTOR
042500         IF WS-INS-SECTION-COUNT > ZERO
042600             PERFORM 2500-FINISH-INSTRUCTOR THRU 2500-EXIT
042700         END-IF
042800         MOVE IA-INSTRUCTOR-ID   TO WS-BREAK-INSTRUCTOR
042900         MOVE IA-INSTRUCTOR-NAME TO WS-INSTRUCTOR-NAME
043000         MOVE ZERO TO WS-INS-SECTION-COUNT
043100         MOVE ZERO TO WS-INS-STUDENTS
043200     END-IF
043300     MOVE IA-COURSE-CODE TO WS-SEEK-COURSE
043310     MOVE IA-SITE-CODE   TO WS-SEEK-SITE
043320     IF WS-SEEK-SITE = SPACES
043330         MOVE "01" TO WS-SEEK-SITE
043340     END-IF
043400     PERFORM 2600-FIND-COURSE-ENTRY THRU 2600-EXIT
043500     IF NOT COURSE-ENTRY-FOUND
043600         GO TO 2000-NEXT
043700     END-IF
044000     IF WS-INS-SECTION-COUNT >= WS-PKT-COURSE-MAX
044100         DISPLAY "GRDMISS - MORE THAN " WS-PKT-COURSE-MAX
044200             " DELINQUENT SECTIONS FOR INSTRUCTOR "
044300             IA-INSTRUCTOR-ID " - COURSE " IA-COURSE-CODE
044400             " LEFT OFF THE NOTICE"
044500         MOVE 8 TO RETURN-CODE
044600     ELSE
044700         ADD 1 TO WS-INS-SECTION-COUNT
044800         MOVE IA-COURSE-CODE
044900             TO WS-INS-COURSE (WS-INS-SECTION-COUNT)
045000         MOVE WS-CRS-OUTSTANDING (WS-CRS-HIT)
045100             TO WS-INS-OUTSTANDING (WS-INS-SECTION-COUNT)
045200     END-IF
045300     ADD WS-CRS-OUTSTANDING (WS-CRS-HIT) TO WS-INS-STUDENTS
045310*    A CO-TAUGHT SECTION APPEARS ONCE PER INSTRUCTOR - ONLY THE
045320*    FIRST ASSIGNMENT COUNTS TOWARD THE DEPARTMENT TOTALS
045330     IF NOT CRS-IS-ASSIGNED (WS-CRS-HIT)
045340         SET CRS-IS-ASSIGNED (WS-CRS-HIT) TO TRUE
045350         ADD 1 TO WS-DELINQUENT-SECTIONS
045400         MOVE IA-DEPT-CODE TO WS-SEEK-DEPT
045500         PERFORM 2650-FIND-DEPT-ENTRY THRU 2650-EXIT
045600         ADD 1 TO WS-DEPT-SECTIONS (WS-DEPT-HIT)
045700         ADD WS-CRS-OUTSTANDING (WS-CRS-HIT)
045800             TO WS-DEPT-STUDENTS (WS-DEPT-HIT)
045850     END-IF
045900     MOVE IA-COURSE-CODE TO WS-SEEK-COURSE
046000     PERFORM 2900-LOOK-UP-TITLE THRU 2900-EXIT
046100     MOVE SPACES TO MISSING-RPT-RECORD
046200     STRING IA-INSTRUCTOR-ID DELIMITED BY SIZE
046300         " " DELIMITED BY SIZE
046400         IA-INSTRUCTOR-NAME (1:20) DELIMITED BY SIZE
046500         " " DELIMITED BY SIZE
046600         IA-DEPT-CODE DELIMITED BY SIZE
046700         "  " DELIMITED BY SIZE
046800         IA-COURSE-CODE DELIMITED BY SIZE
046850         "/" DELIMITED BY SIZE
046860         WS-SEEK-SITE DELIMITED BY SIZE
046900         " " DELIMITED BY SIZE
047000         WS-COURSE-TITLE (1:20) DELIMITED BY SIZE
047100         " " DELIMITED BY SIZE
047200         WS-CRS-OUTSTANDING (WS-CRS-HIT) DELIMITED BY SIZE
047300         INTO MISSING-RPT-RECORD
047400     END-STRING
047500     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
047600     .
047700 2000-NEXT.
047800     PERFORM 2100-READ-ASSIGNMENT THRU 2100-EXIT
047900     .
048000 2000-EXIT.
048100     EXIT.
048200*-----------------------------------------------------------*
048300* 2100-READ-ASSIGNMENT - READ NEXT ASSIGNMENT RECORD         *
048400*-----------------------------------------------------------*
048500 2100-READ-ASSIGNMENT.
048600     READ INSTRUCTOR-ASSIGN
048700         AT END
048800             SET ASSIGN-EOF TO TRUE
048900     END-READ
049000     MOVE "INSTR-ASSIGN" TO FSC-FILE-NAME
049100     MOVE "READ"         TO FSC-OPERATION
049200     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "10"
049300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
049400     END-IF
049500     .
049600 2100-EXIT.
049700     EXIT.
049800*-----------------------------------------------------------*
049900* 2500-FINISH-INSTRUCTOR - SUBTOTAL LINE AND THE REMINDER    *
050000*                          NOTICE FOR A DELINQUENT           *
050100*                          INSTRUCTOR                        *
050200*-----------------------------------------------------------*
050300 2500-FINISH-INSTRUCTOR.
050400     ADD 1 TO WS-DELINQUENT-INSTRUCTORS
050500     MOVE SPACES TO MISSING-RPT-RECORD
050600     STRING "  INSTRUCTOR " DELIMITED BY SIZE
050700         WS-BREAK-INSTRUCTOR DELIMITED BY SIZE
050800         " TOTAL OUTSTANDING: " DELIMITED BY SIZE
050900         WS-INS-STUDENTS DELIMITED BY SIZE
051000         INTO MISSING-RPT-RECORD
051100     END-STRING
051200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
051300     MOVE SPACES TO MISSING-RPT-RECORD
051400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
051500     PERFORM 2550-WRITE-NOTICE THRU 2550-EXIT
051600     MOVE ZERO TO WS-INS-SECTION-COUNT
051700     .
051800 2500-EXIT.
051900     EXIT.
052000*-----------------------------------------------------------*
052100* 2550-WRITE-NOTICE - ONE REMINDER PAGE PER INSTRUCTOR       *
052200*                     LISTING EVERY SECTION STILL OWED       *
052300*-----------------------------------------------------------*
052400 2550-WRITE-NOTICE.
052500     ADD 1 TO WS-NOTICES-PRINTED
052600     MOVE SPACES TO NOTICE-RECORD
052700     STRING "FINAL GRADES REMINDER - " DELIMITED BY SIZE
052800         WS-RUN-DATE DELIMITED BY SIZE
052900         INTO NOTICE-RECORD
053000     END-STRING
053100     IF WS-NOTICES-PRINTED = 1
053200         WRITE NOTICE-RECORD
053300     ELSE
053400         WRITE NOTICE-RECORD AFTER ADVANCING PAGE
053500     END-IF
053600     MOVE "NOTICE-FILE" TO FSC-FILE-NAME
053700     MOVE "WRITE"       TO FSC-OPERATION
053800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
053900     MOVE SPACES TO NOTICE-RECORD
054000     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
054100     MOVE SPACES TO NOTICE-RECORD
054200     STRING "TO: " DELIMITED BY SIZE
054300         WS-INSTRUCTOR-NAME DELIMITED BY SIZE
054400         " (" DELIMITED BY SIZE
054500         WS-BREAK-INSTRUCTOR DELIMITED BY SIZE
054600         ")" DELIMITED BY SIZE
054700         INTO NOTICE-RECORD
054800     END-STRING
054900     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
055000     MOVE SPACES TO NOTICE-RECORD
055100     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
055200     MOVE SPACES TO NOTICE-RECORD
055300     IF WS-DAYS-TO-DUE < ZERO
055400         STRING "FINAL GRADES FOR TERM " DELIMITED BY SIZE
055500             WS-TERM-CODE DELIMITED BY SIZE
055600             " WERE DUE " DELIMITED BY SIZE
055700             WS-DUE-DATE DELIMITED BY SIZE
055800             " AND ARE NOW " DELIMITED BY SIZE
055900             WS-DUE-TAG DELIMITED BY SIZE
056000             INTO NOTICE-RECORD
056100         END-STRING
056200     ELSE
056300         STRING "FINAL GRADES FOR TERM " DELIMITED BY SIZE
056400             WS-TERM-CODE DELIMITED BY SIZE
056500             " ARE DUE " DELIMITED BY SIZE
056600             WS-DUE-DATE DELIMITED BY SIZE
056700             " (" DELIMITED BY SIZE
056800             WS-DUE-TAG DELIMITED BY SIZE
056900             ")" DELIMITED BY SIZE
057000             INTO NOTICE-RECORD
057100         END-STRING
057200     END-IF
057300     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
057400     MOVE "THE FOLLOWING SECTIONS STILL HAVE STUDENTS WITH NO"
057500         TO NOTICE-RECORD
057600     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
057700     MOVE "FINAL GRADE POSTED:" TO NOTICE-RECORD
057800     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
057900     MOVE SPACES TO NOTICE-RECORD
058000     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
058100     PERFORM 2560-WRITE-NOTICE-SECTION THRU 2560-EXIT
058200         VARYING WS-INS-SUB FROM 1 BY 1
058300         UNTIL WS-INS-SUB > WS-INS-SECTION-COUNT
058400     MOVE SPACES TO NOTICE-RECORD
058500     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
058600     MOVE "PLEASE SUBMIT THE MISSING GRADES TO THE REGISTRAR'S"
058700         TO NOTICE-RECORD
058800     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
058900     MOVE "OFFICE AS SOON AS POSSIBLE." TO NOTICE-RECORD
059000     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
059100     .
059200 2550-EXIT.
059300     EXIT.
059400*-----------------------------------------------------------*
059500* 2560-WRITE-NOTICE-SECTION - ONE NOTICE LINE FOR THE        *
059600*                             SECTION WS-INS-SUB POINTS AT   *
059700*-----------------------------------------------------------*
059800 2560-WRITE-NOTICE-SECTION.
059900     MOVE WS-INS-COURSE (WS-INS-SUB) TO WS-SEEK-COURSE
060000     PERFORM 2900-LOOK-UP-TITLE THRU 2900-EXIT
060100     MOVE SPACES TO NOTICE-RECORD
060200     STRING "  " DELIMITED BY SIZE
060300         WS-INS-COURSE (WS-INS-SUB) DELIMITED BY SIZE
060400         " " DELIMITED BY SIZE
060500         WS-COURSE-TITLE DELIMITED BY SIZE
060600         "  STUDENTS: " DELIMITED BY SIZE
060700         WS-INS-OUTSTANDING (WS-INS-SUB) DELIMITED BY SIZE
060800         INTO NOTICE-RECORD
060900     END-STRING
061000     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
061100     .
061200 2560-EXIT.
061300     EXIT.
061400*-----------------------------------------------------------*
061500* 2600-FIND-COURSE-ENTRY - LOOK WS-SEEK-COURSE AND          *
061600*                          WS-SEEK-SITE UP IN THE            *
061650*                          OUTSTANDING-COURSE TABLE          *
061700*-----------------------------------------------------------*
061800 2600-FIND-COURSE-ENTRY.
061900     MOVE "N" TO WS-COURSE-FOUND-SW
062000     PERFORM 2610-PROBE-ONE-COURSE THRU 2610-EXIT
062100         VARYING WS-CRS-SUB FROM 1 BY 1
062200         UNTIL WS-CRS-SUB > WS-COURSE-COUNT
062300             OR COURSE-ENTRY-FOUND
062400     .
062500 2600-EXIT.
062600     EXIT.
062700*-----------------------------------------------------------*
062800* 2610-PROBE-ONE-COURSE - ONE COURSE-TABLE PROBE             *
062900*-----------------------------------------------------------*
063000 2610-PROBE-ONE-COURSE.
063100     IF WS-CRS-CODE (WS-CRS-SUB) = WS-SEEK-COURSE
063150             AND WS-CRS-SITE (WS-CRS-SUB) = WS-SEEK-SITE
063200         SET COURSE-ENTRY-FOUND TO TRUE
063300         MOVE WS-CRS-SUB TO WS-CRS-HIT
063400     END-IF
063500     .
063600 2610-EXIT.
063700     EXIT.
063800*-----------------------------------------------------------*
063900* 2650-FIND-DEPT-ENTRY - LOOK WS-SEEK-DEPT UP IN THE         *
064000*                        DEPARTMENT TABLE, ADDING IT WHEN    *
064100*                        NEW; A FULL TABLE IS FATAL          *
064200*-----------------------------------------------------------*
064300 2650-FIND-DEPT-ENTRY.
064400     MOVE "N" TO WS-DEPT-FOUND-SW
064500     PERFORM 2660-PROBE-ONE-DEPT THRU 2660-EXIT
064600         VARYING WS-DEPT-SUB FROM 1 BY 1
064700         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
064800             OR DEPT-ENTRY-FOUND
064900     IF DEPT-ENTRY-FOUND
065000         GO TO 2650-EXIT
065100     END-IF
065200     IF WS-DEPT-COUNT >= WS-DEPT-MAX
065300         DISPLAY "GRDMISS - DEPARTMENT TABLE FULL AT "
065400             WS-DEPT-MAX " - RUN ABANDONED"
065500         MOVE 16 TO RETURN-CODE
065500         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
065600         STOP RUN
065700     END-IF
065800     ADD 1 TO WS-DEPT-COUNT
065900     MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
066000     MOVE WS-SEEK-DEPT TO WS-DEPT-CODE (WS-DEPT-HIT)
066100     MOVE ZERO TO WS-DEPT-SECTIONS (WS-DEPT-HIT)
066200     MOVE ZERO TO WS-DEPT-STUDENTS (WS-DEPT-HIT)
066300     .
066400 2650-EXIT.
066500     EXIT.
066600*-----------------------------------------------------------*
066700* 2660-PROBE-ONE-DEPT - ONE DEPARTMENT-TABLE PROBE           *
066800*-----------------------------------------------------------*
066900 2660-PROBE-ONE-DEPT.
067000     IF WS-DEPT-CODE (WS-DEPT-SUB) = WS-SEEK-DEPT
067100         SET DEPT-ENTRY-FOUND TO TRUE
067200         MOVE WS-DEPT-SUB TO WS-DEPT-HIT
067300     END-IF
067400     .
067500 2660-EXIT.
067600     EXIT.
067700*-----------------------------------------------------------*
067800* 2700-PRINT-DEPARTMENTS - THE BY-DEPARTMENT SUMMARY         *
067900*-----------------------------------------------------------*
068000 2700-PRINT-DEPARTMENTS.
068100     MOVE SPACES TO MISSING-RPT-RECORD
068200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
068300     MOVE "OUTSTANDING BY DEPARTMENT" TO MISSING-RPT-RECORD
068400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
068500     MOVE SPACES TO MISSING-RPT-RECORD
068600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
068700     IF WS-DEPT-COUNT = ZERO
068800         MOVE "  NONE" TO MISSING-RPT-RECORD
068900         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
069000         GO TO 2700-EXIT
069100     END-IF
069200     PERFORM 2710-PRINT-ONE-DEPT THRU 2710-EXIT
069300         VARYING WS-DEPT-SUB FROM 1 BY 1
069400         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
069500     .
069600 2700-EXIT.
069700     EXIT.
069800*-----------------------------------------------------------*
069900* 2710-PRINT-ONE-DEPT - ONE DEPARTMENT SUMMARY LINE          *
070000*-----------------------------------------------------------*
070100 2710-PRINT-ONE-DEPT.
070200     MOVE SPACES TO MISSING-RPT-RECORD
070300     STRING "  DEPARTMENT " DELIMITED BY SIZE
070400         WS-DEPT-CODE (WS-DEPT-SUB) DELIMITED BY SIZE
070500         "  SECTIONS: " DELIMITED BY SIZE
070600         WS-DEPT-SECTIONS (WS-DEPT-SUB) DELIMITED BY SIZE
070700         "  STUDENTS OUTSTANDING: " DELIMITED BY SIZE
070800         WS-DEPT-STUDENTS (WS-DEPT-SUB) DELIMITED BY SIZE
070900         INTO MISSING-RPT-RECORD
071000     END-STRING
071100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
071200     .
071300 2710-EXIT.
071400     EXIT.
071500*-----------------------------------------------------------*
071600* 2750-PRINT-UNASSIGNED - OUTSTANDING SECTIONS NO INSTRUCTOR *
071700*                         IS ASSIGNED TO - NOBODY WILL GET A *
071800*                         REMINDER FOR THESE                 *
071900*-----------------------------------------------------------*
072000 2750-PRINT-UNASSIGNED.
072100     MOVE SPACES TO MISSING-RPT-RECORD
072200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
072300     MOVE "OUTSTANDING SECTIONS WITH NO INSTRUCTOR ASSIGNED"
072400         TO MISSING-RPT-RECORD
072500     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
072600     MOVE SPACES TO MISSING-RPT-RECORD
072700     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
072800     PERFORM 2760-PRINT-ONE-UNASSIGNED THRU 2760-EXIT
072900         VARYING WS-CRS-SUB FROM 1 BY 1
073000         UNTIL WS-CRS-SUB > WS-COURSE-COUNT
073100     IF WS-UNASSIGNED-SECTIONS = ZERO
073200         MOVE "  NONE" TO MISSING-RPT-RECORD
073300         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
073400     END-IF
073500     .
073600 2750-EXIT.
073700     EXIT.
073800*-----------------------------------------------------------*
073900* 2760-PRINT-ONE-UNASSIGNED - ONE LINE WHEN THE COURSE       *
074000*                             WS-CRS-SUB POINTS AT HAS NO    *
074100*                             ASSIGNMENT                     *
074200*-----------------------------------------------------------*
074300 2760-PRINT-ONE-UNASSIGNED.
074400     IF CRS-IS-ASSIGNED (WS-CRS-SUB)
074500         GO TO 2760-EXIT
074600     END-IF
074700     ADD 1 TO WS-UNASSIGNED-SECTIONS
074800     MOVE WS-CRS-CODE (WS-CRS-SUB) TO WS-SEEK-COURSE
074900     PERFORM 2900-LOOK-UP-TITLE THRU 2900-EXIT
075000     MOVE SPACES TO MISSING-RPT-RECORD
075100     STRING "  " DELIMITED BY SIZE
075200         WS-CRS-CODE (WS-CRS-SUB) DELIMITED BY SIZE
075250         "/" DELIMITED BY SIZE
075260         WS-CRS-SITE (WS-CRS-SUB) DELIMITED BY SIZE
075300         " " DELIMITED BY SIZE
075400         WS-COURSE-TITLE DELIMITED BY SIZE
075500         "  STUDENTS: " DELIMITED BY SIZE
075600         WS-CRS-OUTSTANDING (WS-CRS-SUB) DELIMITED BY SIZE
075700         INTO MISSING-RPT-RECORD
075800     END-STRING
075900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
076000     .
076100 2760-EXIT.
076200     EXIT.
076300*-----------------------------------------------------------*
076400* 2800-WRITE-REPORT-LINE - WRITE THE CURRENT REPORT LINE     *
076500*-----------------------------------------------------------*
076600 2800-WRITE-REPORT-LINE.
076700     WRITE MISSING-RPT-RECORD
076800     MOVE "MISSING-RPT" TO FSC-FILE-NAME
076900     MOVE "WRITE"       TO FSC-OPERATION
077000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
077100     .
077200 2800-EXIT.
077300     EXIT.
077400*-----------------------------------------------------------*
077500* 2850-WRITE-NOTICE-LINE - WRITE THE CURRENT NOTICE LINE     *
077600*-----------------------------------------------------------*
077700 2850-WRITE-NOTICE-LINE.
077800     WRITE NOTICE-RECORD
077900     MOVE "NOTICE-FILE" TO FSC-FILE-NAME
078000     MOVE "WRITE"       TO FSC-OPERATION
078100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
078200     .
078300 2850-EXIT.
078400     EXIT.
078500*-----------------------------------------------------------*
078600* 2900-LOOK-UP-TITLE - CATALOG TITLE FOR WS-SEEK-COURSE;     *
078700*                      BLANK WHEN THE CATALOG IS MISSING OR  *
078800*                      THE CODE IS NOT ON IT                 *
078900*-----------------------------------------------------------*
079000 2900-LOOK-UP-TITLE.
079100     MOVE SPACES TO WS-COURSE-TITLE
079200     IF NOT CATALOG-IS-OPEN
079300         GO TO 2900-EXIT
079400     END-IF
079500     MOVE WS-SEEK-COURSE TO CC-COURSE-CODE
079600     READ COURSE-CATALOG
079700         INVALID KEY
079800             GO TO 2900-EXIT
079900     END-READ
080000     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
080100     MOVE "READ"           TO FSC-OPERATION
080200     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
080300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
080400     END-IF
080500     IF FSC-STATUS-CODE = "00"
080600         MOVE CC-COURSE-TITLE TO WS-COURSE-TITLE
080700     END-IF
080800     .
080900 2900-EXIT.
081000     EXIT.
081100*-----------------------------------------------------------*
081200* 3000-TERMINATE - FOOT THE REPORT AND CLOSE EVERYTHING      *
081300*-----------------------------------------------------------*
081400 3000-TERMINATE.
081500     MOVE SPACES TO MISSING-RPT-RECORD
081600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
081700     MOVE SPACES TO MISSING-RPT-RECORD
081800     STRING "STUDENTS OUTSTANDING: " DELIMITED BY SIZE
081900         WS-TOTAL-OUTSTANDING DELIMITED BY SIZE
082000         "  SECTIONS: " DELIMITED BY SIZE
082100         WS-DELINQUENT-SECTIONS DELIMITED BY SIZE
082200         "  INSTRUCTORS: " DELIMITED BY SIZE
082300         WS-DELINQUENT-INSTRUCTORS DELIMITED BY SIZE
082400         "  UNASSIGNED: " DELIMITED BY SIZE
082500         WS-UNASSIGNED-SECTIONS DELIMITED BY SIZE
082600         INTO MISSING-RPT-RECORD
082700     END-STRING
082800     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
082900     DISPLAY "GRDMISS - STUDENTS OUTSTANDING: "
083000         WS-TOTAL-OUTSTANDING
083100         " INSTRUCTORS: " WS-DELINQUENT-INSTRUCTORS
083200         " NOTICES: " WS-NOTICES-PRINTED
083300     IF NOT NOTHING-TO-CHECK
083400         CLOSE INSTRUCTOR-ASSIGN
083500         MOVE "INSTR-ASSIGN" TO FSC-FILE-NAME
083600         MOVE "CLOSE"        TO FSC-OPERATION
083700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
083800     END-IF
083900     IF CATALOG-IS-OPEN
084000         CLOSE COURSE-CATALOG
084100         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
084200         MOVE "CLOSE"          TO FSC-OPERATION
084300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
084400     END-IF
084500     CLOSE MISSING-RPT
084600     MOVE "MISSING-RPT" TO FSC-FILE-NAME
084700     MOVE "CLOSE"       TO FSC-OPERATION
084800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
084900     CLOSE NOTICE-FILE
085000     MOVE "NOTICE-FILE" TO FSC-FILE-NAME
085100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
085200     .
085300 3000-EXIT.
085400     EXIT.
085500     COPY "fscchk.cpy".
085600 END PROGRAM GRDMISS.
