000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CRSRENUM.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - COURSE RENUMBER. WHEN A       *
001300*                   DEPARTMENT RENUMBERS A COURSE, THE       *
001400*                   RNUMCARD NAMES THE OLD AND NEW CODES AND *
001500*                   THIS RUN RE-KEYS EVERY RECORD UNDER THE  *
001600*                   OLD CODE - STUDENT-MASTER, HOLDFILE, AND *
001700*                   THE TERM ARCHIVE IN PLACE; GRADE         *
001800*                   HISTORY, THE GRADING-POLICY TABLE, AND   *
001900*                   THE INSTRUCTOR ASSIGNMENTS THROUGH "2"   *
002000*                   REWRITES THE JCL COPIES BACK (THE IDMERGE*
002100*                   PATTERN). EVERY CRSCAT ENTRY NAMING THE  *
002200*                   OLD CODE AS ITS PREREQUISITE IS POINTED  *
002300*                   AT THE NEW ONE, THE OLD ENTRY IS COPIED  *
002400*                   UNDER THE NEW CODE (UNLESS THE NEW CODE  *
002500*                   IS ALREADY CATALOGED) AND MARKED         *
002600*                   INACTIVE. WHERE A STUDENT ALREADY HOLDS  *
002700*                   THE NEW CODE, THE MORE RECENTLY POSTED   *
002800*                   MASTER RECORD STANDS; A HOLD, ARCHIVED   *
002900*                   TERM, POLICY, OR INSTRUCTOR ASSIGNMENT   *
003000*                   ALREADY UNDER THE NEW CODE STANDS. EVERY *
003100*                   MASTER CHANGE IS JOURNALED TO AUDITJRN AS*
003200*                   A DELETE/WRITE (OR REWRITE) PAIR AND     *
003300*                   EVERY MOVED HOLD, ARCHIVE, AND GRADHIST  *
003400*                   RECORD AS A "REKEY"; THE CATALOG, POLICY,*
003500*                   AND ASSIGNMENT CHANGES (NO STUDENT-ID TO *
003600*                   JOURNAL UNDER) ARE LISTED ON RNUMRPT. THE*
003700*                   OLD CODE GOES ON THE CRSXREF CROSS-      *
003800*                   REFERENCE SO OFFTRANS AND THE GETINPUT   *
003900*                   PREREQUISITE CHECK TREAT THE TWO CODES AS*
004000*                   ONE COURSE. THE CARD'S MODE ("TRIAL" OR  *
004100*                   "RENUM") MAKES A REPORT-ONLY RUN THE     *
004200*                   DEFAULT; A LIVE RUN ENDS WITH RETURN CODE*
004300*                   4, WHICH RELEASES THE COPY-BACK STEPS,   *
004400*                   AND A REFUSED CARD ENDS WITH RETURN CODE *
004500*                   8. RECORDS IN AND OUT GO TO THE STEP LOG.*
004550*  10/15/2026  DT   ALSO RE-KEYS THE OLD CODE'S WAITLIST     *
004550*                   ENTRIES, ACCTLEDG ACCOUNT-LEDGER ENTRIES *
004550*                   AND CRSSCHED MEETING RECORD IN PLACE,    *
004550*                   EACH MOVE JOURNALED AS A "REKEY".        *
004550*                   WAITING STUDENTS KEEP THEIR QUEUE STAMP  *
004550*                   AND WAITPROM PROMOTES THEM INTO THE NEW  *
004550*                   CODE; THE CHARGES AND CREDITS FOLLOW THE *
004550*                   ENROLLMENT, SO TUITBILL DOES NOT CHARGE  *
004550*                   THE NEW CODE AGAIN AFTER THE REFUND      *
004550*                   DEADLINE; AND THE GETINPUT TIME-CONFLICT *
004550*                   CHECK SEES THE MEETINGS UNDER THE NEW    *
004550*                   CODE. A WAITLIST ENTRY, LEDGER ENTRY     *
004550*                   (SAME TERM AND TYPE) OR MEETING RECORD   *
004550*                   ALREADY UNDER THE NEW CODE STANDS AND    *
004550*                   THE OLD ONE IS DROPPED AND REPORTED - A  *
004550*                   DROPPED LEDGER ENTRY IS FOR THE BUSINESS *
004550*                   OFFICE TO REVIEW.                        *
004575*  10/15/2026  DT   ALSO RE-KEYS THE OLD CODE'S DEDHIST      *
004575*                   DEDUCTION HISTORY THROUGH DEDHIST2,      *
004575*                   WHICH THE JCL COPIES BACK, EACH CHANGE   *
004575*                   JOURNALED AS A "REKEY" - DEDREVRS LOOKS  *
004575*                   A DEDUCTION UP BY STUDENT AND COURSE, SO *
004575*                   ONE TAKEN BEFORE THE RENUMBER CAN STILL  *
004575*                   BE REVERSED UNDER THE NEW CODE.          *
004600*-----------------------------------------------------------*
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT RENUM-CARD ASSIGN TO RNUMCARD
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FSC-STATUS-CODE.
005300     SELECT COURSE-XREF ASSIGN TO CRSXREF
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CX-OLD-COURSE
005700         FILE STATUS IS FSC-STATUS-CODE.
005800     SELECT COURSE-CATALOG ASSIGN TO CRSCAT
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS CC-COURSE-CODE
006200         FILE STATUS IS FSC-STATUS-CODE.
006300     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS SR-MASTER-KEY OF STUDENT-MASTER-RECORD
006700         ALTERNATE RECORD KEY IS SR-FULL-NAME
006800             OF STUDENT-MASTER-RECORD WITH DUPLICATES
006900         FILE STATUS IS FSC-STATUS-CODE.
007000     SELECT HOLD-FILE ASSIGN TO HOLDFILE
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS HD-MASTER-KEY
007400         FILE STATUS IS FSC-STATUS-CODE.
007500     SELECT TERM-ARCHIVE ASSIGN TO TERMARCH
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS TA-ARCHIVE-KEY
007900         FILE STATUS IS FSC-STATUS-CODE.
007900     SELECT WAITLIST-FILE ASSIGN TO WAITLIST
007900         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS WL-MASTER-KEY
007900         FILE STATUS IS FSC-STATUS-CODE.
007900     SELECT ACCOUNT-LEDGER ASSIGN TO ACCTLEDG
007900         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS LG-LEDGER-KEY
007900         FILE STATUS IS FSC-STATUS-CODE.
007900     SELECT COURSE-SCHEDULE ASSIGN TO CRSSCHED
007900         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS RANDOM
007900         RECORD KEY IS MS-COURSE-CODE
007900         FILE STATUS IS FSC-STATUS-CODE.
008000     SELECT GRADE-HISTORY ASSIGN TO GRADHIST
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS FSC-STATUS-CODE.
008300     SELECT GRADE-HISTORY-OUT ASSIGN TO GRADHST2
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS FSC-STATUS-CODE.
008510     SELECT DEDUCTION-HISTORY ASSIGN TO DEDHIST
008510         ORGANIZATION IS LINE SEQUENTIAL
008510         FILE STATUS IS FSC-STATUS-CODE.
008520     SELECT DEDUCTION-HISTORY-OUT ASSIGN TO DEDHIST2
008520         ORGANIZATION IS LINE SEQUENTIAL
008520         FILE STATUS IS FSC-STATUS-CODE.
008600     SELECT GRADING-POLICY ASSIGN TO GRDPOLCY
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS FSC-STATUS-CODE.
008900     SELECT GRADING-POLICY-OUT ASSIGN TO GRDPOL2
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS FSC-STATUS-CODE.
009200     SELECT INSTRUCTOR-ASSIGN ASSIGN TO INSTASGN
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS FSC-STATUS-CODE.
009500     SELECT INSTRUCTOR-ASSIGN-OUT ASSIGN TO INSTASG2
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS FSC-STATUS-CODE.
009800     SELECT AUDIT-JOURNAL ASSIGN TO AUDITJRN
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS FSC-STATUS-CODE.
010100     SELECT RENUM-RPT ASSIGN TO RNUMRPT
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS FSC-STATUS-CODE.
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  RENUM-CARD
010700     RECORD CONTAINS 25 CHARACTERS.
010800 01  RENUM-CARD-RECORD.
010900     05  RN-MODE               PIC X(05).
011000         88  RN-MODE-LIVE                 VALUE "RENUM".
011100     05  RN-OLD-COURSE         PIC X(06).
011200     05  RN-NEW-COURSE         PIC X(06).
011300     05  RN-OPERATOR-ID        PIC X(08).
011400 FD  COURSE-XREF
011500     RECORD CONTAINS 40 CHARACTERS.
011600 01  COURSE-XREF-RECORD.
011700     COPY "crsxref.cpy".
011800 FD  COURSE-CATALOG
011900     RECORD CONTAINS 51 CHARACTERS.
012000 01  COURSE-CATALOG-RECORD.
012100     COPY "crscat.cpy".
012200 FD  STUDENT-MASTER
012300     RECORD CONTAINS 97 CHARACTERS.
012400 01  STUDENT-MASTER-RECORD.
012500     COPY "studrec.cpy".
012600 FD  HOLD-FILE
012700     RECORD CONTAINS 66 CHARACTERS.
012800 01  GRADE-HOLD-RECORD.
012900     COPY "holdrec.cpy".
013000 FD  TERM-ARCHIVE
013100     RECORD CONTAINS 116 CHARACTERS.
013200 01  TERM-ARCHIVE-RECORD.
013300     COPY "studrec.cpy".
013400     COPY "termarch.cpy".
013400 FD  WAITLIST-FILE
013400     RECORD CONTAINS 110 CHARACTERS.
013400 01  WAITLIST-RECORD.
013400     COPY "waitlst.cpy".
013400 FD  ACCOUNT-LEDGER
013400     RECORD CONTAINS 80 CHARACTERS.
013400 01  ACCOUNT-LEDGER-RECORD.
013400     COPY "acctledg.cpy".
013400 FD  COURSE-SCHEDULE
013400     RECORD CONTAINS 100 CHARACTERS.
013400 01  COURSE-SCHEDULE-RECORD.
013400     COPY "crssched.cpy".
013500 FD  GRADE-HISTORY
013600     RECORD CONTAINS 34 CHARACTERS.
013700 01  GRADE-HISTORY-RECORD.
013800     COPY "gradhist.cpy".
013900 FD  GRADE-HISTORY-OUT
014000     RECORD CONTAINS 34 CHARACTERS.
014100 01  GRADE-HISTORY-OUT-RECORD      PIC X(34).
014110 FD  DEDUCTION-HISTORY
014110     RECORD CONTAINS 49 CHARACTERS.
014110 01  DEDUCTION-HISTORY-RECORD.
014110     COPY "dedrec.cpy".
014120 FD  DEDUCTION-HISTORY-OUT
014120     RECORD CONTAINS 49 CHARACTERS.
014120 01  DEDUCTION-HISTORY-OUT-RECORD  PIC X(49).
014200 FD  GRADING-POLICY
014300     RECORD CONTAINS 32 CHARACTERS.
014400 01  GRADING-POLICY-RECORD.
014500     COPY "grdpol.cpy".
014600 FD  GRADING-POLICY-OUT
014700     RECORD CONTAINS 32 CHARACTERS.
014800 01  GRADING-POLICY-OUT-RECORD     PIC X(32).
014900 FD  INSTRUCTOR-ASSIGN
015000     RECORD CONTAINS 50 CHARACTERS.
015100 01  INSTRUCTOR-ASSIGN-RECORD.
015200     COPY "instasgn.cpy".
015300 FD  INSTRUCTOR-ASSIGN-OUT
015400     RECORD CONTAINS 50 CHARACTERS.
015500 01  INSTRUCTOR-ASSIGN-OUT-RECORD  PIC X(50).
015600 FD  AUDIT-JOURNAL
015700     RECORD CONTAINS 240 CHARACTERS.
015800 01  AUDIT-JOURNAL-RECORD.
015900     COPY "audjrnl.cpy".
016000 FD  RENUM-RPT
016100     RECORD CONTAINS 80 CHARACTERS.
016200 01  RENUM-RPT-RECORD              PIC X(80).
016300 WORKING-STORAGE SECTION.
016400 01  WS-SWITCHES.
016500     05  WS-LIVE-SW                PIC X(01)  VALUE "N".
016600         88  LIVE-RENUMBER                    VALUE "Y".
016700     05  WS-CARD-VALID-SW          PIC X(01)  VALUE "N".
016800         88  CARD-IS-VALID                    VALUE "Y".
016900     05  WS-XREF-OPEN-SW           PIC X(01)  VALUE "N".
017000         88  XREF-IS-OPEN                     VALUE "Y".
017100     05  WS-CATALOG-OPEN-SW        PIC X(01)  VALUE "N".
017200         88  CATALOG-IS-OPEN                  VALUE "Y".
017300     05  WS-MASTER-OPEN-SW         PIC X(01)  VALUE "N".
017400         88  MASTER-IS-OPEN                   VALUE "Y".
017500     05  WS-HOLDS-OPEN-SW          PIC X(01)  VALUE "N".
017600         88  HOLDS-ARE-OPEN                   VALUE "Y".
017700     05  WS-JOURNAL-OPEN-SW        PIC X(01)  VALUE "N".
017800         88  JOURNAL-IS-OPEN                  VALUE "Y".
017900     05  WS-SCAN-DONE-SW           PIC X(01)  VALUE "N".
018000         88  SCAN-IS-DONE                     VALUE "Y".
018100     05  WS-FILE-EOF-SW            PIC X(01)  VALUE "N".
018200         88  FILE-EOF                         VALUE "Y".
018300     05  WS-COLLISION-SW           PIC X(01)  VALUE "N".
018400         88  NEW-CODE-HAS-KEY                 VALUE "Y".
018500     05  WS-NEW-POLICY-SW          PIC X(01)  VALUE "N".
018600         88  NEW-CODE-HAS-POLICY              VALUE "Y".
018700     05  WS-INSTR-FOUND-SW         PIC X(01)  VALUE "N".
018800         88  INSTRUCTOR-ON-NEW-CODE           VALUE "Y".
018900 01  WS-OLD-COURSE                 PIC X(06)  VALUE SPACES.
019000 01  WS-NEW-COURSE                 PIC X(06)  VALUE SPACES.
019100 01  WS-OPERATOR-ID                PIC X(08)  VALUE "CRSRENUM".
019200 01  WS-REFUSE-TEXT                PIC X(60)  VALUE SPACES.
019300 01  WS-RUN-STAMP.
019400     05  WS-RUN-DATE               PIC X(08).
019500     05  WS-RUN-TIME.
019600         10  WS-RUN-TIME-HHMMSS    PIC X(06).
019700         10  FILLER                PIC X(02).
019800 01  WS-JOURNAL-CONTROLS.
019900     05  WS-JR-ACTION              PIC X(08).
020000     05  WS-JR-FILE                PIC X(08).
020100     05  WS-JR-SEQUENCE            PIC 9(07)  VALUE ZERO.
020200     05  WS-BEFORE-IMAGE           PIC X(97).
020300     05  WS-AFTER-IMAGE            PIC X(97).
020400 01  WS-RESUME-KEY                 PIC X(14).
020500 01  WS-OLD-IMAGE.
020600     COPY "studrec.cpy".
020700 01  WS-NEW-IMAGE.
020800     COPY "studrec.cpy".
020900 01  WS-EXISTING-IMAGE.
021000     COPY "studrec.cpy".
021100 01  WS-OLD-HOLD                   PIC X(66).
021200 01  WS-OLD-ARCHIVE                PIC X(116).
021300 01  WS-ARCHIVE-RESUME-KEY         PIC X(19).
021300 01  WS-OLD-WAIT                   PIC X(110).
021300 01  WS-OLD-LEDGER                 PIC X(80).
021300 01  WS-LEDGER-RESUME-KEY          PIC X(20).
021300 01  WS-OLD-SCHEDULE               PIC X(100).
021400 01  WS-OLD-CATALOG                PIC X(51).
021500 77  WS-INSTR-MAX                  PIC 9(02)  COMP VALUE 50.
021600 01  WS-INSTRUCTOR-TABLE.
021700     05  WS-INSTR-COUNT            PIC 9(02)  COMP VALUE ZERO.
021800     05  WS-INSTR-ENTRY OCCURS 50 TIMES
021900                                   PIC X(08).
022000 01  WS-INSTR-SUB                  PIC 9(02)  COMP.
022100 01  WS-RPT-FILE                   PIC X(08).
022200 01  WS-RPT-KEY                    PIC X(14).
022300 01  WS-RPT-TEXT                   PIC X(44).
022400 01  WS-COUNTERS.
022500     05  WS-MASTER-MOVED           PIC 9(05)  VALUE ZERO.
022600     05  WS-MASTER-REPLACED        PIC 9(05)  VALUE ZERO.
022700     05  WS-MASTER-DROPPED         PIC 9(05)  VALUE ZERO.
022800     05  WS-HOLDS-MOVED            PIC 9(05)  VALUE ZERO.
022900     05  WS-HOLDS-DROPPED          PIC 9(05)  VALUE ZERO.
023000     05  WS-ARCH-MOVED             PIC 9(05)  VALUE ZERO.
023100     05  WS-ARCH-DROPPED           PIC 9(05)  VALUE ZERO.
023100     05  WS-WAIT-MOVED             PIC 9(05)  VALUE ZERO.
023100     05  WS-WAIT-DROPPED           PIC 9(05)  VALUE ZERO.
023100     05  WS-LEDGER-MOVED           PIC 9(05)  VALUE ZERO.
023100     05  WS-LEDGER-DROPPED         PIC 9(05)  VALUE ZERO.
023100     05  WS-SCHED-MOVED            PIC 9(05)  VALUE ZERO.
023100     05  WS-SCHED-DROPPED          PIC 9(05)  VALUE ZERO.
023200     05  WS-HIST-MOVED             PIC 9(05)  VALUE ZERO.
023250     05  WS-DED-MOVED              PIC 9(05)  VALUE ZERO.
023300     05  WS-POLICY-MOVED           PIC 9(05)  VALUE ZERO.
023400     05  WS-POLICY-DROPPED         PIC 9(05)  VALUE ZERO.
023500     05  WS-ASSIGN-MOVED           PIC 9(05)  VALUE ZERO.
023600     05  WS-ASSIGN-DROPPED         PIC 9(05)  VALUE ZERO.
023700     05  WS-PREREQ-REPOINTED       PIC 9(05)  VALUE ZERO.
023800     05  WS-CATALOG-ADDED          PIC 9(05)  VALUE ZERO.
023900     05  WS-XREF-REPOINTED         PIC 9(05)  VALUE ZERO.
024000 01  FSC-CONTROLS.
024100     COPY "fscctl.cpy".
024200 PROCEDURE DIVISION.
024300*-----------------------------------------------------------*
024400* 0000-MAINLINE                                              *
024500*-----------------------------------------------------------*
024600 0000-MAINLINE.
024700     MOVE "CRSRENUM" TO FSC-STEP-PROGRAM
024800     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025000     IF CARD-IS-VALID
025100         PERFORM 2100-RENUM-STUDENT-MASTER THRU 2100-EXIT
025200         PERFORM 2200-RENUM-HOLDS THRU 2200-EXIT
025300         PERFORM 2300-RENUM-TERM-ARCHIVE THRU 2300-EXIT
025300         PERFORM 2320-RENUM-WAITLIST THRU 2320-EXIT
025300         PERFORM 2340-RENUM-LEDGER THRU 2340-EXIT
025300         PERFORM 2360-RENUM-SCHEDULE THRU 2360-EXIT
025400         PERFORM 2400-RENUM-GRADE-HISTORY THRU 2400-EXIT
025450         PERFORM 2420-RENUM-DEDUCTIONS THRU 2420-EXIT
025500         PERFORM 2450-RENUM-GRADING-POLICY THRU 2450-EXIT
025600         PERFORM 2500-RENUM-INSTRUCTOR-ASSIGN THRU 2500-EXIT
025700         PERFORM 2600-RENUM-CATALOG THRU 2600-EXIT
025800         PERFORM 2700-POST-CROSS-REFERENCE THRU 2700-EXIT
025900     END-IF
026000     PERFORM 3000-TERMINATE THRU 3000-EXIT
026100     ADD WS-MASTER-MOVED WS-MASTER-REPLACED WS-HOLDS-MOVED
026200         WS-ARCH-MOVED WS-HIST-MOVED WS-POLICY-MOVED
026300         WS-ASSIGN-MOVED WS-PREREQ-REPOINTED WS-CATALOG-ADDED
026400         WS-XREF-REPOINTED WS-WAIT-MOVED WS-LEDGER-MOVED
026400         WS-SCHED-MOVED WS-DED-MOVED
026500         GIVING FSC-STEP-RECORDS-OUT
026600     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
026700     GOBACK.
026800*-----------------------------------------------------------*
026900* 1000-INITIALIZE - READ THE RENUMBER CARD, CHECK THE CODES, *
027000*                   AND OPEN THE MASTERS (AND, LIVE, THE     *
027100*                   JOURNAL)                                 *
027200*-----------------------------------------------------------*
027300 1000-INITIALIZE.
027400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
027500     ACCEPT WS-RUN-TIME FROM TIME
027600     OPEN OUTPUT RENUM-RPT
027700     MOVE "RENUM-RPT" TO FSC-FILE-NAME
027800     MOVE "OPEN"      TO FSC-OPERATION
027900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
028000     OPEN INPUT RENUM-CARD
028100     IF FSC-STATUS-CODE = "35"
028200         MOVE "NO RNUMCARD - NOTHING RENUMBERED"
028300             TO RENUM-RPT-RECORD
028400         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
028500         DISPLAY "CRSRENUM - NO RNUMCARD - NOTHING RENUMBERED"
028600         GO TO 1000-EXIT
028700     END-IF
028800     MOVE "RENUM-CARD" TO FSC-FILE-NAME
028900     MOVE "OPEN"       TO FSC-OPERATION
029000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029100     READ RENUM-CARD
029200         AT END
029300             MOVE SPACES TO RENUM-CARD-RECORD
029400     END-READ
029500     MOVE RN-OLD-COURSE TO WS-OLD-COURSE
029600     MOVE RN-NEW-COURSE TO WS-NEW-COURSE
029700     IF RN-OPERATOR-ID NOT = SPACES
029800         MOVE RN-OPERATOR-ID TO WS-OPERATOR-ID
029900     END-IF
030000     IF RN-MODE-LIVE
030100         SET LIVE-RENUMBER TO TRUE
030200     END-IF
030300     CLOSE RENUM-CARD
030400     MOVE "CLOSE" TO FSC-OPERATION
030500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
030600     MOVE SPACES TO RENUM-RPT-RECORD
030700     IF LIVE-RENUMBER
030800         STRING "COURSE RENUMBER (LIVE) - " DELIMITED BY SIZE
030900             WS-RUN-DATE DELIMITED BY SIZE
031000             INTO RENUM-RPT-RECORD
031100         END-STRING
031200     ELSE
031300         STRING "COURSE RENUMBER (TRIAL - NOTHING CHANGED) - "
031400                 DELIMITED BY SIZE
031500             WS-RUN-DATE DELIMITED BY SIZE
031600             INTO RENUM-RPT-RECORD
031700         END-STRING
031800     END-IF
031900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
032000     MOVE SPACES TO RENUM-RPT-RECORD
032100     STRING "OLD CODE " DELIMITED BY SIZE
032200         WS-OLD-COURSE DELIMITED BY SIZE
032300         " BECOMES " DELIMITED BY SIZE
032400         WS-NEW-COURSE DELIMITED BY SIZE
032500         "  OPERATOR " DELIMITED BY SIZE
032600         WS-OPERATOR-ID DELIMITED BY SIZE
032700         INTO RENUM-RPT-RECORD
032800     END-STRING
032900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
033000     MOVE SPACES TO RENUM-RPT-RECORD
033100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
033200     PERFORM 1100-VALIDATE-CODES THRU 1100-EXIT
033300     IF NOT CARD-IS-VALID
033400         GO TO 1000-EXIT
033500     END-IF
033600     PERFORM 1200-OPEN-MASTERS THRU 1200-EXIT
033700     IF LIVE-RENUMBER
033800         PERFORM 1300-OPEN-JOURNAL THRU 1300-EXIT
033900     END-IF
034000     .
034100 1000-EXIT.
034200     EXIT.
034300*-----------------------------------------------------------*
034400* 1100-VALIDATE-CODES - BOTH CODES PRESENT AND DIFFERENT,    *
034500*                       THE OLD CODE ON THE CATALOG AND NOT  *
034600*                       ALREADY RENUMBERED, AND THE NEW CODE *
034700*                       NOT ITSELF A RENUMBERED ONE          *
034800*-----------------------------------------------------------*
034900 1100-VALIDATE-CODES.
035000     IF WS-OLD-COURSE = SPACES OR WS-NEW-COURSE = SPACES
035100         MOVE "BOTH AN OLD AND A NEW COURSE CODE ARE REQUIRED"
035200             TO WS-REFUSE-TEXT
035300         PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
035400         GO TO 1100-EXIT
035500     END-IF
035600     IF WS-OLD-COURSE = WS-NEW-COURSE
035700         MOVE "OLD AND NEW COURSE CODES ARE THE SAME"
035800             TO WS-REFUSE-TEXT
035900         PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
036000         GO TO 1100-EXIT
036100     END-IF
036200     IF LIVE-RENUMBER
036300         OPEN I-O COURSE-CATALOG
036400     ELSE
036500         OPEN INPUT COURSE-CATALOG
036600     END-IF
036700     IF FSC-STATUS-CODE = "35"
036800         MOVE "NO CRSCAT COURSE CATALOG" TO WS-REFUSE-TEXT
036900         PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
037000         GO TO 1100-EXIT
037100     END-IF
037200     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
037300     MOVE "OPEN"           TO FSC-OPERATION
037400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037500     SET CATALOG-IS-OPEN TO TRUE
037600     MOVE WS-OLD-COURSE TO CC-COURSE-CODE
037700     READ COURSE-CATALOG
037800         INVALID KEY
037900             MOVE "OLD COURSE CODE IS NOT ON CRSCAT"
038000                 TO WS-REFUSE-TEXT
038100             PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
038200             GO TO 1100-EXIT
038300     END-READ
038400     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
038500     MOVE "READ"           TO FSC-OPERATION
038600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
038700     IF LIVE-RENUMBER
038800         OPEN I-O COURSE-XREF
038900         IF FSC-STATUS-CODE = "35"
039000             OPEN OUTPUT COURSE-XREF
039100             CLOSE COURSE-XREF
039200             OPEN I-O COURSE-XREF
039300         END-IF
039400     ELSE
039500         OPEN INPUT COURSE-XREF
039600     END-IF
039700     IF FSC-STATUS-CODE = "35"
039800         SET CARD-IS-VALID TO TRUE
039900         GO TO 1100-EXIT
040000     END-IF
040100     MOVE "COURSE-XREF" TO FSC-FILE-NAME
040200     MOVE "OPEN"        TO FSC-OPERATION
040300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
040400     SET XREF-IS-OPEN TO TRUE
040500     MOVE WS-OLD-COURSE TO CX-OLD-COURSE
040600     PERFORM 1180-READ-XREF THRU 1180-EXIT
040700     IF FSC-STATUS-CODE = "00"
040800         MOVE SPACES TO WS-REFUSE-TEXT
040900         STRING "OLD CODE WAS ALREADY RENUMBERED TO "
041000                 DELIMITED BY SIZE
041100             CX-NEW-COURSE DELIMITED BY SIZE
041200             INTO WS-REFUSE-TEXT
041300         END-STRING
041400         PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
041500         GO TO 1100-EXIT
041600     END-IF
041700     MOVE WS-NEW-COURSE TO CX-OLD-COURSE
041800     PERFORM 1180-READ-XREF THRU 1180-EXIT
041900     IF FSC-STATUS-CODE = "00"
042000         MOVE SPACES TO WS-REFUSE-TEXT
042100         STRING "NEW CODE WAS ITSELF RENUMBERED - USE "
042200                 DELIMITED BY SIZE
042300             CX-NEW-COURSE DELIMITED BY SIZE
042400             INTO WS-REFUSE-TEXT
042500         END-STRING
042600         PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
042700         GO TO 1100-EXIT
042800     END-IF
042900     SET CARD-IS-VALID TO TRUE
043000     .
043100 1100-EXIT.
043200     EXIT.
043300*-----------------------------------------------------------*
043400* 1150-REFUSE-CARD - REPORT WHY THE CARD WAS REFUSED; THE    *
043500*                    STEP ENDS RC=8 AND NOTHING IS TOUCHED   *
043600*-----------------------------------------------------------*
043700 1150-REFUSE-CARD.
043800     MOVE SPACES TO RENUM-RPT-RECORD
043900     STRING "RENUMBER REFUSED - " DELIMITED BY SIZE
044000         WS-REFUSE-TEXT DELIMITED BY SIZE
044100         INTO RENUM-RPT-RECORD
044200     END-STRING
044300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
044400     DISPLAY "CRSRENUM - RENUMBER REFUSED - " WS-REFUSE-TEXT
044500     MOVE 8 TO RETURN-CODE
044600     .
044700 1150-EXIT.
044800     EXIT.
044900*-----------------------------------------------------------*
045000* 1180-READ-XREF - KEYED READ OF THE CROSS-REFERENCE ON      *
045100*                  CX-OLD-COURSE; STATUS "23" IS NOT FOUND   *
045200*-----------------------------------------------------------*
045300 1180-READ-XREF.
045400     READ COURSE-XREF
045500         INVALID KEY
045600             GO TO 1180-EXIT
045700     END-READ
045800     MOVE "COURSE-XREF" TO FSC-FILE-NAME
045900     MOVE "READ"        TO FSC-OPERATION
046000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
046100     .
046200 1180-EXIT.
046300     EXIT.
046400*-----------------------------------------------------------*
046500* 1200-OPEN-MASTERS - THE STUDENT MASTER AND HOLDS KSDS      *
046600*                     FILES RE-KEYED IN PLACE; A MISSING ONE *
046700*                     IS SKIPPED                             *
046800*-----------------------------------------------------------*
046900 1200-OPEN-MASTERS.
047000     IF LIVE-RENUMBER
047100         OPEN I-O STUDENT-MASTER
047200     ELSE
047300         OPEN INPUT STUDENT-MASTER
047400     END-IF
047500     IF FSC-STATUS-CODE = "35"
047600         DISPLAY "CRSRENUM - NO STUDENT-MASTER FILE - SKIPPED"
047700     ELSE
047800         MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
047900         MOVE "OPEN"           TO FSC-OPERATION
048000         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
048100         SET MASTER-IS-OPEN TO TRUE
048200     END-IF
048300     IF LIVE-RENUMBER
048400         OPEN I-O HOLD-FILE
048500     ELSE
048600         OPEN INPUT HOLD-FILE
048700     END-IF
048800     IF FSC-STATUS-CODE = "35"
048900         CONTINUE
049000     ELSE
049100         MOVE "HOLD-FILE" TO FSC-FILE-NAME
049200         MOVE "OPEN"      TO FSC-OPERATION
049300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
049400         SET HOLDS-ARE-OPEN TO TRUE
049500     END-IF
049600     .
049700 1200-EXIT.
049800     EXIT.
049900*-----------------------------------------------------------*
050000* 1300-OPEN-JOURNAL - APPEND TO THE AUDIT JOURNAL AND OPEN   *
050100*                     THE AUDIT RUN                          *
050200*-----------------------------------------------------------*
050300 1300-OPEN-JOURNAL.
050400     OPEN EXTEND AUDIT-JOURNAL
050500     IF FSC-STATUS-CODE = "35"
050600         OPEN OUTPUT AUDIT-JOURNAL
050700     END-IF
050800     MOVE "AUDIT-JOURNAL" TO FSC-FILE-NAME
050900     MOVE "OPEN"          TO FSC-OPERATION
051000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
051100     SET JOURNAL-IS-OPEN TO TRUE
051200     MOVE ZERO TO WS-JR-SEQUENCE
051300     MOVE "RUNOPEN" TO WS-JR-ACTION
051400     PERFORM 2910-WRITE-RUN-MARKER THRU 2910-EXIT
051500     .
051600 1300-EXIT.
051700     EXIT.
051800*-----------------------------------------------------------*
051900* 2100-RENUM-STUDENT-MASTER - WALK THE WHOLE MASTER IN KEY   *
052000*                             ORDER FOR THE OLD CODE - IT    *
052100*                             CAN SIT UNDER ANY STUDENT      *
052200*-----------------------------------------------------------*
052300 2100-RENUM-STUDENT-MASTER.
052400     IF NOT MASTER-IS-OPEN
052500         GO TO 2100-EXIT
052600     END-IF
052700     MOVE "N" TO WS-SCAN-DONE-SW
052800     MOVE LOW-VALUES TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
052900     START STUDENT-MASTER KEY NOT LESS THAN
053000             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
053100         INVALID KEY
053200             SET SCAN-IS-DONE TO TRUE
053300     END-START
053400     PERFORM 2110-RENUM-ONE-MASTER THRU 2110-EXIT
053500         UNTIL SCAN-IS-DONE
053600     .
053700 2100-EXIT.
053800     EXIT.
053900*-----------------------------------------------------------*
054000* 2110-RENUM-ONE-MASTER - MOVE ONE OLD-CODE RECORD TO THE    *
054100*                         NEW CODE. A STUDENT WHO ALREADY    *
054200*                         HOLDS THE NEW CODE KEEPS           *
054300*                         WHICHEVER RECORD WAS POSTED        *
054400*                         LATER. THE SCAN RESTARTS PAST THE  *
054500*                         KEY JUST DONE, SINCE THE KEYED     *
054600*                         READS AND DELETES LOSE THE BROWSE  *
054700*                         POSITION                           *
054800*-----------------------------------------------------------*
054900 2110-RENUM-ONE-MASTER.
055000     READ STUDENT-MASTER NEXT
055100         AT END
055200             SET SCAN-IS-DONE TO TRUE
055300             GO TO 2110-EXIT
055400     END-READ
055500     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
055600     MOVE "READ"           TO FSC-OPERATION
055700     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
055800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055900     END-IF
056000     IF SR-COURSE-CODE OF STUDENT-MASTER-RECORD
056100             NOT = WS-OLD-COURSE
056200         GO TO 2110-EXIT
056300     END-IF
056400     ADD 1 TO FSC-STEP-RECORDS-IN
056500     MOVE STUDENT-MASTER-RECORD TO WS-OLD-IMAGE
056600     MOVE SR-MASTER-KEY OF WS-OLD-IMAGE TO WS-RESUME-KEY
056700     MOVE WS-OLD-IMAGE TO WS-NEW-IMAGE
056800     MOVE WS-NEW-COURSE TO SR-COURSE-CODE OF WS-NEW-IMAGE
056900     MOVE "N" TO WS-COLLISION-SW
057000     MOVE SR-MASTER-KEY OF WS-NEW-IMAGE
057100         TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
057200     READ STUDENT-MASTER
057300         INVALID KEY
057400             CONTINUE
057500     END-READ
057600     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
057700             AND FSC-STATUS-CODE NOT = "23"
057800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
057900     END-IF
058000     IF FSC-STATUS-CODE NOT = "23"
058100         SET NEW-CODE-HAS-KEY TO TRUE
058200         MOVE STUDENT-MASTER-RECORD TO WS-EXISTING-IMAGE
058300     END-IF
058400     MOVE "STUDMAST" TO WS-RPT-FILE
058500     MOVE WS-RESUME-KEY TO WS-RPT-KEY
058600     EVALUATE TRUE
058700         WHEN NOT NEW-CODE-HAS-KEY
058800             ADD 1 TO WS-MASTER-MOVED
058900             MOVE "MOVED TO NEW CODE" TO WS-RPT-TEXT
059000             IF LIVE-RENUMBER
059100                 PERFORM 2120-WRITE-NEW-MASTER THRU 2120-EXIT
059200             END-IF
059300         WHEN SR-POSTED-DATE OF WS-OLD-IMAGE
059400                 > SR-POSTED-DATE OF WS-EXISTING-IMAGE
059500             ADD 1 TO WS-MASTER-REPLACED
059600             MOVE "LATER POSTING - REPLACES NEW CODE'S RECORD"
059700                 TO WS-RPT-TEXT
059800             IF LIVE-RENUMBER
059900                 PERFORM 2130-REPLACE-NEW-MASTER THRU 2130-EXIT
060000             END-IF
060100         WHEN OTHER
060200             ADD 1 TO WS-MASTER-DROPPED
060300             MOVE "DROPPED - NEW CODE'S RECORD IS LATER"
060400                 TO WS-RPT-TEXT
060500     END-EVALUATE
060600     PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
060700     IF LIVE-RENUMBER
060800         PERFORM 2140-DELETE-OLD-MASTER THRU 2140-EXIT
060900     END-IF
061000     MOVE WS-RESUME-KEY TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
061100     START STUDENT-MASTER KEY GREATER THAN
061200             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
061300         INVALID KEY
061400             SET SCAN-IS-DONE TO TRUE
061500     END-START
061600     .
061700 2110-EXIT.
061800     EXIT.
061900*-----------------------------------------------------------*
062000* 2120-WRITE-NEW-MASTER - ADD THE RE-KEYED RECORD            *
062100*-----------------------------------------------------------*
062200 2120-WRITE-NEW-MASTER.
062300     MOVE WS-NEW-IMAGE TO STUDENT-MASTER-RECORD
062400     WRITE STUDENT-MASTER-RECORD
062500     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
062600     MOVE "WRITE"          TO FSC-OPERATION
062700     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
062800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
062900     END-IF
063000     MOVE "WRITE"      TO WS-JR-ACTION
063100     MOVE SPACES       TO WS-JR-FILE
063200     MOVE SPACES       TO WS-BEFORE-IMAGE
063300     MOVE WS-NEW-IMAGE TO WS-AFTER-IMAGE
063400     PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
063500     .
063600 2120-EXIT.
063700     EXIT.
063800*-----------------------------------------------------------*
063900* 2130-REPLACE-NEW-MASTER - THE OLD CODE'S POSTING IS THE    *
064000*                           LATER ONE - IT REPLACES THE      *
064100*                           STUDENT'S NEW-CODE RECORD        *
064200*-----------------------------------------------------------*
064300 2130-REPLACE-NEW-MASTER.
064400     MOVE WS-NEW-IMAGE TO STUDENT-MASTER-RECORD
064500     REWRITE STUDENT-MASTER-RECORD
064600     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
064700     MOVE "REWRITE"        TO FSC-OPERATION
064800     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
064900         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
065000     END-IF
065100     MOVE "REWRITE"         TO WS-JR-ACTION
065200     MOVE SPACES            TO WS-JR-FILE
065300     MOVE WS-EXISTING-IMAGE TO WS-BEFORE-IMAGE
065400     MOVE WS-NEW-IMAGE      TO WS-AFTER-IMAGE
065500     PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
065600     .
065700 2130-EXIT.
065800     EXIT.
065900*-----------------------------------------------------------*
066000* 2140-DELETE-OLD-MASTER - REMOVE THE OLD-CODE RECORD        *
066100*-----------------------------------------------------------*
066200 2140-DELETE-OLD-MASTER.
066300     MOVE WS-RESUME-KEY TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
066400     DELETE STUDENT-MASTER
066500     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
066600     MOVE "DELETE"         TO FSC-OPERATION
066700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
066800     MOVE "DELETE"     TO WS-JR-ACTION
066900     MOVE SPACES       TO WS-JR-FILE
067000     MOVE WS-OLD-IMAGE TO WS-BEFORE-IMAGE
067100     MOVE SPACES       TO WS-AFTER-IMAGE
067200     PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
067300     .
067400 2140-EXIT.
067500     EXIT.
067600*-----------------------------------------------------------*
067700* 2200-RENUM-HOLDS - MOVE EVERY GRADE HOLD ON THE OLD CODE;  *
067800*                    A HOLD THE STUDENT ALREADY HAS ON THE   *
067900*                    NEW CODE STANDS                         *
068000*-----------------------------------------------------------*
068100 2200-RENUM-HOLDS.
068200     IF NOT HOLDS-ARE-OPEN
068300         GO TO 2200-EXIT
068400     END-IF
068500     MOVE "N" TO WS-SCAN-DONE-SW
068600     MOVE LOW-VALUES TO HD-MASTER-KEY
068700     START HOLD-FILE KEY NOT LESS THAN HD-MASTER-KEY
068800         INVALID KEY
068900             SET SCAN-IS-DONE TO TRUE
069000     END-START
069100     PERFORM 2210-RENUM-ONE-HOLD THRU 2210-EXIT
069200         UNTIL SCAN-IS-DONE
069300     .
069400 2200-EXIT.
069500     EXIT.
069600*-----------------------------------------------------------*
069700* 2210-RENUM-ONE-HOLD - ONE OLD-CODE HOLD                    *
069800*-----------------------------------------------------------*
069900 2210-RENUM-ONE-HOLD.
070000     READ HOLD-FILE NEXT
070100         AT END
070200             SET SCAN-IS-DONE TO TRUE
070300             GO TO 2210-EXIT
070400     END-READ
070500     MOVE "HOLD-FILE" TO FSC-FILE-NAME
070600     MOVE "READ"      TO FSC-OPERATION
070700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
070800     IF HD-COURSE-CODE NOT = WS-OLD-COURSE
070900         GO TO 2210-EXIT
071000     END-IF
071100     ADD 1 TO FSC-STEP-RECORDS-IN
071200     MOVE GRADE-HOLD-RECORD TO WS-OLD-HOLD
071300     MOVE HD-MASTER-KEY TO WS-RESUME-KEY
071400     MOVE WS-NEW-COURSE TO HD-COURSE-CODE
071500     READ HOLD-FILE
071600         INVALID KEY
071700             CONTINUE
071800     END-READ
071900     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
072000         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
072100     END-IF
072200     MOVE "HOLDFILE" TO WS-RPT-FILE
072300     MOVE WS-RESUME-KEY TO WS-RPT-KEY
072400     MOVE "REKEY"    TO WS-JR-ACTION
072500     MOVE "HOLDFILE" TO WS-JR-FILE
072600     MOVE WS-OLD-HOLD TO WS-BEFORE-IMAGE
072700     IF FSC-STATUS-CODE = "00"
072800         ADD 1 TO WS-HOLDS-DROPPED
072900         MOVE "DROPPED - ALREADY HELD ON NEW CODE" TO WS-RPT-TEXT
073000         MOVE SPACES TO WS-AFTER-IMAGE
073100     ELSE
073200         ADD 1 TO WS-HOLDS-MOVED
073300         MOVE "MOVED TO NEW CODE" TO WS-RPT-TEXT
073400         MOVE WS-OLD-HOLD TO GRADE-HOLD-RECORD
073500         MOVE WS-NEW-COURSE TO HD-COURSE-CODE
073600         MOVE GRADE-HOLD-RECORD TO WS-AFTER-IMAGE
073700         IF LIVE-RENUMBER
073800             WRITE GRADE-HOLD-RECORD
073900             MOVE "HOLD-FILE" TO FSC-FILE-NAME
074000             MOVE "WRITE"     TO FSC-OPERATION
074100             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
074200         END-IF
074300     END-IF
074400     PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
074500     IF LIVE-RENUMBER
074600         MOVE WS-RESUME-KEY TO HD-MASTER-KEY
074700         DELETE HOLD-FILE
074800         MOVE "HOLD-FILE" TO FSC-FILE-NAME
074900         MOVE "DELETE"    TO FSC-OPERATION
075000         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
075100         PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
075200     END-IF
075300     MOVE WS-RESUME-KEY TO HD-MASTER-KEY
075400     START HOLD-FILE KEY GREATER THAN HD-MASTER-KEY
075500         INVALID KEY
075600             SET SCAN-IS-DONE TO TRUE
075700     END-START
075800     .
075900 2210-EXIT.
076000     EXIT.
076100*-----------------------------------------------------------*
076200* 2300-RENUM-TERM-ARCHIVE - MOVE EVERY ARCHIVED ATTEMPT AT   *
076300*                           THE OLD CODE IN PLACE; A TERM    *
076400*                           THE STUDENT ALREADY HAS ARCHIVED *
076500*                           UNDER THE NEW CODE STANDS        *
076600*-----------------------------------------------------------*
076700 2300-RENUM-TERM-ARCHIVE.
076800     IF LIVE-RENUMBER
076900         OPEN I-O TERM-ARCHIVE
077000     ELSE
077100         OPEN INPUT TERM-ARCHIVE
077200     END-IF
077300     IF FSC-STATUS-CODE = "35"
077400         GO TO 2300-EXIT
077500     END-IF
077600     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
077700     MOVE "OPEN"         TO FSC-OPERATION
077800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
077900     MOVE "N" TO WS-SCAN-DONE-SW
078000     MOVE LOW-VALUES TO TA-ARCHIVE-KEY
078100     START TERM-ARCHIVE KEY NOT LESS THAN TA-ARCHIVE-KEY
078200         INVALID KEY
078300             SET SCAN-IS-DONE TO TRUE
078400     END-START
078500     PERFORM 2310-RENUM-ONE-ARCHIVE THRU 2310-EXIT
078600         UNTIL SCAN-IS-DONE
078700     CLOSE TERM-ARCHIVE
078800     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
078900     MOVE "CLOSE"        TO FSC-OPERATION
079000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
079100     .
079200 2300-EXIT.
079300     EXIT.
079400*-----------------------------------------------------------*
079500* 2310-RENUM-ONE-ARCHIVE - ONE OLD-CODE ARCHIVE RECORD       *
079600*-----------------------------------------------------------*
079700 2310-RENUM-ONE-ARCHIVE.
079800     READ TERM-ARCHIVE NEXT
079900         AT END
080000             SET SCAN-IS-DONE TO TRUE
080100             GO TO 2310-EXIT
080200     END-READ
080300     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
080400     MOVE "READ"         TO FSC-OPERATION
080500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
080600     IF TA-COURSE-CODE NOT = WS-OLD-COURSE
080700         GO TO 2310-EXIT
080800     END-IF
080900     ADD 1 TO FSC-STEP-RECORDS-IN
081000     MOVE TERM-ARCHIVE-RECORD TO WS-OLD-ARCHIVE
081100     MOVE TA-ARCHIVE-KEY TO WS-ARCHIVE-RESUME-KEY
081200     MOVE "TERMARCH" TO WS-RPT-FILE
081300     MOVE SPACES TO WS-RPT-KEY
081400     STRING TA-STUDENT-ID DELIMITED BY SIZE
081500         TA-COURSE-CODE DELIMITED BY SIZE
081600         INTO WS-RPT-KEY
081700     END-STRING
081800     MOVE WS-NEW-COURSE TO TA-COURSE-CODE
081900     READ TERM-ARCHIVE
082000         INVALID KEY
082100             CONTINUE
082200     END-READ
082300     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
082400         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
082500     END-IF
082600     MOVE "REKEY"        TO WS-JR-ACTION
082700     MOVE "TERMARCH"     TO WS-JR-FILE
082800     MOVE WS-OLD-ARCHIVE TO WS-BEFORE-IMAGE
082900     MOVE SPACES TO WS-RPT-TEXT
083000     IF FSC-STATUS-CODE = "00"
083100         ADD 1 TO WS-ARCH-DROPPED
083200         MOVE WS-OLD-ARCHIVE TO TERM-ARCHIVE-RECORD
083300         STRING "DROPPED - NEW CODE HAS TERM " DELIMITED BY SIZE
083400             TA-TERM-CODE DELIMITED BY SIZE
083500             INTO WS-RPT-TEXT
083600         END-STRING
083700         MOVE SPACES TO WS-AFTER-IMAGE
083800     ELSE
083900         ADD 1 TO WS-ARCH-MOVED
084000         MOVE WS-OLD-ARCHIVE TO TERM-ARCHIVE-RECORD
084100         STRING "MOVED TO NEW CODE - TERM " DELIMITED BY SIZE
084200             TA-TERM-CODE DELIMITED BY SIZE
084300             INTO WS-RPT-TEXT
084400         END-STRING
084500         MOVE WS-NEW-COURSE TO TA-COURSE-CODE
084600         MOVE WS-NEW-COURSE
084700             TO SR-COURSE-CODE OF TERM-ARCHIVE-RECORD
084800         MOVE TERM-ARCHIVE-RECORD TO WS-AFTER-IMAGE
084900         IF LIVE-RENUMBER
085000             WRITE TERM-ARCHIVE-RECORD
085100             MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
085200             MOVE "WRITE"        TO FSC-OPERATION
085300             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
085400         END-IF
085500     END-IF
085600     PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
085700     IF LIVE-RENUMBER
085800         MOVE WS-ARCHIVE-RESUME-KEY TO TA-ARCHIVE-KEY
085900         DELETE TERM-ARCHIVE
086000         MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
086100         MOVE "DELETE"       TO FSC-OPERATION
086200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
086300         PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
086400     END-IF
086500     MOVE WS-ARCHIVE-RESUME-KEY TO TA-ARCHIVE-KEY
086600     START TERM-ARCHIVE KEY GREATER THAN TA-ARCHIVE-KEY
086700         INVALID KEY
086800             SET SCAN-IS-DONE TO TRUE
086900     END-START
087000     .
087100 2310-EXIT.
087200     EXIT.
087200*-----------------------------------------------------------*
087200* 2320-RENUM-WAITLIST - MOVE EVERY WAITLIST ENTRY ON THE    *
087200*                       OLD CODE IN PLACE; AN ENTRY THE     *
087200*                       STUDENT ALREADY HAS ON THE NEW CODE *
087200*                       STANDS. THE ENTRY KEEPS ITS QUEUE   *
087200*                       STAMP, SO ITS PLACE IN LINE HOLDS   *
087200*-----------------------------------------------------------*
087200 2320-RENUM-WAITLIST.
087200     IF LIVE-RENUMBER
087200         OPEN I-O WAITLIST-FILE
087200     ELSE
087200         OPEN INPUT WAITLIST-FILE
087200     END-IF
087200     IF FSC-STATUS-CODE = "35"
087200         GO TO 2320-EXIT
087200     END-IF
087200     MOVE "WAITLIST" TO FSC-FILE-NAME
087200     MOVE "OPEN"     TO FSC-OPERATION
087200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200     MOVE "N" TO WS-SCAN-DONE-SW
087200     MOVE LOW-VALUES TO WL-MASTER-KEY
087200     START WAITLIST-FILE KEY NOT LESS THAN WL-MASTER-KEY
087200         INVALID KEY
087200             SET SCAN-IS-DONE TO TRUE
087200     END-START
087200     PERFORM 2325-RENUM-ONE-WAITER THRU 2325-EXIT
087200         UNTIL SCAN-IS-DONE
087200     CLOSE WAITLIST-FILE
087200     MOVE "WAITLIST" TO FSC-FILE-NAME
087200     MOVE "CLOSE"    TO FSC-OPERATION
087200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200     .
087200 2320-EXIT.
087200     EXIT.
087200*-----------------------------------------------------------*
087200* 2325-RENUM-ONE-WAITER - ONE OLD-CODE WAITLIST ENTRY       *
087200*-----------------------------------------------------------*
087200 2325-RENUM-ONE-WAITER.
087200     READ WAITLIST-FILE NEXT
087200         AT END
087200             SET SCAN-IS-DONE TO TRUE
087200             GO TO 2325-EXIT
087200     END-READ
087200     MOVE "WAITLIST" TO FSC-FILE-NAME
087200     MOVE "READ"     TO FSC-OPERATION
087200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200     IF WL-COURSE-CODE NOT = WS-OLD-COURSE
087200         GO TO 2325-EXIT
087200     END-IF
087200     ADD 1 TO FSC-STEP-RECORDS-IN
087200     MOVE WAITLIST-RECORD TO WS-OLD-WAIT
087200     MOVE WL-MASTER-KEY TO WS-RESUME-KEY
087200     MOVE WS-NEW-COURSE TO WL-COURSE-CODE
087200     READ WAITLIST-FILE
087200         INVALID KEY
087200             CONTINUE
087200     END-READ
087200     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
087200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200     END-IF
087200     MOVE "WAITLIST" TO WS-RPT-FILE
087200     MOVE WS-RESUME-KEY TO WS-RPT-KEY
087200     MOVE "REKEY"    TO WS-JR-ACTION
087200     MOVE "WAITLIST" TO WS-JR-FILE
087200     MOVE WS-OLD-WAIT TO WS-BEFORE-IMAGE
087200     IF FSC-STATUS-CODE = "00"
087200         ADD 1 TO WS-WAIT-DROPPED
087200         MOVE "DROPPED - ALREADY WAITING ON NEW CODE"
087200             TO WS-RPT-TEXT
087200         MOVE SPACES TO WS-AFTER-IMAGE
087200     ELSE
087200         ADD 1 TO WS-WAIT-MOVED
087200         MOVE "MOVED TO NEW CODE" TO WS-RPT-TEXT
087200         MOVE WS-OLD-WAIT TO WAITLIST-RECORD
087200         MOVE WS-NEW-COURSE TO WL-COURSE-CODE
087200         MOVE WAITLIST-RECORD TO WS-AFTER-IMAGE
087200         IF LIVE-RENUMBER
087200             WRITE WAITLIST-RECORD
087200             MOVE "WAITLIST" TO FSC-FILE-NAME
087200             MOVE "WRITE"    TO FSC-OPERATION
087200             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200         END-IF
087200     END-IF
087200     PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
087200     IF LIVE-RENUMBER
087200         MOVE WS-RESUME-KEY TO WL-MASTER-KEY
087200         DELETE WAITLIST-FILE
087200         MOVE "WAITLIST" TO FSC-FILE-NAME
087200         MOVE "DELETE"   TO FSC-OPERATION
087200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200         PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
087200     END-IF
087200     MOVE WS-RESUME-KEY TO WL-MASTER-KEY
087200     START WAITLIST-FILE KEY GREATER THAN WL-MASTER-KEY
087200         INVALID KEY
087200             SET SCAN-IS-DONE TO TRUE
087200     END-START
087200     .
087200 2325-EXIT.
087200     EXIT.
087200*-----------------------------------------------------------*
087200* 2340-RENUM-LEDGER - MOVE EVERY ACCOUNT-LEDGER ENTRY ON    *
087200*                     THE OLD CODE IN PLACE; AN ENTRY THE   *
087200*                     STUDENT ALREADY HAS ON THE NEW CODE   *
087200*                     FOR THE SAME TERM AND TYPE STANDS. A  *
087200*                     MOVED ENTRY KEEPS ITS POSTING AND     *
087200*                     STATEMENT DATES                       *
087200*-----------------------------------------------------------*
087200 2340-RENUM-LEDGER.
087200     IF LIVE-RENUMBER
087200         OPEN I-O ACCOUNT-LEDGER
087200     ELSE
087200         OPEN INPUT ACCOUNT-LEDGER
087200     END-IF
087200     IF FSC-STATUS-CODE = "35"
087200         GO TO 2340-EXIT
087200     END-IF
087200     MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
087200     MOVE "OPEN"           TO FSC-OPERATION
087200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200     MOVE "N" TO WS-SCAN-DONE-SW
087200     MOVE LOW-VALUES TO LG-LEDGER-KEY
087200     START ACCOUNT-LEDGER KEY NOT LESS THAN LG-LEDGER-KEY
087200         INVALID KEY
087200             SET SCAN-IS-DONE TO TRUE
087200     END-START
087200     PERFORM 2345-RENUM-ONE-LEDGER THRU 2345-EXIT
087200         UNTIL SCAN-IS-DONE
087200     CLOSE ACCOUNT-LEDGER
087200     MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
087200     MOVE "CLOSE"          TO FSC-OPERATION
087200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200     .
087200 2340-EXIT.
087200     EXIT.
087200*-----------------------------------------------------------*
087200* 2345-RENUM-ONE-LEDGER - ONE OLD-CODE LEDGER ENTRY         *
087200*-----------------------------------------------------------*
087200 2345-RENUM-ONE-LEDGER.
087200     READ ACCOUNT-LEDGER NEXT
087200         AT END
087200             SET SCAN-IS-DONE TO TRUE
087200             GO TO 2345-EXIT
087200     END-READ
087200     MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
087200     MOVE "READ"           TO FSC-OPERATION
087200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200     IF LG-COURSE-CODE NOT = WS-OLD-COURSE
087200         GO TO 2345-EXIT
087200     END-IF
087200     ADD 1 TO FSC-STEP-RECORDS-IN
087200     MOVE ACCOUNT-LEDGER-RECORD TO WS-OLD-LEDGER
087200     MOVE LG-LEDGER-KEY TO WS-LEDGER-RESUME-KEY
087200     MOVE "ACCTLEDG" TO WS-RPT-FILE
087200     MOVE SPACES TO WS-RPT-KEY
087200     STRING LG-STUDENT-ID DELIMITED BY SIZE
087200         LG-COURSE-CODE DELIMITED BY SIZE
087200         INTO WS-RPT-KEY
087200     END-STRING
087200     MOVE WS-NEW-COURSE TO LG-COURSE-CODE
087200     READ ACCOUNT-LEDGER
087200         INVALID KEY
087200             CONTINUE
087200     END-READ
087200     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
087200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200     END-IF
087200     MOVE "REKEY"    TO WS-JR-ACTION
087200     MOVE "ACCTLEDG" TO WS-JR-FILE
087200     MOVE WS-OLD-LEDGER TO WS-BEFORE-IMAGE
087200     MOVE SPACES TO WS-RPT-TEXT
087200     IF FSC-STATUS-CODE = "00"
087200         ADD 1 TO WS-LEDGER-DROPPED
087200         MOVE WS-OLD-LEDGER TO ACCOUNT-LEDGER-RECORD
087200         STRING "DROPPED - NEW CODE BILLED - TERM "
087200                 DELIMITED BY SIZE
087200             LG-TERM-CODE DELIMITED BY SIZE
087200             " " DELIMITED BY SIZE
087200             LG-ENTRY-TYPE DELIMITED BY SIZE
087200             INTO WS-RPT-TEXT
087200         END-STRING
087200         MOVE SPACES TO WS-AFTER-IMAGE
087200     ELSE
087200         ADD 1 TO WS-LEDGER-MOVED
087200         MOVE WS-OLD-LEDGER TO ACCOUNT-LEDGER-RECORD
087200         STRING "MOVED TO NEW CODE - TERM " DELIMITED BY SIZE
087200             LG-TERM-CODE DELIMITED BY SIZE
087200             " " DELIMITED BY SIZE
087200             LG-ENTRY-TYPE DELIMITED BY SIZE
087200             INTO WS-RPT-TEXT
087200         END-STRING
087200         MOVE WS-NEW-COURSE TO LG-COURSE-CODE
087200         MOVE ACCOUNT-LEDGER-RECORD TO WS-AFTER-IMAGE
087200         IF LIVE-RENUMBER
087200             WRITE ACCOUNT-LEDGER-RECORD
087200             MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
087200             MOVE "WRITE"          TO FSC-OPERATION
087200             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200         END-IF
087200     END-IF
087200     PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
087200     IF LIVE-RENUMBER
087200         MOVE WS-LEDGER-RESUME-KEY TO LG-LEDGER-KEY
087200         DELETE ACCOUNT-LEDGER
087200         MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
087200         MOVE "DELETE"         TO FSC-OPERATION
087200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200         PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
087200     END-IF
087200     MOVE WS-LEDGER-RESUME-KEY TO LG-LEDGER-KEY
087200     START ACCOUNT-LEDGER KEY GREATER THAN LG-LEDGER-KEY
087200         INVALID KEY
087200             SET SCAN-IS-DONE TO TRUE
087200     END-START
087200     .
087200 2345-EXIT.
087200     EXIT.
087200*-----------------------------------------------------------*
087200* 2360-RENUM-SCHEDULE - MOVE THE OLD CODE'S MEETING RECORD  *
087200*                       TO THE NEW CODE; MEETINGS ALREADY   *
087200*                       SCHEDULED UNDER THE NEW CODE STAND  *
087200*-----------------------------------------------------------*
087200 2360-RENUM-SCHEDULE.
087200     IF LIVE-RENUMBER
087200         OPEN I-O COURSE-SCHEDULE
087200     ELSE
087200         OPEN INPUT COURSE-SCHEDULE
087200     END-IF
087200     IF FSC-STATUS-CODE = "35"
087200         GO TO 2360-EXIT
087200     END-IF
087200     MOVE "COURSE-SCHEDULE" TO FSC-FILE-NAME
087200     MOVE "OPEN"            TO FSC-OPERATION
087200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200     PERFORM 2365-RENUM-ONE-SCHEDULE THRU 2365-EXIT
087200     CLOSE COURSE-SCHEDULE
087200     MOVE "COURSE-SCHEDULE" TO FSC-FILE-NAME
087200     MOVE "CLOSE"           TO FSC-OPERATION
087200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200     .
087200 2360-EXIT.
087200     EXIT.
087200*-----------------------------------------------------------*
087200* 2365-RENUM-ONE-SCHEDULE - THE OLD CODE'S MEETING RECORD    *
087200*-----------------------------------------------------------*
087200 2365-RENUM-ONE-SCHEDULE.
087200     MOVE WS-OLD-COURSE TO MS-COURSE-CODE
087200     READ COURSE-SCHEDULE
087200         INVALID KEY
087200             GO TO 2365-EXIT
087200     END-READ
087200     MOVE "READ" TO FSC-OPERATION
087200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200     ADD 1 TO FSC-STEP-RECORDS-IN
087200     MOVE COURSE-SCHEDULE-RECORD TO WS-OLD-SCHEDULE
087200     MOVE WS-NEW-COURSE TO MS-COURSE-CODE
087200     READ COURSE-SCHEDULE
087200         INVALID KEY
087200             CONTINUE
087200     END-READ
087200     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
087200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200     END-IF
087200     MOVE "CRSSCHED" TO WS-RPT-FILE
087200     MOVE WS-OLD-COURSE TO WS-RPT-KEY
087200     MOVE "REKEY"    TO WS-JR-ACTION
087200     MOVE "CRSSCHED" TO WS-JR-FILE
087200     MOVE WS-OLD-SCHEDULE TO WS-BEFORE-IMAGE
087200     IF FSC-STATUS-CODE = "00"
087200         ADD 1 TO WS-SCHED-DROPPED
087200         MOVE "DROPPED - NEW CODE'S MEETINGS STAND" TO WS-RPT-TEXT
087200         MOVE SPACES TO WS-AFTER-IMAGE
087200     ELSE
087200         ADD 1 TO WS-SCHED-MOVED
087200         MOVE "MOVED TO NEW CODE" TO WS-RPT-TEXT
087200         MOVE WS-OLD-SCHEDULE TO COURSE-SCHEDULE-RECORD
087200         MOVE WS-NEW-COURSE TO MS-COURSE-CODE
087200         MOVE COURSE-SCHEDULE-RECORD TO WS-AFTER-IMAGE
087200         IF LIVE-RENUMBER
087200             WRITE COURSE-SCHEDULE-RECORD
087200             MOVE "COURSE-SCHEDULE" TO FSC-FILE-NAME
087200             MOVE "WRITE"           TO FSC-OPERATION
087200             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200         END-IF
087200     END-IF
087200     PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
087200     IF LIVE-RENUMBER
087200         MOVE WS-OLD-COURSE TO MS-COURSE-CODE
087200         DELETE COURSE-SCHEDULE
087200         MOVE "COURSE-SCHEDULE" TO FSC-FILE-NAME
087200         MOVE "DELETE"          TO FSC-OPERATION
087200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087200         PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
087200     END-IF
087200     .
087200 2365-EXIT.
087200     EXIT.
087300*-----------------------------------------------------------*
087400* 2400-RENUM-GRADE-HISTORY - COPY THE HISTORY TO GRADHST2    *
087500*                            WITH THE OLD CODE'S POSTINGS    *
087600*                            RE-KEYED (LIVE ONLY)            *
087700*-----------------------------------------------------------*
087800 2400-RENUM-GRADE-HISTORY.
087900     OPEN INPUT GRADE-HISTORY
088000     IF FSC-STATUS-CODE = "35"
088100         GO TO 2400-EXIT
088200     END-IF
088300     MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
088400     MOVE "OPEN"          TO FSC-OPERATION
088500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
088600     OPEN OUTPUT GRADE-HISTORY-OUT
088700     MOVE "GRADE-HIST-OUT" TO FSC-FILE-NAME
088800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
088900     MOVE "N" TO WS-FILE-EOF-SW
089000     PERFORM 2410-RENUM-ONE-HISTORY THRU 2410-EXIT
089100         UNTIL FILE-EOF
089200     CLOSE GRADE-HISTORY
089300     MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
089400     MOVE "CLOSE"         TO FSC-OPERATION
089500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
089600     CLOSE GRADE-HISTORY-OUT
089700     MOVE "GRADE-HIST-OUT" TO FSC-FILE-NAME
089800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
089900     .
090000 2400-EXIT.
090100     EXIT.
090200 2410-RENUM-ONE-HISTORY.
090300     READ GRADE-HISTORY
090400         AT END
090500             SET FILE-EOF TO TRUE
090600             GO TO 2410-EXIT
090700     END-READ
090800     MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
090900     MOVE "READ"          TO FSC-OPERATION
091000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
091100     IF GH-COURSE-CODE = WS-OLD-COURSE
091200         ADD 1 TO FSC-STEP-RECORDS-IN
091300         ADD 1 TO WS-HIST-MOVED
091400         IF LIVE-RENUMBER
091500             MOVE "REKEY"              TO WS-JR-ACTION
091600             MOVE "GRADHIST"           TO WS-JR-FILE
091700             MOVE GRADE-HISTORY-RECORD TO WS-BEFORE-IMAGE
091800             MOVE WS-NEW-COURSE        TO GH-COURSE-CODE
091900             MOVE GRADE-HISTORY-RECORD TO WS-AFTER-IMAGE
092000             PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
092100         END-IF
092200     END-IF
092300     WRITE GRADE-HISTORY-OUT-RECORD
092400         FROM GRADE-HISTORY-RECORD
092500     MOVE "GRADE-HIST-OUT" TO FSC-FILE-NAME
092600     MOVE "WRITE"          TO FSC-OPERATION
092700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
092800     .
092900 2410-EXIT.
093000     EXIT.
093010*-----------------------------------------------------------*
093020* 2420-RENUM-DEDUCTIONS - SAME FOR THE DEDHIST DEDUCTION     *
093030*                         HISTORY INTO DEDHIST2              *
093040*-----------------------------------------------------------*
093050 2420-RENUM-DEDUCTIONS.
093050     OPEN INPUT DEDUCTION-HISTORY
093050     IF FSC-STATUS-CODE = "35"
093050         GO TO 2420-EXIT
093050     END-IF
093050     MOVE "DEDHIST" TO FSC-FILE-NAME
093050     MOVE "OPEN"    TO FSC-OPERATION
093050     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
093050     OPEN OUTPUT DEDUCTION-HISTORY-OUT
093050     MOVE "DEDHIST-OUT" TO FSC-FILE-NAME
093050     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
093050     MOVE "N" TO WS-FILE-EOF-SW
093050     PERFORM 2430-RENUM-ONE-DEDUCTION THRU 2430-EXIT
093050         UNTIL FILE-EOF
093050     CLOSE DEDUCTION-HISTORY
093050     MOVE "DEDHIST" TO FSC-FILE-NAME
093050     MOVE "CLOSE"   TO FSC-OPERATION
093050     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
093050     CLOSE DEDUCTION-HISTORY-OUT
093050     MOVE "DEDHIST-OUT" TO FSC-FILE-NAME
093050     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
093050     .
093060 2420-EXIT.
093060     EXIT.
093070 2430-RENUM-ONE-DEDUCTION.
093070     READ DEDUCTION-HISTORY
093070         AT END
093070             SET FILE-EOF TO TRUE
093070             GO TO 2430-EXIT
093070     END-READ
093070     MOVE "DEDHIST" TO FSC-FILE-NAME
093070     MOVE "READ"    TO FSC-OPERATION
093070     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
093070     IF DD-COURSE-CODE = WS-OLD-COURSE
093070         ADD 1 TO FSC-STEP-RECORDS-IN
093070         ADD 1 TO WS-DED-MOVED
093070         IF LIVE-RENUMBER
093070             MOVE "REKEY"                  TO WS-JR-ACTION
093070             MOVE "DEDHIST"                TO WS-JR-FILE
093070             MOVE DEDUCTION-HISTORY-RECORD TO WS-BEFORE-IMAGE
093070             MOVE WS-NEW-COURSE            TO DD-COURSE-CODE
093070             MOVE DEDUCTION-HISTORY-RECORD TO WS-AFTER-IMAGE
093070             PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
093070         END-IF
093070     END-IF
093070     WRITE DEDUCTION-HISTORY-OUT-RECORD
093070         FROM DEDUCTION-HISTORY-RECORD
093070     MOVE "DEDHIST-OUT" TO FSC-FILE-NAME
093070     MOVE "WRITE"       TO FSC-OPERATION
093070     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
093070     .
093080 2430-EXIT.
093080     EXIT.
093100*-----------------------------------------------------------*
093200* 2450-RENUM-GRADING-POLICY - COPY THE POLICY TABLE TO       *
093300*                             GRDPOL2 WITH THE OLD CODE'S    *
093400*                             ROW RE-KEYED (LIVE ONLY). A    *
093500*                             FIRST PASS LOOKS FOR A ROW     *
093600*                             ALREADY UNDER THE NEW CODE -   *
093700*                             IF THERE IS ONE IT STANDS AND  *
093800*                             THE OLD ROW IS DROPPED         *
093900*-----------------------------------------------------------*
094000 2450-RENUM-GRADING-POLICY.
094100     OPEN INPUT GRADING-POLICY
094200     IF FSC-STATUS-CODE = "35"
094300         GO TO 2450-EXIT
094400     END-IF
094500     MOVE "GRADING-POLICY" TO FSC-FILE-NAME
094600     MOVE "OPEN"           TO FSC-OPERATION
094700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
094800     MOVE "N" TO WS-FILE-EOF-SW
094900     PERFORM 2455-FIND-NEW-POLICY THRU 2455-EXIT
095000         UNTIL FILE-EOF OR NEW-CODE-HAS-POLICY
095100     CLOSE GRADING-POLICY
095200     MOVE "CLOSE" TO FSC-OPERATION
095300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
095400     OPEN INPUT GRADING-POLICY
095500     MOVE "OPEN" TO FSC-OPERATION
095600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
095700     OPEN OUTPUT GRADING-POLICY-OUT
095800     MOVE "GRADING-POL-OUT" TO FSC-FILE-NAME
095900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
096000     MOVE "N" TO WS-FILE-EOF-SW
096100     PERFORM 2460-RENUM-ONE-POLICY THRU 2460-EXIT
096200         UNTIL FILE-EOF
096300     CLOSE GRADING-POLICY
096400     MOVE "GRADING-POLICY" TO FSC-FILE-NAME
096500     MOVE "CLOSE"          TO FSC-OPERATION
096600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
096700     CLOSE GRADING-POLICY-OUT
096800     MOVE "GRADING-POL-OUT" TO FSC-FILE-NAME
096900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
097000     .
097100 2450-EXIT.
097200     EXIT.
097300 2455-FIND-NEW-POLICY.
097400     READ GRADING-POLICY
097500         AT END
097600             SET FILE-EOF TO TRUE
097700             GO TO 2455-EXIT
097800     END-READ
097900     MOVE "GRADING-POLICY" TO FSC-FILE-NAME
098000     MOVE "READ"           TO FSC-OPERATION
098100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
098200     IF GP-COURSE-CODE = WS-NEW-COURSE
098300         SET NEW-CODE-HAS-POLICY TO TRUE
098400     END-IF
098500     .
098600 2455-EXIT.
098700     EXIT.
098800 2460-RENUM-ONE-POLICY.
098900     READ GRADING-POLICY
099000         AT END
099100             SET FILE-EOF TO TRUE
099200             GO TO 2460-EXIT
099300     END-READ
099400     MOVE "GRADING-POLICY" TO FSC-FILE-NAME
099500     MOVE "READ"           TO FSC-OPERATION
099600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
099700     IF GP-COURSE-CODE NOT = WS-OLD-COURSE
099800         GO TO 2460-WRITE
099900     END-IF
100000     ADD 1 TO FSC-STEP-RECORDS-IN
100100     MOVE "GRDPOLCY" TO WS-RPT-FILE
100200     MOVE WS-OLD-COURSE TO WS-RPT-KEY
100300     IF NEW-CODE-HAS-POLICY
100400         ADD 1 TO WS-POLICY-DROPPED
100500         MOVE "DROPPED - NEW CODE'S POLICY STANDS" TO WS-RPT-TEXT
100600         PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
100700         IF LIVE-RENUMBER
100800             GO TO 2460-EXIT
100900         END-IF
101000     ELSE
101100         ADD 1 TO WS-POLICY-MOVED
101200         MOVE "MOVED TO NEW CODE" TO WS-RPT-TEXT
101300         PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
101400         IF LIVE-RENUMBER
101500             MOVE WS-NEW-COURSE TO GP-COURSE-CODE
101600         END-IF
101700     END-IF
101800     .
101900 2460-WRITE.
102000     WRITE GRADING-POLICY-OUT-RECORD
102100         FROM GRADING-POLICY-RECORD
102200     MOVE "GRADING-POL-OUT" TO FSC-FILE-NAME
102300     MOVE "WRITE"           TO FSC-OPERATION
102400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
102500     .
102600 2460-EXIT.
102700     EXIT.
102800*-----------------------------------------------------------*
102900* 2500-RENUM-INSTRUCTOR-ASSIGN - COPY THE ASSIGNMENTS TO     *
103000*                                INSTASG2 WITH THE OLD       *
103100*                                CODE'S ROWS RE-KEYED (LIVE  *
103200*                                ONLY). A FIRST PASS LOADS   *
103300*                                THE INSTRUCTORS ALREADY ON  *
103400*                                THE NEW CODE - THEIR OLD-   *
103500*                                CODE ROW IS DROPPED         *
103600*-----------------------------------------------------------*
103700 2500-RENUM-INSTRUCTOR-ASSIGN.
103800     OPEN INPUT INSTRUCTOR-ASSIGN
103900     IF FSC-STATUS-CODE = "35"
104000         GO TO 2500-EXIT
104100     END-IF
104200     MOVE "INSTRUCTOR-ASGN" TO FSC-FILE-NAME
104300     MOVE "OPEN"            TO FSC-OPERATION
104400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
104500     MOVE ZERO TO WS-INSTR-COUNT
104600     MOVE "N" TO WS-FILE-EOF-SW
104700     PERFORM 2505-LOAD-NEW-INSTRUCTOR THRU 2505-EXIT
104800         UNTIL FILE-EOF
104900     CLOSE INSTRUCTOR-ASSIGN
105000     MOVE "CLOSE" TO FSC-OPERATION
105100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
105200     OPEN INPUT INSTRUCTOR-ASSIGN
105300     MOVE "OPEN" TO FSC-OPERATION
105400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
105500     OPEN OUTPUT INSTRUCTOR-ASSIGN-OUT
105600     MOVE "INSTR-ASGN-OUT" TO FSC-FILE-NAME
105700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
105800     MOVE "N" TO WS-FILE-EOF-SW
105900     PERFORM 2510-RENUM-ONE-ASSIGNMENT THRU 2510-EXIT
106000         UNTIL FILE-EOF
106100     CLOSE INSTRUCTOR-ASSIGN
106200     MOVE "INSTRUCTOR-ASGN" TO FSC-FILE-NAME
106300     MOVE "CLOSE"           TO FSC-OPERATION
106400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
106500     CLOSE INSTRUCTOR-ASSIGN-OUT
106600     MOVE "INSTR-ASGN-OUT" TO FSC-FILE-NAME
106700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
106800     .
106900 2500-EXIT.
107000     EXIT.
107100 2505-LOAD-NEW-INSTRUCTOR.
107200     READ INSTRUCTOR-ASSIGN
107300         AT END
107400             SET FILE-EOF TO TRUE
107500             GO TO 2505-EXIT
107600     END-READ
107700     MOVE "INSTRUCTOR-ASGN" TO FSC-FILE-NAME
107800     MOVE "READ"            TO FSC-OPERATION
107900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
108000     IF IA-COURSE-CODE NOT = WS-NEW-COURSE
108100         GO TO 2505-EXIT
108200     END-IF
108300     IF WS-INSTR-COUNT >= WS-INSTR-MAX
108400         DISPLAY "CRSRENUM - MORE THAN " WS-INSTR-MAX
108500             " INSTRUCTORS ON " WS-NEW-COURSE
108600             " - DUPLICATE ASSIGNMENTS MAY REMAIN"
108700         GO TO 2505-EXIT
108800     END-IF
108900     ADD 1 TO WS-INSTR-COUNT
109000     MOVE IA-INSTRUCTOR-ID TO WS-INSTR-ENTRY (WS-INSTR-COUNT)
109100     .
109200 2505-EXIT.
109300     EXIT.
109400 2510-RENUM-ONE-ASSIGNMENT.
109500     READ INSTRUCTOR-ASSIGN
109600         AT END
109700             SET FILE-EOF TO TRUE
109800             GO TO 2510-EXIT
109900     END-READ
110000     MOVE "INSTRUCTOR-ASGN" TO FSC-FILE-NAME
110100     MOVE "READ"            TO FSC-OPERATION
110200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
110300     IF IA-COURSE-CODE NOT = WS-OLD-COURSE
110400         GO TO 2510-WRITE
110500     END-IF
110600     ADD 1 TO FSC-STEP-RECORDS-IN
110700     MOVE "N" TO WS-INSTR-FOUND-SW
110800     PERFORM 2515-PROBE-ONE-INSTRUCTOR THRU 2515-EXIT
110900         VARYING WS-INSTR-SUB FROM 1 BY 1
111000         UNTIL WS-INSTR-SUB > WS-INSTR-COUNT
111100             OR INSTRUCTOR-ON-NEW-CODE
111200     MOVE "INSTASGN" TO WS-RPT-FILE
111300     MOVE SPACES TO WS-RPT-KEY
111400     STRING IA-INSTRUCTOR-ID DELIMITED BY SIZE
111500         IA-COURSE-CODE DELIMITED BY SIZE
111600         INTO WS-RPT-KEY
111700     END-STRING
111800     IF INSTRUCTOR-ON-NEW-CODE
111900         ADD 1 TO WS-ASSIGN-DROPPED
112000         MOVE "DROPPED - ALREADY ASSIGNED TO NEW CODE"
112100             TO WS-RPT-TEXT
112200         PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
112300         IF LIVE-RENUMBER
112400             GO TO 2510-EXIT
112500         END-IF
112600     ELSE
112700         ADD 1 TO WS-ASSIGN-MOVED
112800         MOVE "MOVED TO NEW CODE" TO WS-RPT-TEXT
112900         PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
113000         IF LIVE-RENUMBER
113100             MOVE WS-NEW-COURSE TO IA-COURSE-CODE
113200         END-IF
113300     END-IF
113400     .
113500 2510-WRITE.
113600     WRITE INSTRUCTOR-ASSIGN-OUT-RECORD
113700         FROM INSTRUCTOR-ASSIGN-RECORD
113800     MOVE "INSTR-ASGN-OUT" TO FSC-FILE-NAME
113900     MOVE "WRITE"          TO FSC-OPERATION
114000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
114100     .
114200 2510-EXIT.
114300     EXIT.
114400*-----------------------------------------------------------*
114500* 2515-PROBE-ONE-INSTRUCTOR - ONE NEW-CODE INSTRUCTOR PROBE  *
114600*-----------------------------------------------------------*
114700 2515-PROBE-ONE-INSTRUCTOR.
114800     IF WS-INSTR-ENTRY (WS-INSTR-SUB) = IA-INSTRUCTOR-ID
114900         SET INSTRUCTOR-ON-NEW-CODE TO TRUE
115000     END-IF
115100     .
115200 2515-EXIT.
115300     EXIT.
115400*-----------------------------------------------------------*
115500* 2600-RENUM-CATALOG - POINT EVERY PREREQUISITE NAMING THE   *
115600*                      OLD CODE AT THE NEW ONE, THEN CARRY   *
115700*                      THE OLD ENTRY OVER TO THE NEW CODE    *
115800*                      AND RETIRE IT                         *
115900*-----------------------------------------------------------*
116000 2600-RENUM-CATALOG.
116100     MOVE "N" TO WS-SCAN-DONE-SW
116200     MOVE LOW-VALUES TO CC-COURSE-CODE
116300     START COURSE-CATALOG KEY NOT LESS THAN CC-COURSE-CODE
116400         INVALID KEY
116500             SET SCAN-IS-DONE TO TRUE
116600     END-START
116700     PERFORM 2610-REPOINT-ONE-PREREQ THRU 2610-EXIT
116800         UNTIL SCAN-IS-DONE
116900     PERFORM 2650-RETIRE-OLD-ENTRY THRU 2650-EXIT
117000     .
117100 2600-EXIT.
117200     EXIT.
117300*-----------------------------------------------------------*
117400* 2610-REPOINT-ONE-PREREQ - ONE CATALOG ENTRY; REWRITTEN IN  *
117500*                           THE BROWSE WHEN ITS PREREQUISITE *
117600*                           IS THE OLD CODE                  *
117700*-----------------------------------------------------------*
117800 2610-REPOINT-ONE-PREREQ.
117900     READ COURSE-CATALOG NEXT
118000         AT END
118100             SET SCAN-IS-DONE TO TRUE
118200             GO TO 2610-EXIT
118300     END-READ
118400     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
118500     MOVE "READ"           TO FSC-OPERATION
118600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
118700     IF CC-PREREQ-COURSE NOT = WS-OLD-COURSE
118800         GO TO 2610-EXIT
118900     END-IF
119000     ADD 1 TO FSC-STEP-RECORDS-IN
119100     ADD 1 TO WS-PREREQ-REPOINTED
119200     MOVE "CRSCAT" TO WS-RPT-FILE
119300     MOVE CC-COURSE-CODE TO WS-RPT-KEY
119400     MOVE "PREREQUISITE POINTED AT NEW CODE" TO WS-RPT-TEXT
119500     PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
119600     IF NOT LIVE-RENUMBER
119700         GO TO 2610-EXIT
119800     END-IF
119900     MOVE WS-NEW-COURSE TO CC-PREREQ-COURSE
120000     REWRITE COURSE-CATALOG-RECORD
120100     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
120200     MOVE "REWRITE"        TO FSC-OPERATION
120300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
120400     .
120500 2610-EXIT.
120600     EXIT.
120700*-----------------------------------------------------------*
120800* 2650-RETIRE-OLD-ENTRY - COPY THE OLD ENTRY UNDER THE NEW   *
120900*                         CODE WHEN THE NEW CODE IS NOT YET  *
121000*                         CATALOGED (AN ENTRY ALREADY THERE  *
121100*                         STANDS), THEN MARK THE OLD ENTRY   *
121200*                         INACTIVE SO NO NEW ENROLLMENT CAN  *
121300*                         BE POSTED AGAINST IT               *
121400*-----------------------------------------------------------*
121500 2650-RETIRE-OLD-ENTRY.
121600     MOVE WS-OLD-COURSE TO CC-COURSE-CODE
121700     READ COURSE-CATALOG
121800     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
121900     MOVE "READ"           TO FSC-OPERATION
122000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
122100     MOVE COURSE-CATALOG-RECORD TO WS-OLD-CATALOG
122200     MOVE "CRSCAT" TO WS-RPT-FILE
122300     MOVE WS-NEW-COURSE TO WS-RPT-KEY
122400     MOVE WS-NEW-COURSE TO CC-COURSE-CODE
122500     READ COURSE-CATALOG
122600         INVALID KEY
122700             CONTINUE
122800     END-READ
122900     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
123000         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
123100     END-IF
123200     IF FSC-STATUS-CODE = "00"
123300         MOVE "NEW CODE ALREADY CATALOGED - ENTRY STANDS"
123400             TO WS-RPT-TEXT
123500     ELSE
123600         ADD 1 TO WS-CATALOG-ADDED
123700         MOVE "CATALOGED FROM THE OLD CODE'S ENTRY" TO WS-RPT-TEXT
123800         IF LIVE-RENUMBER
123900             MOVE WS-OLD-CATALOG TO COURSE-CATALOG-RECORD
124000             MOVE WS-NEW-COURSE TO CC-COURSE-CODE
124100             WRITE COURSE-CATALOG-RECORD
124200             MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
124300             MOVE "WRITE"          TO FSC-OPERATION
124400             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
124500         END-IF
124600     END-IF
124700     PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
124800     MOVE WS-OLD-COURSE TO WS-RPT-KEY
124900     MOVE "OLD ENTRY MARKED INACTIVE" TO WS-RPT-TEXT
125000     PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
125100     IF NOT LIVE-RENUMBER
125200         GO TO 2650-EXIT
125300     END-IF
125400     MOVE WS-OLD-CATALOG TO COURSE-CATALOG-RECORD
125500     SET CC-COURSE-INACTIVE TO TRUE
125600     REWRITE COURSE-CATALOG-RECORD
125700     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
125800     MOVE "REWRITE"        TO FSC-OPERATION
125900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
126000     .
126100 2650-EXIT.
126200     EXIT.
126300*-----------------------------------------------------------*
126400* 2700-POST-CROSS-REFERENCE - RECORD THE OLD CODE AND        *
126500*                             REPOINT ANY EARLIER ENTRY THAT *
126600*                             NAMED IT AS ITS NEW CODE (LIVE *
126700*                             ONLY)                          *
126800*-----------------------------------------------------------*
126900 2700-POST-CROSS-REFERENCE.
127000     IF NOT LIVE-RENUMBER OR NOT XREF-IS-OPEN
127100         GO TO 2700-EXIT
127200     END-IF
127300     MOVE "N" TO WS-SCAN-DONE-SW
127400     MOVE LOW-VALUES TO CX-OLD-COURSE
127500     START COURSE-XREF KEY NOT LESS THAN CX-OLD-COURSE
127600         INVALID KEY
127700             SET SCAN-IS-DONE TO TRUE
127800     END-START
127900     PERFORM 2710-REPOINT-ONE-XREF THRU 2710-EXIT
128000         UNTIL SCAN-IS-DONE
128100     MOVE SPACES         TO COURSE-XREF-RECORD
128200     MOVE WS-OLD-COURSE  TO CX-OLD-COURSE
128300     MOVE WS-NEW-COURSE  TO CX-NEW-COURSE
128400     MOVE WS-RUN-DATE    TO CX-RENUMBER-DATE
128500     MOVE WS-OPERATOR-ID TO CX-OPERATOR-ID
128600     WRITE COURSE-XREF-RECORD
128700     MOVE "COURSE-XREF" TO FSC-FILE-NAME
128800     MOVE "WRITE"       TO FSC-OPERATION
128900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
129000     .
129100 2700-EXIT.
129200     EXIT.
129300 2710-REPOINT-ONE-XREF.
129400     READ COURSE-XREF NEXT
129500         AT END
129600             SET SCAN-IS-DONE TO TRUE
129700             GO TO 2710-EXIT
129800     END-READ
129900     MOVE "COURSE-XREF" TO FSC-FILE-NAME
130000     MOVE "READ"        TO FSC-OPERATION
130100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
130200     IF CX-NEW-COURSE NOT = WS-OLD-COURSE
130300         GO TO 2710-EXIT
130400     END-IF
130500     MOVE WS-NEW-COURSE TO CX-NEW-COURSE
130600     REWRITE COURSE-XREF-RECORD
130700     MOVE "REWRITE" TO FSC-OPERATION
130800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
130900     ADD 1 TO WS-XREF-REPOINTED
131000     .
131100 2710-EXIT.
131200     EXIT.
131300*-----------------------------------------------------------*
131400* 2800-WRITE-REPORT-LINE - WRITE THE CURRENT REPORT LINE     *
131500*-----------------------------------------------------------*
131600 2800-WRITE-REPORT-LINE.
131700     WRITE RENUM-RPT-RECORD
131800     MOVE "RENUM-RPT" TO FSC-FILE-NAME
131900     MOVE "WRITE"     TO FSC-OPERATION
132000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
132100     .
132200 2800-EXIT.
132300     EXIT.
132400*-----------------------------------------------------------*
132500* 2850-WRITE-DETAIL-LINE - ONE FILE/KEY/OUTCOME LINE         *
132600*-----------------------------------------------------------*
132700 2850-WRITE-DETAIL-LINE.
132800     MOVE SPACES TO RENUM-RPT-RECORD
132900     STRING "  " DELIMITED BY SIZE
133000         WS-RPT-FILE DELIMITED BY SIZE
133100         "  " DELIMITED BY SIZE
133200         WS-RPT-KEY DELIMITED BY SIZE
133300         "  " DELIMITED BY SIZE
133400         WS-RPT-TEXT DELIMITED BY SIZE
133500         INTO RENUM-RPT-RECORD
133600     END-STRING
133700     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
133800     .
133900 2850-EXIT.
134000     EXIT.
134100*-----------------------------------------------------------*
134200* 2900-WRITE-AUDIT-JOURNAL - ONE SEQUENCED AUDITJRN RECORD   *
134300*                            FROM WS-JR-ACTION AND THE TWO   *
134400*                            IMAGES                          *
134500*-----------------------------------------------------------*
134600 2900-WRITE-AUDIT-JOURNAL.
134700     MOVE WS-RUN-DATE        TO JR-RUN-DATE
134800     MOVE WS-RUN-TIME-HHMMSS TO JR-RUN-TIME
134900     MOVE WS-OPERATOR-ID     TO JR-OPERATOR-ID
135000     MOVE WS-JR-FILE         TO JR-AUTH-CODE
135100     MOVE WS-JR-ACTION       TO JR-ACTION
135200     MOVE WS-BEFORE-IMAGE    TO JR-BEFORE-IMAGE
135300     MOVE WS-AFTER-IMAGE     TO JR-AFTER-IMAGE
135400     MOVE SPACE              TO JR-LATE-AUTH-FLAG
135500     ADD 1 TO WS-JR-SEQUENCE
135600     MOVE WS-JR-SEQUENCE     TO JR-RUN-SEQUENCE
135700     WRITE AUDIT-JOURNAL-RECORD
135800     MOVE "AUDIT-JOURNAL" TO FSC-FILE-NAME
135900     MOVE "WRITE"         TO FSC-OPERATION
136000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
136100     .
136200 2900-EXIT.
136300     EXIT.
136400*-----------------------------------------------------------*
136500* 2910-WRITE-RUN-MARKER - RUNOPEN/RUNCLOSE BRACKET RECORD    *
136600*                         (ACTION IN WS-JR-ACTION)           *
136700*-----------------------------------------------------------*
136800 2910-WRITE-RUN-MARKER.
136900     MOVE SPACES TO WS-JR-FILE
137000     MOVE SPACES TO WS-BEFORE-IMAGE
137100     MOVE SPACES TO WS-AFTER-IMAGE
137200     PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
137300     .
137400 2910-EXIT.
137500     EXIT.
137600*-----------------------------------------------------------*
137700* 3000-TERMINATE - COUNTS, RETURN CODE, AND CLOSE WHAT IS    *
137800*                  STILL OPEN                                *
137900*-----------------------------------------------------------*
138000 3000-TERMINATE.
138100     IF CARD-IS-VALID
138200         PERFORM 3100-WRITE-TOTALS THRU 3100-EXIT
138300     END-IF
138400     IF CARD-IS-VALID AND LIVE-RENUMBER
138500         MOVE 4 TO RETURN-CODE
138600         DISPLAY "CRSRENUM - LIVE RENUMBER DONE - RETURN CODE 4 "
138700             "RELEASES THE COPY-BACK STEPS"
138800     END-IF
138900     IF JOURNAL-IS-OPEN
139000         MOVE "RUNCLOSE" TO WS-JR-ACTION
139100         PERFORM 2910-WRITE-RUN-MARKER THRU 2910-EXIT
139200         CLOSE AUDIT-JOURNAL
139300         MOVE "AUDIT-JOURNAL" TO FSC-FILE-NAME
139400         MOVE "CLOSE"         TO FSC-OPERATION
139500         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
139600     END-IF
139700     IF XREF-IS-OPEN
139800         CLOSE COURSE-XREF
139900         MOVE "COURSE-XREF" TO FSC-FILE-NAME
140000         MOVE "CLOSE"       TO FSC-OPERATION
140100         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
140200     END-IF
140300     IF CATALOG-IS-OPEN
140400         CLOSE COURSE-CATALOG
140500         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
140600         MOVE "CLOSE"          TO FSC-OPERATION
140700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
140800     END-IF
140900     IF MASTER-IS-OPEN
141000         CLOSE STUDENT-MASTER
141100         MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
141200         MOVE "CLOSE"          TO FSC-OPERATION
141300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
141400     END-IF
141500     IF HOLDS-ARE-OPEN
141600         CLOSE HOLD-FILE
141700         MOVE "HOLD-FILE" TO FSC-FILE-NAME
141800         MOVE "CLOSE"     TO FSC-OPERATION
141900         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
142000     END-IF
142100     CLOSE RENUM-RPT
142200     MOVE "RENUM-RPT" TO FSC-FILE-NAME
142300     MOVE "CLOSE"     TO FSC-OPERATION
142400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
142500     .
142600 3000-EXIT.
142700     EXIT.
142800*-----------------------------------------------------------*
142900* 3100-WRITE-TOTALS - PER-FILE COUNTS FOR THE REPORT AND LOG *
143000*-----------------------------------------------------------*
143100 3100-WRITE-TOTALS.
143200     MOVE SPACES TO RENUM-RPT-RECORD
143300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
143400     MOVE SPACES TO RENUM-RPT-RECORD
143500     STRING "STUDMAST MOVED: " DELIMITED BY SIZE
143600         WS-MASTER-MOVED DELIMITED BY SIZE
143700         "  REPLACED NEW CODE'S: " DELIMITED BY SIZE
143800         WS-MASTER-REPLACED DELIMITED BY SIZE
143900         "  DROPPED: " DELIMITED BY SIZE
144000         WS-MASTER-DROPPED DELIMITED BY SIZE
144100         INTO RENUM-RPT-RECORD
144200     END-STRING
144300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
144400     MOVE SPACES TO RENUM-RPT-RECORD
144500     STRING "HOLDFILE MOVED: " DELIMITED BY SIZE
144600         WS-HOLDS-MOVED DELIMITED BY SIZE
144700         "  DROPPED: " DELIMITED BY SIZE
144800         WS-HOLDS-DROPPED DELIMITED BY SIZE
144900         "    TERMARCH MOVED: " DELIMITED BY SIZE
145000         WS-ARCH-MOVED DELIMITED BY SIZE
145100         "  DROPPED: " DELIMITED BY SIZE
145200         WS-ARCH-DROPPED DELIMITED BY SIZE
145300         INTO RENUM-RPT-RECORD
145400     END-STRING
145500     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
145500     MOVE SPACES TO RENUM-RPT-RECORD
145500     STRING "WAITLIST MOVED: " DELIMITED BY SIZE
145500         WS-WAIT-MOVED DELIMITED BY SIZE
145500         "  DROPPED: " DELIMITED BY SIZE
145500         WS-WAIT-DROPPED DELIMITED BY SIZE
145500         "    ACCTLEDG MOVED: " DELIMITED BY SIZE
145500         WS-LEDGER-MOVED DELIMITED BY SIZE
145500         "  DROPPED: " DELIMITED BY SIZE
145500         WS-LEDGER-DROPPED DELIMITED BY SIZE
145500         INTO RENUM-RPT-RECORD
145500     END-STRING
145500     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
145500     MOVE SPACES TO RENUM-RPT-RECORD
145500     STRING "CRSSCHED MOVED: " DELIMITED BY SIZE
145500         WS-SCHED-MOVED DELIMITED BY SIZE
145500         "  DROPPED: " DELIMITED BY SIZE
145500         WS-SCHED-DROPPED DELIMITED BY SIZE
145500         INTO RENUM-RPT-RECORD
145500     END-STRING
145500     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
145600     MOVE SPACES TO RENUM-RPT-RECORD
145700     STRING "GRDPOLCY MOVED: " DELIMITED BY SIZE
145800         WS-POLICY-MOVED DELIMITED BY SIZE
145900         "  DROPPED: " DELIMITED BY SIZE
146000         WS-POLICY-DROPPED DELIMITED BY SIZE
146100         "    INSTASGN MOVED: " DELIMITED BY SIZE
146200         WS-ASSIGN-MOVED DELIMITED BY SIZE
146300         "  DROPPED: " DELIMITED BY SIZE
146400         WS-ASSIGN-DROPPED DELIMITED BY SIZE
146500         INTO RENUM-RPT-RECORD
146600     END-STRING
146700     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
146800     MOVE SPACES TO RENUM-RPT-RECORD
146900     STRING "GRADHIST: " DELIMITED BY SIZE
147000         WS-HIST-MOVED DELIMITED BY SIZE
147050         "  DEDHIST: " DELIMITED BY SIZE
147050         WS-DED-MOVED DELIMITED BY SIZE
147100         "  CRSCAT PREREQUISITES: " DELIMITED BY SIZE
147200         WS-PREREQ-REPOINTED DELIMITED BY SIZE
147300         "  ENTRIES ADDED: " DELIMITED BY SIZE
147400         WS-CATALOG-ADDED DELIMITED BY SIZE
147500         INTO RENUM-RPT-RECORD
147600     END-STRING
147700     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
147800     IF LIVE-RENUMBER
147900         MOVE SPACES TO RENUM-RPT-RECORD
148000         STRING "CRSXREF - OLD CODE POSTED, EARLIER ENTRIES "
148100                 DELIMITED BY SIZE
148200             "REPOINTED: " DELIMITED BY SIZE
148300             WS-XREF-REPOINTED DELIMITED BY SIZE
148400             INTO RENUM-RPT-RECORD
148500         END-STRING
148600         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
148700     END-IF
148800     DISPLAY "CRSRENUM - " WS-OLD-COURSE " TO " WS-NEW-COURSE
148900         " MASTER " WS-MASTER-MOVED "/" WS-MASTER-REPLACED
149000         "/" WS-MASTER-DROPPED
149100         " HOLDS " WS-HOLDS-MOVED " ARCH " WS-ARCH-MOVED
149200         " HIST " WS-HIST-MOVED " PREREQ " WS-PREREQ-REPOINTED
149250         " DED " WS-DED-MOVED
149300     .
149400 3100-EXIT.
149500     EXIT.
149600     COPY "fscchk.cpy".
149700 END PROGRAM CRSRENUM.
