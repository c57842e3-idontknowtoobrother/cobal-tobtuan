001925*                   FOREVER. REJRECYC CARRIES THE AUTHORIZER         *
001926*                   REJFIX TOOK INTO THE RECYCLED ADD'S              *
001927*                   TR-AUTH-CODE.                                    *
001928*  10/15/2026  DT   SECTION SEAT LIMITS - CRSCAT CARRIES A SEAT      *
001929*                   CAPACITY (CC-SEAT-CAPACITY, ZERO = NO LIMIT).    *
001929*                   AT START-UP THE RUN COUNTS THE SEATS TAKEN IN    *
001929*                   EVERY LIMITED COURSE FROM THE MASTER (ANY        *
001929*                   STATUS BUT "W") PLUS THE PROMOTED ENTRIES ON     *
001929*                   THE NEW WAITLIST KSDS. AN "E" ENROLLMENT THAT    *
001929*                   WOULD TAKE A NEW SEAT IN A FULL SECTION - OR     *
001929*                   ONE THAT ALREADY HAS STUDENTS WAITING - IS       *
001929*                   QUEUED ON THE WAITLIST AND LOGGED AS REASON 14   *
001929*                   WITH RJ-STATUS "W" (NOT OPEN REJFIX WORK). A     *
001929*                   PROMOTED STUDENT'S ENROLLMENT TAKES THE SEAT     *
001929*                   WAITPROM HELD FOR IT, AND A "D" FOR A STUDENT    *
001929*                   WHO IS ONLY ON THE WAITLIST CANCELS THE ENTRY    *
001929*                   INSTEAD OF REJECTING AS REASON 05. NO WAITLIST   *
001929*                   DD MEANS SEAT LIMITS ARE NOT ENFORCED.           *
001930*  10/15/2026  DT   STUDENT-ID MERGE - A FEED RECORD CARRYING A      *
001930*                   STUDENT-ID THAT IDMERGE HAS RETIRED IS           *
001930*                   REDIRECTED TO THE SURVIVING ID (FROM THE NEW     *
001930*                   IDXREF CROSS-REFERENCE KSDS) BEFORE ANY EDIT     *
001930*                   RUNS, SO IT POSTS UNDER THE SURVIVOR INSTEAD     *
001930*                   OF RE-CREATING THE RETIRED ID. NO IDXREF DD      *
001930*                   MEANS NOTHING IS REDIRECTED.                     *
001940*  10/15/2026  DT   DISCLOSURE LOG - EVERY STUDENT-MASTER RECORD     *
001940*                   SHOWN BY THE MAIN-MENU INQUIRY ("I") OR NAME     *
001940*                   BROWSE ("N") - EACH BROWSE LINE AND THE          *
001940*                   FULL-KEY LOOKUP - IS APPENDED TO DISCLOG         *
001940*                   (DISCLOG.CPY) WITH THE SIGNED-ON OPERATOR-ID,    *
001940*                   SO DISCHIST CAN ANSWER A PRIVACY AUDIT. THE      *
001940*                   BATCH LOAD WRITES NOTHING TO IT.                 *
001950*  10/15/2026  DT   ACADEMIC CALENDAR DEADLINES - THE RUN'S TERM IS  *
001950*                   LOOKED UP ON THE NEW ACADCAL KSDS (ACADCAL.CPY,  *
001950*                   MAINTAINED BY CALMNT). AN "E" ENROLLMENT THAT    *
001950*                   WOULD START A SEAT AFTER THE ADD/DROP DEADLINE   *
001950*                   REJECTS AS REASON 15, AND A "W" WITHDRAWAL       *
001950*                   POSTED AFTER THE WITHDRAWAL DEADLINE REJECTS     *
001950*                   AS REASON 16, UNLESS TR-AUTH-CODE NAMES A        *
001950*                   LEVEL-2 OPERATOR (SAME OPERSEC CHECK AS A LATE   *
001950*                   GRADE CHANGE); AN OVERRIDDEN POSTING IS FLAGGED  *
001950*                   "L" ON THE AUDIT JOURNAL. A CHANGE THAT LEAVES   *
001950*                   THE STATUS AS IT WAS IS NOT A NEW ENROLLMENT OR  *
001950*                   WITHDRAWAL AND IS NOT HELD TO THE DEADLINE. NO   *
001950*                   ACADCAL DD, OR NO RECORD FOR THE TERM, MEANS NO  *
001950*                   DEADLINES ARE ENFORCED.                          *
001950*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
001950*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
001950*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
001950*  10/15/2026  DT   SECTION MEETING SCHEDULE CONFLICTS - AN  *
001950*                   "E" ENROLLMENT THAT WOULD START A NEW    *
001950*                   SEAT IS COMPARED (VIA SCHEDCHK) AGAINST  *
001950*                   THE MEETINGS ON THE NEW CRSSCHED KSDS OF *
001950*                   EVERY OTHER LIVE SEAT THE STUDENT HOLDS  *
001950*                   IN THE RUN TERM. AN OVERLAP REJECTS AS   *
001950*                   REASON 17 NAMING THE CLASHING COURSE,    *
001950*                   UNLESS TR-AUTH-CODE NAMES A LEVEL-2      *
001950*                   OPERATOR. NO CRSSCHED DD, NO TERM ON THE *
001950*                   RUN CONTROL, OR A SECTION WITH NO        *
001950*                   MEETINGS ON FILE MEANS NO CHECK.         *
001950*  10/15/2026  DT   THE TERM ARCHIVE IS NOW A KSDS KEYED ON  *
001950*                   STUDENT, COURSE AND TERM (TERMARCH.CPY). *
001950*                   THE PREREQUISITE CHECK STARTS AT THE     *
001950*                   STUDENT'S ATTEMPTS AT THE PREREQUISITE   *
001950*                   COURSE AND READS ONLY THOSE INSTEAD OF   *
001950*                   SCANNING THE WHOLE ARCHIVE.              *
001950*  10/15/2026  DT   STUDREC NOW CARRIES THE SITE CODE. THE   *
001950*                   FEEDS ARRIVE STAMPED WITH THEIR CAMPUS'S *
001950*                   SITE; A RECORD THAT ARRIVES WITH A BLANK *
001950*                   SITE (INTAKE AND OLDER FEEDS) TAKES THE  *
001950*                   SITE OF ITS EXISTING MASTER RECORD, ELSE *
001950*                   THE COURSE'S CATALOG SITE, ELSE THE HOME *
001950*                   CAMPUS "01", BEFORE IT IS POSTED.        *
001950*  10/15/2026  DT   PREREQUISITE CHECK FOLLOWS THE CRSXREF   *
001950*                   COURSE CROSS-REFERENCE LEFT BY CRSRENUM  *
001950*                   - A CATALOG PREREQUISITE STILL NAMING A  *
001950*                   RENUMBERED CODE IS CHECKED UNDER THE     *
001950*                   CODE THAT REPLACED IT, WHERE THE         *
001950*                   STUDENT'S HISTORY NOW SITS. NO CRSXREF   *
001950*                   DD MEANS NO TRANSLATION.                 *
001950*  10/15/2026  DT   TRANSFER CREDIT. A "T" STATUS (POSTED BY *
001950*                   XFERCRED FROM THE COUNSELORS' REQUESTS)  *
001950*                   IS A VALID STATUS, POSTS WITH NO SCORE   *
001950*                   AND LETTER "T", SKIPS THE PREREQUISITE   *
001950*                   AND SEAT CHECKS, AND NEVER HOLDS OR      *
001950*                   RELEASES A SEAT. A "T" ON THE MASTER OR  *
001950*                   IN THE TERM ARCHIVE SATISFIES A          *
001950*                   PREREQUISITE WHATEVER THE MINIMUM GRADE  *
001950*                   - THE EQUIVALENCY MINIMUM WAS APPLIED    *
001950*                   WHEN THE CREDIT WAS ACCEPTED.            *
001950*  10/15/2026  DT   ADDED RUN MODE V - VALIDATION-ONLY       *
001950*                   PREVIEW. THE FEED GOES THROUGH EVERY     *
001950*                   EDIT AS THE NIGHTLY LOAD WOULD SEE IT,   *
001950*                   BUT THE MASTER AND WAITLIST ARE OPENED   *
001950*                   INPUT, NOTHING IS WRITTEN TO THE         *
001950*                   EXTRACT, ERROR LOG, GRADHIST, AUDITJRN,  *
001950*                   CHECKPOINT, SYSSTAT OR FEED REGISTER,    *
001950*                   AND ADD-PROG/SUBTRACT-PROG ARE NOT       *
001950*                   CALLED. WHAT WOULD BE ADDED, CHANGED,    *
001950*                   DELETED OR REJECTED (BY REJECT CODE)     *
001950*                   GOES TO THE PREVRPT REPORT               *
001950*                   (JCL/PREVIEW.JCL). CLOSE OF THE OPTIONAL *
001950*                   REFERENCE FILES MOVED TO 3070 SO BOTH    *
001950*                   TERMINATIONS SHARE IT.                   *
001950*  10/15/2026  DT   A PROMOTED WAITER'S "E" THAT IS REJECTED *
001950*                   (HOLD, PREREQUISITE, DEADLINE, TIME      *
001950*                   CONFLICT OR ANY OTHER EDIT) NO LONGER    *
001950*                   KEEPS ITS HELD SEAT - THE WAITLIST ENTRY *
001950*                   IS CANCELLED ("X") AND THE SEAT GIVEN    *
001950*                   BACK, SO WAITPROM RE-OFFERS IT TO THE    *
001950*                   NEXT STUDENT IN LINE. A PREVIEW RUN ONLY *
001950*                   GIVES THE SEAT BACK IN ITS OWN COUNTS.   *
001737*-----------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002307         RECORD KEY IS CC-COURSE-CODE
002308         FILE STATUS IS FSC-STATUS-CODE.
002309     SELECT TERM-ARCHIVE ASSIGN TO TERMARCH
002310         ORGANIZATION IS INDEXED
002310         ACCESS MODE IS DYNAMIC
002310         RECORD KEY IS TA-ARCHIVE-KEY
002311         FILE STATUS IS FSC-STATUS-CODE.
002312     SELECT GRADING-POLICY ASSIGN TO GRDPOLCY
002313         ORGANIZATION IS LINE SEQUENTIAL
002326     SELECT SYSTEM-STATUS ASSIGN TO SYSSTAT
002327         ORGANIZATION IS LINE SEQUENTIAL
002328         FILE STATUS IS FSC-STATUS-CODE.
002329     SELECT WAITLIST-FILE ASSIGN TO WAITLIST
002329         ORGANIZATION IS INDEXED
002329         ACCESS MODE IS DYNAMIC
002329         RECORD KEY IS WL-MASTER-KEY
002329         FILE STATUS IS FSC-STATUS-CODE.
002330     SELECT ID-XREF ASSIGN TO IDXREF
002330         ORGANIZATION IS INDEXED
002330         ACCESS MODE IS RANDOM
002330         RECORD KEY IS XR-RETIRED-ID
002330         FILE STATUS IS FSC-STATUS-CODE.
002330     SELECT COURSE-XREF ASSIGN TO CRSXREF
002330         ORGANIZATION IS INDEXED
002330         ACCESS MODE IS RANDOM
002330         RECORD KEY IS CX-OLD-COURSE
002330         FILE STATUS IS FSC-STATUS-CODE.
002340     SELECT DISCLOSURE-LOG ASSIGN TO DISCLOG
002340         ORGANIZATION IS LINE SEQUENTIAL
002340         FILE STATUS IS FSC-STATUS-CODE.
002350     SELECT ACADEMIC-CALENDAR ASSIGN TO ACADCAL
002350         ORGANIZATION IS INDEXED
002350         ACCESS MODE IS RANDOM
002350         RECORD KEY IS AC-TERM-CODE
002350         FILE STATUS IS FSC-STATUS-CODE.
002350     SELECT COURSE-SCHEDULE ASSIGN TO CRSSCHED
002350         ORGANIZATION IS INDEXED
002350         ACCESS MODE IS RANDOM
002350         RECORD KEY IS MS-COURSE-CODE OF COURSE-SCHEDULE-RECORD
002350         FILE STATUS IS FSC-STATUS-CODE.
002350     SELECT PREVIEW-REPORT ASSIGN TO PREVRPT
002350         ORGANIZATION IS LINE SEQUENTIAL
002350         FILE STATUS IS FSC-STATUS-CODE.
002301 DATA DIVISION.
002400 FILE SECTION.
002500 FD  STUDENT-TRANS
002600     RECORD CONTAINS 132 CHARACTERS.
002700 01  STUDENT-TRANS-RECORD.
002800     COPY "studrec.cpy".
002850     COPY "stutran.cpy".
002864     05  TTR-GRADE-HASH         PIC 9(11)V9.
002866     05  FILLER                 PIC X(31).
002868     05  TTR-TRAILER-KEY        PIC X(14).
002870     05  FILLER                 PIC X(33).
002872     05  TTR-MAINT-CODE         PIC X(01).
002874         88  TTR-IS-TRAILER               VALUE "T".
002876     05  FILLER                 PIC X(34).
002920 01  CHECKPOINT-RECORD.
002930     COPY "chkrec.cpy".
002950 FD  REGISTRAR-EXTRACT
002960     RECORD CONTAINS 97 CHARACTERS.
002970 01  REGISTRAR-EXTRACT-RECORD.
002980     COPY "studrec.cpy".
002990 FD  ERROR-LOG
003000     RECORD CONTAINS 117 CHARACTERS.
003010 01  ERROR-LOG-RECORD.
003012     COPY "rejrec.cpy".
003014     COPY "studrec.cpy".
003020 FD  STUDENT-MASTER
003030     RECORD CONTAINS 97 CHARACTERS.
003040 01  STUDENT-MASTER-RECORD.
003050     COPY "studrec.cpy".
003050 FD  RUN-CONTROL
003050 01  RUN-CONTROL-RECORD.
003050     COPY "runctl.cpy".
003051 FD  AUDIT-JOURNAL
003051     RECORD CONTAINS 240 CHARACTERS.
003051 01  AUDIT-JOURNAL-RECORD.
003051     COPY "audjrnl.cpy".
003052 FD  GRADE-HISTORY
003094     05  RH-RUN-DATE            PIC X(08).
003095     05  RH-SUMMARY             PIC X(46).
003096 FD  COURSE-CATALOG
003097     RECORD CONTAINS 51 CHARACTERS.
003098 01  COURSE-CATALOG-RECORD.
003099     COPY "crscat.cpy".
003100 FD  TERM-ARCHIVE
003101     RECORD CONTAINS 116 CHARACTERS.
003102 01  TERM-ARCHIVE-RECORD.
003103     COPY "studrec.cpy".
003103     COPY "termarch.cpy".
003104 FD  GRADING-POLICY
003105     RECORD CONTAINS 32 CHARACTERS.
003106 01  GRADING-POLICY-RECORD.
003114 01  GRADE-HOLD-RECORD.
003115     COPY "holdrec.cpy".
003114 FD  RAW-FEED
003114     RECORD CONTAINS 132 CHARACTERS.
003114 01  RAW-FEED-RECORD.
003114     COPY "studrec.cpy".
003114     COPY "stutran.cpy".
003114     05  RTW-GRADE-HASH         PIC 9(11)V9.
003114     05  FILLER                 PIC X(31).
003114     05  RTW-TRAILER-KEY        PIC X(14).
003114     05  FILLER                 PIC X(33).
003114     05  RTW-MAINT-CODE         PIC X(01).
003114         88  RTW-IS-TRAILER               VALUE "T".
003114     05  FILLER                 PIC X(34).
003121     05  FR-GRADE-HASH          PIC 9(11)V9.
003122     05  FR-FIRST-KEY           PIC X(14).
003123     05  FR-LAST-KEY            PIC X(14).
003124 FD  WAITLIST-FILE
003124     RECORD CONTAINS 110 CHARACTERS.
003124 01  WAITLIST-RECORD.
003124     COPY "waitlst.cpy".
003125 FD  ID-XREF
003125     RECORD CONTAINS 40 CHARACTERS.
003125 01  ID-XREF-RECORD.
003125     COPY "idxref.cpy".
003125 FD  COURSE-XREF
003125     RECORD CONTAINS 40 CHARACTERS.
003125 01  COURSE-XREF-RECORD.
003125     COPY "crsxref.cpy".
003130 FD  DISCLOSURE-LOG
003130     RECORD CONTAINS 130 CHARACTERS.
003130 01  DISCLOSURE-RECORD.
003130     COPY "disclog.cpy".
003135 FD  ACADEMIC-CALENDAR
003135     RECORD CONTAINS 100 CHARACTERS.
003135 01  ACADEMIC-CALENDAR-RECORD.
003135     COPY "acadcal.cpy".
003135 FD  COURSE-SCHEDULE
003135     RECORD CONTAINS 100 CHARACTERS.
003135 01  COURSE-SCHEDULE-RECORD.
003135     COPY "crssched.cpy".
003135 FD  PREVIEW-REPORT
003135     RECORD CONTAINS 80 CHARACTERS.
003135 01  PREVIEW-REPORT-RECORD      PIC X(80).
003100 WORKING-STORAGE SECTION.
003150 01  STUDENT-RECORD.
003160     COPY "studrec.cpy".
003748         88  CHANGE-IN-WINDOW              VALUE "Y".
003748     05  WS-LATE-AUTH-SW        PIC X(01)  VALUE "N".
003748         88  LATE-CHANGE-AUTHORIZED        VALUE "Y".
003748     05  WS-CALENDAR-SW         PIC X(01)  VALUE "N".
003748         88  CALENDAR-IS-LOADED            VALUE "Y".
003748     05  WS-DEADLINE-SW         PIC X(01)  VALUE "Y".
003748         88  DEADLINE-IS-MET               VALUE "Y".
003748     05  WS-DEADLINE-AUTH-SW    PIC X(01)  VALUE "N".
003748         88  DEADLINE-OVERRIDDEN           VALUE "Y".
003748     05  WS-SEC-EOF-SW          PIC X(01)  VALUE "N".
003748         88  SECURITY-EOF                  VALUE "Y".
003749     05  WS-DUPLICATE-SW        PIC X(01)  VALUE "N".
003750         88  WEIGHTS-ARE-VALID             VALUE "Y".
003745     05  WS-RESUMING-SW         PIC X(01)  VALUE "N".
003746         88  RESUMING-FROM-CHECKPOINT      VALUE "Y".
003746     05  WS-WAITLIST-OPEN-SW    PIC X(01)  VALUE "N".
003746         88  WAITLIST-IS-OPEN              VALUE "Y".
003746     05  WS-WAIT-CANCEL-SW      PIC X(01)  VALUE "N".
003746         88  WAITER-CANCELLING             VALUE "Y".
003747     05  WS-XREF-OPEN-SW        PIC X(01)  VALUE "N".
003747         88  XREF-IS-OPEN                  VALUE "Y".
003747     05  WS-CRSXREF-OPEN-SW     PIC X(01)  VALUE "N".
003747         88  CRSXREF-IS-OPEN               VALUE "Y".
003748     05  WS-DISC-OPEN-SW        PIC X(01)  VALUE "N".
003748         88  DISC-IS-OPEN                  VALUE "Y".
003748     05  WS-SCHED-OPEN-SW       PIC X(01)  VALUE "N".
003748         88  SCHEDULE-IS-OPEN              VALUE "Y".
003748     05  WS-SCHED-CLEAR-SW      PIC X(01)  VALUE "Y".
003748         88  SCHEDULE-IS-CLEAR             VALUE "Y".
003748     05  WS-SCHED-SCAN-SW       PIC X(01)  VALUE "N".
003748         88  SCHEDULE-SCAN-DONE            VALUE "Y".
003748     05  WS-SCHED-HELD-SW       PIC X(01)  VALUE "N".
003748         88  SCHEDULED-SEAT-HELD           VALUE "Y".
003748 01  WS-NEW-SCHEDULE.
003748     COPY "crssched.cpy".
003748 01  WS-CONFLICT-RESULT.
003748     05  WS-CONFLICT-SW         PIC X(01).
003748         88  SCHEDULES-CONFLICT            VALUE "Y".
003748     05  WS-CONFLICT-DAY        PIC X(01).
003748 01  WS-CONFLICT-COURSE         PIC X(06)  VALUE SPACES.
003748 01  WS-FINGERPRINT-CONTROLS.
003748     05  WS-FP-EOF-SW           PIC X(01)  VALUE "N".
003748         88  FINGERPRINT-EOF               VALUE "Y".
003765 01  WS-PREREQ-CONTROL.
003766     05  WS-PREREQ-COURSE       PIC X(06)  VALUE SPACES.
003767     05  WS-PREREQ-MIN-GRADE    PIC X(01)  VALUE SPACE.
003767     05  WS-CATALOG-SITE        PIC X(02)  VALUE SPACES.
003768     05  WS-PREREQ-MIN-RANK     PIC 9(01)  VALUE ZERO.
003769     05  WS-RANK-LETTER         PIC X(01).
003769     05  WS-RANK-VALUE          PIC 9(01).
003769         10  WS-POL-CUT-C      PIC 9(03)V9.
003769         10  WS-POL-CUT-D      PIC 9(03)V9.
003769         10  WS-POL-PASS       PIC 9(03)V9.
003769 01  WS-SEAT-CONTROLS.
003769     05  WS-SEAT-ACTION         PIC X(01)  VALUE SPACE.
003769         88  SEAT-NOT-TRACKED              VALUE SPACE.
003769         88  SEAT-NEW                      VALUE "S".
003769         88  SEAT-RESERVED                 VALUE "R".
003769         88  SEAT-RELEASE                  VALUE "F".
003769         88  SEAT-QUEUE                    VALUE "Q".
003769         88  SEAT-ALREADY-QUEUED           VALUE "A".
003769         88  SECTION-IS-FULL               VALUES "Q" "A".
003769     05  WS-SEAT-FOUND-SW       PIC X(01)  VALUE "N".
003769         88  SEAT-ENTRY-FOUND              VALUE "Y".
003769     05  WS-SEAT-HELD-SW        PIC X(01)  VALUE "N".
003769         88  SEAT-ALREADY-HELD             VALUE "Y".
003769     05  WS-WAIT-ON-FILE-SW     PIC X(01)  VALUE "N".
003769         88  WAIT-ENTRY-ON-FILE            VALUE "Y".
003769     05  WS-SEAT-EOF-SW         PIC X(01)  VALUE "N".
003769         88  SEAT-SCAN-EOF                 VALUE "Y".
003769     05  WS-SEAT-COURSE         PIC X(06)  VALUE SPACES.
003769     05  WS-SEAT-PRIOR-STATUS   PIC X(01)  VALUE SPACE.
003769     05  WS-SEAT-SUB            PIC 9(04)  COMP.
003769     05  WS-SEAT-HIT            PIC 9(04)  COMP.
003769     05  WS-WAIT-SEQ            PIC 9(05)  VALUE ZERO.
003769 77  WS-SEAT-MAX                PIC 9(04)  COMP VALUE 1000.
003769 01  WS-SEAT-TABLE.
003769     05  WS-SEAT-COUNT          PIC 9(04)  COMP VALUE ZERO.
003769     05  WS-SEAT-ENTRY OCCURS 1000 TIMES.
003769         10  WS-SEAT-COURSE-CODE PIC X(06).
003769         10  WS-SEAT-CAPACITY   PIC 9(03).
003769         10  WS-SEAT-TAKEN      PIC 9(05).
003769         10  WS-SEAT-WAITING    PIC 9(05).
003770 01  WS-MAINT-CONTROL.
003772     05  WS-EXPECTED-GRADE      PIC 9(03)V9 VALUE ZERO.
003773     05  WS-AUTH-CODE           PIC X(08)  VALUE SPACES.
003773     05  WS-ASOF-INTEGER        PIC 9(08)  VALUE ZERO.
003773     05  WS-CHANGE-AGE          PIC S9(05) VALUE ZERO.
003773 77  WS-WINDOW-DAYS             PIC 9(03)  VALUE 30.
003774 01  WS-CALENDAR-CONTROL.
003774     05  WS-CAL-ADD-DROP-DATE   PIC X(08)  VALUE SPACES.
003774     05  WS-CAL-WITHDRAW-DATE   PIC X(08)  VALUE SPACES.
003774     05  WS-DEADLINE-TYPE       PIC X(01)  VALUE SPACE.
003774         88  DEADLINE-ADD-DROP             VALUE "A".
003774         88  DEADLINE-WITHDRAW             VALUE "W".
003773 01  WS-COMPONENT-CONTROL.
003773     05  WS-COMPONENT-SW        PIC X(01)  VALUE "N".
003773         88  COMPONENTS-PRESENT            VALUE "Y".
003910     05  WS-RECORDS-REJECTED    PIC 9(05)  COMP VALUE ZERO.
003915     05  WS-RECORDS-DELETED     PIC 9(05)  COMP VALUE ZERO.
003916     05  WS-RECORDS-DUPLICATE   PIC 9(05)  COMP VALUE ZERO.
003917     05  WS-RECORDS-WAITLISTED  PIC 9(05)  COMP VALUE ZERO.
003918     05  WS-WAITERS-CANCELLED   PIC 9(05)  COMP VALUE ZERO.
003919     05  WS-RECORDS-REDIRECTED  PIC 9(05)  COMP VALUE ZERO.
003919 01  WS-PREVIEW-CONTROLS.
003919     05  WS-PREVIEW-ADDED       PIC 9(05)  COMP VALUE ZERO.
003919     05  WS-PREVIEW-CHANGED     PIC 9(05)  COMP VALUE ZERO.
003919     05  WS-PREVIEW-ACCEPTED    PIC 9(05)  COMP VALUE ZERO.
003919     05  WS-PREVIEW-SUB         PIC 9(03)  COMP.
003919     05  WS-PREVIEW-CODE        PIC 9(02).
003919     05  WS-PREVIEW-GRADE-ED    PIC ZZ9.9.
003919     05  WS-PREVIEW-COUNT-ED    PIC ZZ,ZZ9.
003919     05  WS-PREVIEW-LABEL       PIC X(44).
003919 77  WS-PREVIEW-REASON-MAX      PIC 9(03)  COMP VALUE 20.
003919 01  WS-PREVIEW-REASON-TABLE.
003919     05  WS-PREVIEW-REASON      OCCURS 20 TIMES.
003919         10  WS-PREVIEW-REASON-COUNT PIC 9(05) COMP.
003919         10  WS-PREVIEW-REASON-TEXT  PIC X(30).
003920 01  FSC-CONTROLS.
003925     COPY "fscctl.cpy".
003970 01  WS-ADD-PROG-CONTROLS.
004056     05  WS-HIST-ACTION         PIC X(01).
004056 01  WS-JOURNAL-CONTROLS.
004056     05  WS-JR-ACTION           PIC X(08).
004056     05  WS-BEFORE-IMAGE        PIC X(97).
004056     05  WS-JR-SEQUENCE         PIC 9(07)  VALUE ZERO.
004056 01  WS-OPERATOR-ID             PIC X(08)  VALUE "BATCH".
004057 01  WS-RUN-MODE                PIC X(01)  VALUE "B".
004058     88  BATCH-MODE                        VALUE "B".
004059     88  INQUIRY-MODE                      VALUE "I".
004059     88  BROWSE-MODE                       VALUE "N".
004059     88  PREVIEW-MODE                      VALUE "V".
004059 01  WS-PASSED-RUN-MODE         PIC X(01)  VALUE SPACE.
004060 01  WS-INQUIRY-CONTROLS.
004061     05  WS-INQUIRY-ID          PIC X(08).
004061         88  BROWSE-AT-END                 VALUE "Y".
004062     05  WS-INQUIRY-FOUND-SW    PIC X(01)  VALUE "N".
004063         88  INQUIRY-RECORD-FOUND          VALUE "Y".
004063     05  WS-DISC-SOURCE         PIC X(08).
004063     05  WS-DISC-PURPOSE        PIC X(30).
004064 LINKAGE SECTION.
004065 01  LK-RUN-MODE                PIC X(01).
004066 01  LK-OPERATOR-ID             PIC X(08).
004200* 0000-MAINLINE                                             *
004300*-----------------------------------------------------------*
004400 0000-MAINLINE.
004400     MOVE "GETINPUT" TO FSC-STEP-PROGRAM
004400     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
004405     PERFORM 0900-READ-RUN-CONTROL THRU 0900-EXIT
004410     PERFORM 1005-ACCEPT-RUN-MODE THRU 1005-EXIT
004420     EVALUATE TRUE
004440             PERFORM 5000-RUN-INQUIRY THRU 5000-EXIT
004442         WHEN BROWSE-MODE
004444             PERFORM 5500-RUN-NAME-BROWSE THRU 5500-EXIT
004446         WHEN PREVIEW-MODE
004447             PERFORM 0950-CHECK-FEED-FINGERPRINT THRU 0950-EXIT
004448             PERFORM 1000-INITIALIZE THRU 1000-EXIT
004448             PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
004448                 UNTIL END-OF-FILE
004449             PERFORM 3100-TERMINATE-PREVIEW THRU 3100-EXIT
004450         WHEN OTHER
004455             PERFORM 0950-CHECK-FEED-FINGERPRINT THRU 0950-EXIT
004456             IF FEED-IS-DUPLICATE AND NOT DUP-OVERRIDE-ON
004800                 PERFORM 3000-TERMINATE THRU 3000-EXIT
004810             END-IF
004460     END-EVALUATE
004460     MOVE WS-RECORDS-READ TO FSC-STEP-RECORDS-IN
004460     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
004900     GOBACK.
004901*-----------------------------------------------------------*
004902* 0010-ENTRY-WITH-MODE - ALTERNATE ENTRY POINT FOR CALLERS      *
004916     IF WS-PASSED-RUN-MODE NOT = "B"
004916             AND WS-PASSED-RUN-MODE NOT = "I"
004916             AND WS-PASSED-RUN-MODE NOT = "N"
004916             AND WS-PASSED-RUN-MODE NOT = "V"
004916         MOVE RC-RUN-MODE TO WS-PASSED-RUN-MODE
004916     END-IF
004916     MOVE RC-CURVE-ADJUSTMENT TO WS-CURVE-ADJUSTMENT
004910 1005-ACCEPT-RUN-MODE.
004911     IF WS-PASSED-RUN-MODE = "B" OR WS-PASSED-RUN-MODE = "I"
004911             OR WS-PASSED-RUN-MODE = "N"
004911             OR WS-PASSED-RUN-MODE = "V"
004912         MOVE WS-PASSED-RUN-MODE TO WS-RUN-MODE
004913     ELSE
004914         DISPLAY "GETINPUT - RUN MODE (B=BATCH LOAD, "
004915             "I=STUDENT-ID INQUIRY, N=NAME BROWSE, "
004915             "V=VALIDATION PREVIEW): "
004916         ACCEPT WS-RUN-MODE
004917     END-IF
004918     .
005420     MOVE "OPEN"          TO FSC-OPERATION
005430     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005450     PERFORM 1050-APPLY-CHECKPOINT THRU 1050-EXIT
005455     IF PREVIEW-MODE
005456         PERFORM 1085-OPEN-PREVIEW-REPORT THRU 1085-EXIT
005457     ELSE
005460         IF RESUMING-FROM-CHECKPOINT
005470             OPEN EXTEND REGISTRAR-EXTRACT
005480             OPEN EXTEND ERROR-LOG
005490         ELSE
005492             OPEN OUTPUT REGISTRAR-EXTRACT
005494             OPEN OUTPUT ERROR-LOG
005496         END-IF
005500         MOVE "REGISTRAR-EXT" TO FSC-FILE-NAME
005510         MOVE "OPEN"          TO FSC-OPERATION
005520         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005530         MOVE "ERROR-LOG"     TO FSC-FILE-NAME
005540         MOVE "OPEN"          TO FSC-OPERATION
005550         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005555     END-IF
005497     PERFORM 1060-OPEN-STUDENT-MASTER THRU 1060-EXIT
005498     PERFORM 1065-OPEN-GRADE-HISTORY THRU 1065-EXIT
005499     PERFORM 1068-OPEN-AUDIT-JOURNAL THRU 1068-EXIT
005499     PERFORM 1069-OPEN-COURSE-CATALOG THRU 1069-EXIT
005499     PERFORM 1071-LOAD-GRADING-POLICY THRU 1071-EXIT
005499     PERFORM 1073-OPEN-HOLD-FILE THRU 1073-EXIT
005499     PERFORM 1076-OPEN-WAITLIST THRU 1076-EXIT
005499     PERFORM 1081-OPEN-ID-XREF THRU 1081-EXIT
005499     PERFORM 1084-OPEN-COURSE-XREF THRU 1084-EXIT
005499     PERFORM 1082-LOAD-ACADEMIC-CALENDAR THRU 1082-EXIT
005499     PERFORM 1083-OPEN-COURSE-SCHEDULE THRU 1083-EXIT
005499     PERFORM 1074-MARK-MASTER-IN-USE THRU 1074-EXIT
005560     PERFORM 2100-READ-STUDENT-TRANS THRU 2100-EXIT
005600     .
005804*                            IS THE FIRST RUN EVER AGAINST IT  *
005805*-----------------------------------------------------------*
005806 1060-OPEN-STUDENT-MASTER.
005806     IF PREVIEW-MODE
005806         OPEN INPUT STUDENT-MASTER
005806         MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
005806         MOVE "OPEN"           TO FSC-OPERATION
005806         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005806         GO TO 1060-EXIT
005806     END-IF
005807     OPEN I-O STUDENT-MASTER
005808     IF FSC-STATUS-CODE = "35"
005809         OPEN OUTPUT STUDENT-MASTER
005818*                           IT ON THE FIRST RUN EVER           *
005818*-----------------------------------------------------------*
005818 1065-OPEN-GRADE-HISTORY.
005818     IF PREVIEW-MODE
005818         GO TO 1065-EXIT
005818     END-IF
005818     OPEN EXTEND GRADE-HISTORY
005818     IF FSC-STATUS-CODE = "35"
005818         OPEN OUTPUT GRADE-HISTORY
005818*                           ON THE FIRST RUN EVER             *
005818*-----------------------------------------------------------*
005818 1068-OPEN-AUDIT-JOURNAL.
005818     IF PREVIEW-MODE
005818         GO TO 1068-EXIT
005818     END-IF
005818     OPEN EXTEND AUDIT-JOURNAL
005818     IF FSC-STATUS-CODE = "35"
005818         OPEN OUTPUT AUDIT-JOURNAL
005818         DISPLAY "GETINPUT - GRADING POLICY TABLE FULL AT "
005818             WS-POLICY-MAX " ENTRIES - ENLARGE THE TABLE"
005818         MOVE 16 TO RETURN-CODE
005818         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
005818         STOP RUN
005818     END-IF
005818     ADD 1 TO WS-POLICY-COUNT
005818*                           BATCH                            *
005818*-----------------------------------------------------------*
005818 1074-MARK-MASTER-IN-USE.
005818     IF PREVIEW-MODE
005818         GO TO 1074-EXIT
005818     END-IF
005818     OPEN INPUT SYSTEM-STATUS
005818     IF FSC-STATUS-CODE NOT = "35"
005818         MOVE "SYSTEM-STATUS" TO FSC-FILE-NAME
005818     .
005818 1075-EXIT.
005818     EXIT.
005818*-----------------------------------------------------------*
005818* 1076-OPEN-WAITLIST - OPEN THE SECTION WAITLIST KSDS AND    *
005818*                      BUILD THE SEAT TABLE; NO WAITLIST DD  *
005818*                      (OR NO CATALOG TO READ CAPACITIES     *
005818*                      FROM) MEANS SEAT LIMITS ARE NOT       *
005818*                      ENFORCED TONIGHT                      *
005818*-----------------------------------------------------------*
005818 1076-OPEN-WAITLIST.
005818     IF NOT CATALOG-IS-OPEN
005818         GO TO 1076-EXIT
005818     END-IF
005818     IF PREVIEW-MODE
005818         OPEN INPUT WAITLIST-FILE
005818     ELSE
005818         OPEN I-O WAITLIST-FILE
005818     END-IF
005818     IF FSC-STATUS-CODE = "35"
005818         DISPLAY "GETINPUT - NO WAITLIST - SECTION SEAT "
005818             "LIMITS NOT ENFORCED"
005818         GO TO 1076-EXIT
005818     END-IF
005818     MOVE "WAITLIST" TO FSC-FILE-NAME
005818     MOVE "OPEN"     TO FSC-OPERATION
005818     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005818     SET WAITLIST-IS-OPEN TO TRUE
005818     PERFORM 1077-LOAD-SEAT-TABLE THRU 1077-EXIT
005818     DISPLAY "GETINPUT - SEAT-LIMITED SECTIONS LOADED: "
005818         WS-SEAT-COUNT
005818     .
005818 1076-EXIT.
005818     EXIT.
005819*-----------------------------------------------------------*
005819* 1081-OPEN-ID-XREF - OPEN THE RETIRED STUDENT-ID CROSS-     *
005819*                     REFERENCE; NO IDXREF DD MEANS NO       *
005819*                     REDIRECTS TONIGHT                      *
005819*-----------------------------------------------------------*
005819 1081-OPEN-ID-XREF.
005819     OPEN INPUT ID-XREF
005819     IF FSC-STATUS-CODE = "35"
005819         GO TO 1081-EXIT
005819     END-IF
005819     MOVE "ID-XREF" TO FSC-FILE-NAME
005819     MOVE "OPEN"    TO FSC-OPERATION
005819     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005819     SET XREF-IS-OPEN TO TRUE
005819     .
005819 1081-EXIT.
005819     EXIT.
005819*-----------------------------------------------------------*
005819* 1084-OPEN-COURSE-XREF - OPEN THE RENUMBERED COURSE-CODE    *
005819*                         CROSS-REFERENCE; NO CRSXREF DD     *
005819*                         MEANS PREREQUISITES ARE CHECKED AS *
005819*                         CATALOGED                          *
005819*-----------------------------------------------------------*
005819 1084-OPEN-COURSE-XREF.
005819     OPEN INPUT COURSE-XREF
005819     IF FSC-STATUS-CODE = "35"
005819         GO TO 1084-EXIT
005819     END-IF
005819     MOVE "COURSE-XREF" TO FSC-FILE-NAME
005819     MOVE "OPEN"        TO FSC-OPERATION
005819     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005819     SET CRSXREF-IS-OPEN TO TRUE
005819     .
005819 1084-EXIT.
005819     EXIT.
005819*-----------------------------------------------------------*
005819* 1085-OPEN-PREVIEW-REPORT - A PREVIEW RUN WRITES ONLY THIS   *
005819*                            REPORT; THE EXTRACT AND ERROR    *
005819*                            LOG ARE NEVER OPENED             *
005819*-----------------------------------------------------------*
005819 1085-OPEN-PREVIEW-REPORT.
005819     OPEN OUTPUT PREVIEW-REPORT
005819     MOVE "PREVIEW-REPORT" TO FSC-FILE-NAME
005819     MOVE "OPEN"           TO FSC-OPERATION
005819     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005819     PERFORM 1086-CLEAR-ONE-REASON THRU 1086-EXIT
005819         VARYING WS-PREVIEW-SUB FROM 1 BY 1
005819         UNTIL WS-PREVIEW-SUB > WS-PREVIEW-REASON-MAX
005819     MOVE SPACES TO PREVIEW-REPORT-RECORD
005819     STRING "GETINPUT VALIDATION PREVIEW - RUN DATE "
005819             DELIMITED BY SIZE
005819         WS-RUN-DATE DELIMITED BY SIZE
005819         "  TERM " DELIMITED BY SIZE
005819         WS-TERM-CODE DELIMITED BY SIZE
005819         INTO PREVIEW-REPORT-RECORD
005819     END-STRING
005819     PERFORM 2098-WRITE-PREVIEW-LINE THRU 2098-EXIT
005819     MOVE SPACES TO PREVIEW-REPORT-RECORD
005819     STRING "NOTHING IS POSTED - GRADES ARE SHOWN AFTER "
005819             DELIMITED BY SIZE
005819         "THE CURVE, BEFORE DEDUCTIONS" DELIMITED BY SIZE
005819         INTO PREVIEW-REPORT-RECORD
005819     END-STRING
005819     PERFORM 2098-WRITE-PREVIEW-LINE THRU 2098-EXIT
005819     IF FEED-IS-DUPLICATE
005819         IF DUP-OVERRIDE-ON
005819             MOVE "*** FEED MATCHES A PRIOR RUN - OVERRIDE IS ON"
005819                 TO PREVIEW-REPORT-RECORD
005819         ELSE
005819             MOVE "*** FEED MATCHES A PRIOR RUN - LOAD REFUSES IT"
005819                 TO PREVIEW-REPORT-RECORD
005819         END-IF
005819         PERFORM 2098-WRITE-PREVIEW-LINE THRU 2098-EXIT
005819     END-IF
005819     MOVE SPACES TO PREVIEW-REPORT-RECORD
005819     PERFORM 2098-WRITE-PREVIEW-LINE THRU 2098-EXIT
005819     MOVE "ACTION  STUDENT  COURSE DETAIL"
005819         TO PREVIEW-REPORT-RECORD
005819     PERFORM 2098-WRITE-PREVIEW-LINE THRU 2098-EXIT
005819     .
005819 1085-EXIT.
005819     EXIT.
005819*-----------------------------------------------------------*
005819* 1086-CLEAR-ONE-REASON - ZERO ONE REJECT-CODE BUCKET         *
005819*-----------------------------------------------------------*
005819 1086-CLEAR-ONE-REASON.
005819     MOVE ZERO   TO WS-PREVIEW-REASON-COUNT (WS-PREVIEW-SUB)
005819     MOVE SPACES TO WS-PREVIEW-REASON-TEXT (WS-PREVIEW-SUB)
005819     .
005819 1086-EXIT.
005819     EXIT.
005820*-----------------------------------------------------------*
005820* 1082-LOAD-ACADEMIC-CALENDAR - PICK UP THE RUN TERM'S       *
005820*                               ADD/DROP AND WITHDRAWAL      *
005820*                               DEADLINES; NO ACADCAL DD, NO *
005820*                               TERM ON THE RUN CONTROL, OR  *
005820*                               NO RECORD FOR THE TERM MEANS *
005820*                               NO DEADLINES TONIGHT         *
005820*-----------------------------------------------------------*
005820 1082-LOAD-ACADEMIC-CALENDAR.
005820     IF WS-TERM-CODE = SPACES
005820         GO TO 1082-EXIT
005820     END-IF
005820     OPEN INPUT ACADEMIC-CALENDAR
005820     IF FSC-STATUS-CODE = "35"
005820         GO TO 1082-EXIT
005820     END-IF
005820     MOVE "ACADEMIC-CAL" TO FSC-FILE-NAME
005820     MOVE "OPEN"         TO FSC-OPERATION
005820     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005820     MOVE WS-TERM-CODE TO AC-TERM-CODE
005820     READ ACADEMIC-CALENDAR
005820         INVALID KEY CONTINUE
005820     END-READ
005820     IF FSC-STATUS-CODE = "00"
005820         MOVE AC-ADD-DROP-DATE TO WS-CAL-ADD-DROP-DATE
005820         MOVE AC-WITHDRAW-DATE TO WS-CAL-WITHDRAW-DATE
005820         SET CALENDAR-IS-LOADED TO TRUE
005820         DISPLAY "GETINPUT - TERM " WS-TERM-CODE
005820             " ADD/DROP DEADLINE " WS-CAL-ADD-DROP-DATE
005820             " WITHDRAWAL DEADLINE " WS-CAL-WITHDRAW-DATE
005820     ELSE
005820         MOVE "READ" TO FSC-OPERATION
005820         IF FSC-STATUS-CODE NOT = "23"
005820             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005820         END-IF
005820         DISPLAY "GETINPUT - TERM " WS-TERM-CODE
005820             " NOT ON THE ACADEMIC CALENDAR - NO DEADLINES "
005820             "ENFORCED"
005820     END-IF
005820     CLOSE ACADEMIC-CALENDAR
005820     MOVE "CLOSE" TO FSC-OPERATION
005820     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005820     .
005820 1082-EXIT.
005820     EXIT.
005820*-----------------------------------------------------------*
005820* 1083-OPEN-COURSE-SCHEDULE - OPEN THE SECTION MEETING       *
005820*                             SCHEDULE; NO CRSSCHED DD OR    *
005820*                             NO TERM ON THE RUN CONTROL     *
005820*                             MEANS NO CONFLICT CHECK        *
005820*-----------------------------------------------------------*
005820 1083-OPEN-COURSE-SCHEDULE.
005820     IF WS-TERM-CODE = SPACES
005820         GO TO 1083-EXIT
005820     END-IF
005820     OPEN INPUT COURSE-SCHEDULE
005820     IF FSC-STATUS-CODE = "35"
005820         GO TO 1083-EXIT
005820     END-IF
005820     MOVE "CRSSCHED" TO FSC-FILE-NAME
005820     MOVE "OPEN"     TO FSC-OPERATION
005820     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005820     SET SCHEDULE-IS-OPEN TO TRUE
005820     .
005820 1083-EXIT.
005820     EXIT.
005818*-----------------------------------------------------------*
005818* 1077-LOAD-SEAT-TABLE - ONE ENTRY PER ACTIVE CATALOG COURSE *
005818*                        WITH A SEAT CAPACITY, THEN COUNT    *
005818*                        THE SEATS TAKEN (MASTER RECORDS NOT *
005818*                        WITHDRAWN, PLUS PROMOTED WAITERS)   *
005818*                        AND THE STUDENTS STILL WAITING      *
005818*-----------------------------------------------------------*
005818 1077-LOAD-SEAT-TABLE.
005818     MOVE "N" TO WS-SEAT-EOF-SW
005818     MOVE LOW-VALUES TO CC-COURSE-CODE
005818     START COURSE-CATALOG KEY NOT LESS THAN CC-COURSE-CODE
005818         INVALID KEY
005818             SET SEAT-SCAN-EOF TO TRUE
005818     END-START
005818     PERFORM 1078-LOAD-ONE-COURSE THRU 1078-EXIT
005818         UNTIL SEAT-SCAN-EOF
005818     IF WS-SEAT-COUNT = ZERO
005818         GO TO 1077-EXIT
005818     END-IF
005818     MOVE "N" TO WS-SEAT-EOF-SW
005818     MOVE LOW-VALUES TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
005818     START STUDENT-MASTER KEY NOT LESS THAN
005818             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
005818         INVALID KEY
005818             SET SEAT-SCAN-EOF TO TRUE
005818     END-START
005818     PERFORM 1079-COUNT-ONE-SEAT THRU 1079-EXIT
005818         UNTIL SEAT-SCAN-EOF
005818     MOVE "N" TO WS-SEAT-EOF-SW
005818     MOVE LOW-VALUES TO WL-MASTER-KEY
005818     START WAITLIST-FILE KEY NOT LESS THAN WL-MASTER-KEY
005818         INVALID KEY
005818             SET SEAT-SCAN-EOF TO TRUE
005818     END-START
005818     PERFORM 1080-COUNT-ONE-WAITER THRU 1080-EXIT
005818         UNTIL SEAT-SCAN-EOF
005818     .
005818 1077-EXIT.
005818     EXIT.
005818*-----------------------------------------------------------*
005818* 1078-LOAD-ONE-COURSE - ONE CATALOG ENTRY; A FULL TABLE     *
005818*                        ABENDS RATHER THAN QUIETLY LETTING  *
005818*                        PART OF THE CATALOG OVERFILL        *
005818*-----------------------------------------------------------*
005818 1078-LOAD-ONE-COURSE.
005818     READ COURSE-CATALOG NEXT
005818         AT END
005818             SET SEAT-SCAN-EOF TO TRUE
005818             GO TO 1078-EXIT
005818     END-READ
005818     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
005818     MOVE "READ"           TO FSC-OPERATION
005818     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005818     IF NOT CC-COURSE-ACTIVE
005818             OR CC-SEAT-CAPACITY NOT NUMERIC
005818             OR CC-SEAT-CAPACITY = ZERO
005818         GO TO 1078-EXIT
005818     END-IF
005818     IF WS-SEAT-COUNT >= WS-SEAT-MAX
005818         DISPLAY "GETINPUT - SEAT TABLE FULL AT "
005818             WS-SEAT-MAX " ENTRIES - ENLARGE THE TABLE"
005818         MOVE 16 TO RETURN-CODE
005818         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
005818         STOP RUN
005818     END-IF
005818     ADD 1 TO WS-SEAT-COUNT
005818     MOVE CC-COURSE-CODE   TO WS-SEAT-COURSE-CODE (WS-SEAT-COUNT)
005818     MOVE CC-SEAT-CAPACITY TO WS-SEAT-CAPACITY (WS-SEAT-COUNT)
005818     MOVE ZERO             TO WS-SEAT-TAKEN (WS-SEAT-COUNT)
005818     MOVE ZERO             TO WS-SEAT-WAITING (WS-SEAT-COUNT)
005818     .
005818 1078-EXIT.
005818     EXIT.
005818*-----------------------------------------------------------*
005818* 1079-COUNT-ONE-SEAT - ONE MASTER RECORD; ANYTHING BUT A    *
005818*                       WITHDRAWAL HOLDS A SEAT              *
005818*-----------------------------------------------------------*
005818 1079-COUNT-ONE-SEAT.
005818     READ STUDENT-MASTER NEXT
005818         AT END
005818             SET SEAT-SCAN-EOF TO TRUE
005818             GO TO 1079-EXIT
005818     END-READ
005818     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
005818     MOVE "READ"           TO FSC-OPERATION
005818     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
005818         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005818     END-IF
005818     IF SR-GRADE-WITHDRAWN OF STUDENT-MASTER-RECORD
005818             OR SR-GRADE-TRANSFER OF STUDENT-MASTER-RECORD
005818         GO TO 1079-EXIT
005818     END-IF
005818     MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
005818         TO WS-SEAT-COURSE
005818     PERFORM 2081-FIND-SEAT-ENTRY THRU 2081-EXIT
005818     IF SEAT-ENTRY-FOUND
005818         ADD 1 TO WS-SEAT-TAKEN (WS-SEAT-HIT)
005818     END-IF
005818     .
005818 1079-EXIT.
005818     EXIT.
005818*-----------------------------------------------------------*
005818* 1080-COUNT-ONE-WAITER - ONE WAITLIST ENTRY; A PROMOTED     *
005818*                         ENTRY ALREADY OWNS A SEAT, A       *
005818*                         WAITING ONE IS IN THE QUEUE        *
005818*-----------------------------------------------------------*
005818 1080-COUNT-ONE-WAITER.
005818     READ WAITLIST-FILE NEXT
005818         AT END
005818             SET SEAT-SCAN-EOF TO TRUE
005818             GO TO 1080-EXIT
005818     END-READ
005818     MOVE "WAITLIST" TO FSC-FILE-NAME
005818     MOVE "READ"     TO FSC-OPERATION
005818     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005818     MOVE WL-COURSE-CODE TO WS-SEAT-COURSE
005818     PERFORM 2081-FIND-SEAT-ENTRY THRU 2081-EXIT
005818     IF NOT SEAT-ENTRY-FOUND
005818         GO TO 1080-EXIT
005818     END-IF
005818     IF WL-PROMOTED
005818         ADD 1 TO WS-SEAT-TAKEN (WS-SEAT-HIT)
005818     END-IF
005818     IF WL-WAITING
005818         ADD 1 TO WS-SEAT-WAITING (WS-SEAT-HIT)
005818     END-IF
005818     .
005818 1080-EXIT.
005818     EXIT.
005819*-----------------------------------------------------------*
005820* 1070-ACCEPT-CURVE-ADJUSTMENT - READ THIS RUN'S CLASS-WIDE     *
005821*                                GRADE CURVE FROM A PARAMETER    *
005851             "RECORD FOUND FOR STUDENT-ID: " WS-INQUIRY-ID
005852         GO TO 5000-EXIT
005853     END-IF
005853     MOVE "INQUIRY" TO WS-DISC-SOURCE
005853     MOVE "MAIN-MENU STUDENT INQUIRY" TO WS-DISC-PURPOSE
005853     PERFORM 5800-OPEN-DISCLOSURE-LOG THRU 5800-EXIT
005854     MOVE WS-INQUIRY-ID TO SR-STUDENT-ID OF STUDENT-MASTER-RECORD
005854     MOVE WS-INQUIRY-COURSE
005854         TO SR-COURSE-CODE OF STUDENT-MASTER-RECORD
005869             SR-GRADE OF STUDENT-MASTER-RECORD
005870         DISPLAY "GETINPUT - LETTER-GRADE: "
005871             SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
005871         PERFORM 5900-LOG-DISCLOSURE THRU 5900-EXIT
005872     ELSE
005873         IF FSC-STATUS-CODE NOT = "23"
005874             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005878     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
005879     MOVE "CLOSE"          TO FSC-OPERATION
005880     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005880     PERFORM 5850-CLOSE-DISCLOSURE-LOG THRU 5850-EXIT
005881     .
005875 5000-EXIT.
005876     EXIT.
005876     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
005876     MOVE "OPEN"           TO FSC-OPERATION
005876     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005876     MOVE "BROWSE" TO WS-DISC-SOURCE
005876     MOVE "MAIN-MENU NAME BROWSE" TO WS-DISC-PURPOSE
005876     PERFORM 5800-OPEN-DISCLOSURE-LOG THRU 5800-EXIT
005876     MOVE WS-BROWSE-NAME
005876         TO SR-FULL-NAME OF STUDENT-MASTER-RECORD
005876     MOVE "N" TO WS-BROWSE-EOF-SW
005876     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
005876     MOVE "CLOSE"          TO FSC-OPERATION
005876     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005876     PERFORM 5850-CLOSE-DISCLOSURE-LOG THRU 5850-EXIT
005876     .
005876 5500-EXIT.
005876     EXIT.
005876         " " SR-GRADE OF STUDENT-MASTER-RECORD
005876         " " SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
005876         "  " SR-FULL-NAME OF STUDENT-MASTER-RECORD
005876     PERFORM 5900-LOG-DISCLOSURE THRU 5900-EXIT
005876     ADD 1 TO WS-BROWSE-LINES
005876     .
005876 5520-EXIT.
005876             SR-TERM-CODE OF STUDENT-MASTER-RECORD
005876             " POSTED: "
005876             SR-POSTED-DATE OF STUDENT-MASTER-RECORD
005876         PERFORM 5900-LOG-DISCLOSURE THRU 5900-EXIT
005876     ELSE
005876         IF FSC-STATUS-CODE NOT = "23"
005876             MOVE "READ" TO FSC-OPERATION
005876     .
005876 5530-EXIT.
005876     EXIT.
005877*-----------------------------------------------------------*
005877* 5800-OPEN-DISCLOSURE-LOG - APPEND TO THE DISCLOSURE LOG    *
005877*                            FOR THIS INQUIRY OR BROWSE,     *
005877*                            CREATING IT THE FIRST TIME      *
005877*-----------------------------------------------------------*
005877 5800-OPEN-DISCLOSURE-LOG.
005877     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005877     ACCEPT WS-RUN-TIME FROM TIME
005877     OPEN EXTEND DISCLOSURE-LOG
005877     IF FSC-STATUS-CODE = "35"
005877         OPEN OUTPUT DISCLOSURE-LOG
005877     END-IF
005877     MOVE "DISCLOSURE-LOG" TO FSC-FILE-NAME
005877     MOVE "OPEN"           TO FSC-OPERATION
005877     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005877     SET DISC-IS-OPEN TO TRUE
005877     .
005877 5800-EXIT.
005877     EXIT.
005877*-----------------------------------------------------------*
005877* 5850-CLOSE-DISCLOSURE-LOG - CLOSE IT IF IT WAS OPENED      *
005877*-----------------------------------------------------------*
005877 5850-CLOSE-DISCLOSURE-LOG.
005877     IF NOT DISC-IS-OPEN
005877         GO TO 5850-EXIT
005877     END-IF
005877     CLOSE DISCLOSURE-LOG
005877     MOVE "DISCLOSURE-LOG" TO FSC-FILE-NAME
005877     MOVE "CLOSE"          TO FSC-OPERATION
005877     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005877     MOVE "N" TO WS-DISC-OPEN-SW
005877     .
005877 5850-EXIT.
005877     EXIT.
005877*-----------------------------------------------------------*
005877* 5900-LOG-DISCLOSURE - ONE DISCLOG RECORD FOR THE STUDENT-  *
005877*                       MASTER RECORD JUST SHOWN ON SCREEN   *
005877*-----------------------------------------------------------*
005877 5900-LOG-DISCLOSURE.
005877     MOVE SPACES             TO DISCLOSURE-RECORD
005877     MOVE WS-RUN-DATE        TO DL-DISCLOSE-DATE
005877     MOVE WS-RUN-TIME-HHMMSS TO DL-DISCLOSE-TIME
005877     MOVE SR-STUDENT-ID OF STUDENT-MASTER-RECORD
005877         TO DL-STUDENT-ID
005877     MOVE WS-DISC-SOURCE     TO DL-SOURCE
005877     MOVE WS-OPERATOR-ID     TO DL-OPERATOR-ID
005877     MOVE "OFFICE VIEW"      TO DL-RECIPIENT
005877     MOVE WS-DISC-PURPOSE    TO DL-PURPOSE
005877     MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
005877         TO DL-DETAIL
005877     WRITE DISCLOSURE-RECORD
005877     MOVE "DISCLOSURE-LOG" TO FSC-FILE-NAME
005877     MOVE "WRITE"          TO FSC-OPERATION
005877     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
005877     .
005877 5900-EXIT.
005877     EXIT.
005810*-----------------------------------------------------------*
005820* 1050-APPLY-CHECKPOINT - IF A PRIOR RUN LEFT A CHECKPOINT,    *
005830*                         SKIP PAST THE RECORDS IT ALREADY    *
005840*                         PROCESSED INSTEAD OF REDOING THEM.  *
005850*-----------------------------------------------------------*
005860 1050-APPLY-CHECKPOINT.
005865     IF PREVIEW-MODE
005866         GO TO 1050-EXIT
005867     END-IF
005870     OPEN INPUT CHECKPOINT-FILE
005875     MOVE "CHECKPOINT-FILE" TO FSC-FILE-NAME
005876     MOVE "OPEN"            TO FSC-OPERATION
006355     PERFORM 2055-VALIDATE-GRADE THRU 2055-EXIT
006357     PERFORM 2056-VALIDATE-COURSE THRU 2056-EXIT
006358     PERFORM 2057-VALIDATE-MAINT THRU 2057-EXIT
006358     PERFORM 2088-CHECK-DEADLINES THRU 2088-EXIT
006358     PERFORM 2061-VALIDATE-PREREQ THRU 2061-EXIT
006358     PERFORM 2089-CHECK-SCHEDULE THRU 2089-EXIT
006358     PERFORM 2067-CHECK-HOLD THRU 2067-EXIT
006359     PERFORM 2059-CHECK-DUPLICATE THRU 2059-EXIT
006359     PERFORM 2078-CHECK-SEAT THRU 2078-EXIT
006360     EVALUATE TRUE
006360         WHEN KEY-IS-DUPLICATE
006360             ADD 1 TO WS-RECORDS-REJECTED
006360         WHEN KEY-IS-HELD
006360             ADD 1 TO WS-RECORDS-REJECTED
006360             PERFORM 2075-WRITE-ERROR-LOG THRU 2075-EXIT
006360             PERFORM 2094-RELEASE-RESERVED-SEAT THRU 2094-EXIT
006361         WHEN NOT ID-IS-VALID OR NOT COURSE-IS-VALID
006361                 OR NOT COURSE-IN-CATALOG
006361                 OR NOT PREREQ-IS-MET
006361                 OR NOT CHANGE-IN-WINDOW
006361                 OR NOT DEADLINE-IS-MET
006361                 OR NOT SCHEDULE-IS-CLEAR
006361                 OR NOT WEIGHTS-ARE-VALID
006362                 OR NOT MAINT-IS-VALID
006363             ADD 1 TO WS-RECORDS-REJECTED
006364             PERFORM 2075-WRITE-ERROR-LOG THRU 2075-EXIT
006364             PERFORM 2094-RELEASE-RESERVED-SEAT THRU 2094-EXIT
006366         WHEN MAINT-DELETE
006366             MOVE SR-MASTER-KEY OF STUDENT-RECORD TO WS-PREV-KEY
006366             IF WAITER-CANCELLING
006366                 PERFORM 2083-CANCEL-WAITLIST THRU 2083-EXIT
006366             ELSE
006367                 PERFORM 2074-DELETE-MASTER THRU 2074-EXIT
006367             END-IF
006368         WHEN NOT GRADE-IS-VALID OR NOT STATUS-IS-VALID
006369             ADD 1 TO WS-RECORDS-REJECTED
006371             PERFORM 2075-WRITE-ERROR-LOG THRU 2075-EXIT
006371             PERFORM 2094-RELEASE-RESERVED-SEAT THRU 2094-EXIT
006371         WHEN SECTION-IS-FULL
006371             ADD 1 TO WS-RECORDS-REJECTED
006371             ADD 1 TO WS-RECORDS-WAITLISTED
006371             IF SEAT-QUEUE
006371                 PERFORM 2079-WRITE-WAITLIST THRU 2079-EXIT
006371             END-IF
006371             PERFORM 2075-WRITE-ERROR-LOG THRU 2075-EXIT
006372         WHEN OTHER
006372             MOVE SR-MASTER-KEY OF STUDENT-RECORD TO WS-PREV-KEY
006372             MOVE WS-TERM-CODE
006372                 TO SR-TERM-CODE OF STUDENT-RECORD
006372             MOVE WS-RUN-DATE
006372                 TO SR-POSTED-DATE OF STUDENT-RECORD
006372             PERFORM 2092-SETTLE-SITE THRU 2092-EXIT
006372             PERFORM 2052-FIND-POLICY THRU 2052-EXIT
006372             IF SR-GRADE-NUMERIC OF STUDENT-RECORD
006373                 PERFORM 2062-APPLY-DEDUCTION THRU 2062-EXIT
006708             PERFORM 2066-ACCUMULATE-TOTAL THRU 2066-EXIT
006709             PERFORM 2070-WRITE-EXTRACT THRU 2070-EXIT
006709             PERFORM 2072-WRITE-MASTER THRU 2072-EXIT
006709             PERFORM 2085-SETTLE-SEAT THRU 2085-EXIT
006740     END-EVALUATE
006790     PERFORM 2080-WRITE-CHECKPOINT THRU 2080-EXIT
006800     PERFORM 2100-READ-STUDENT-TRANS THRU 2100-EXIT
007140*                         RECORD IN FLIGHT                   *
007140*-----------------------------------------------------------*
007150 2080-WRITE-CHECKPOINT.
007155     IF PREVIEW-MODE
007156         GO TO 2080-EXIT
007157     END-IF
007160     MOVE WS-RECORDS-READ TO CHK-RECORDS-PROCESSED
007170     MOVE WS-PREV-STUDENT-ID  TO CHK-LAST-STUDENT-ID
007170     MOVE WS-PREV-COURSE-CODE TO CHK-LAST-COURSE-CODE
007220 2080-EXIT.
007230     EXIT.
007200*-----------------------------------------------------------*
007250* 2050-VALIDATE-ID - NUMERIC-ID-PLUS-CHECK-DIGIT FORMAT;    *
007251*                    A VALID ID THAT IDMERGE HAS RETIRED IS  *
007252*                    REDIRECTED TO ITS SURVIVOR              *
007260*-----------------------------------------------------------*
007270 2050-VALIDATE-ID.
007280     CALL "IF-ELSE" USING SR-STUDENT-ID OF STUDENT-RECORD
007285         WS-ID-VALID-SW
007290     IF NOT ID-IS-VALID OR NOT XREF-IS-OPEN
007291         GO TO 2050-EXIT
007292     END-IF
007293     MOVE SR-STUDENT-ID OF STUDENT-RECORD TO XR-RETIRED-ID
007294     READ ID-XREF
007295         INVALID KEY
007296             GO TO 2050-EXIT
007297     END-READ
007298     MOVE "ID-XREF" TO FSC-FILE-NAME
007299     MOVE "READ"    TO FSC-OPERATION
007300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007301     DISPLAY "GETINPUT - RETIRED ID " XR-RETIRED-ID
007302         " REDIRECTED TO " XR-SURVIVOR-ID
007303     MOVE XR-SURVIVOR-ID TO SR-STUDENT-ID OF STUDENT-RECORD
007304     ADD 1 TO WS-RECORDS-REDIRECTED
007305     CALL "IF-ELSE" USING SR-STUDENT-ID OF STUDENT-RECORD
007306         WS-ID-VALID-SW
007380     .
007390 2050-EXIT.
007395     EXIT.
007400             CONTINUE
007400         WHEN SR-GRADE-ENROLLED OF STUDENT-RECORD
007400             CONTINUE
007400         WHEN SR-GRADE-TRANSFER OF STUDENT-RECORD
007400             CONTINUE
007400         WHEN OTHER
007400             MOVE "N" TO WS-STATUS-VALID-SW
007400     END-EVALUATE
007406     MOVE "Y" TO WS-CATALOG-VALID-SW
007406     MOVE SPACES TO WS-PREREQ-COURSE
007406     MOVE SPACE  TO WS-PREREQ-MIN-GRADE
007406     MOVE SPACES TO WS-CATALOG-SITE
007406     IF SR-COURSE-CODE OF STUDENT-RECORD = SPACES
007406         MOVE "N" TO WS-COURSE-VALID-SW
007406         GO TO 2056-EXIT
007406     IF FSC-STATUS-CODE = "00" AND CC-COURSE-ACTIVE
007406         MOVE CC-PREREQ-COURSE    TO WS-PREREQ-COURSE
007406         MOVE CC-PREREQ-MIN-GRADE TO WS-PREREQ-MIN-GRADE
007406         MOVE CC-SITE-CODE        TO WS-CATALOG-SITE
007406     END-IF
007406     .
007406 2056-EXIT.
007406*                       TREATED AS AN ADD FOR THE OLD FEED    *
007406*                       FORMAT), AND FOR A CHANGE OR DELETE   *
007406*                       CONFIRM THE STUDENT-PLUS-COURSE KEY   *
007406*                       IS ACTUALLY ON STUDENT-MASTER (OR,    *
007406*                       FOR A DELETE, ON THE WAITLIST)        *
007406*-----------------------------------------------------------*
007406 2057-VALIDATE-MAINT.
007406     MOVE "Y" TO WS-MAINT-VALID-SW
007406     MOVE "N" TO WS-MAINT-NOTFOUND-SW
007406     MOVE "Y" TO WS-WINDOW-VALID-SW
007406     MOVE "N" TO WS-LATE-AUTH-SW
007406     MOVE "N" TO WS-WAIT-CANCEL-SW
007406     IF WS-MAINT-CODE = SPACE
007406         MOVE "A" TO WS-MAINT-CODE
007406     END-IF
007406                 AND FSC-STATUS-CODE NOT = "23"
007406             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007406         END-IF
007406         IF MAINT-DELETE AND MAINT-KEY-NOT-FOUND
007406             PERFORM 2084-CHECK-WAITER-DELETE THRU 2084-EXIT
007406         END-IF
007406         IF MAINT-GRADE-CHANGE AND FSC-STATUS-CODE = "00"
007406             IF SR-GRADE OF STUDENT-MASTER-RECORD
007406                     NOT = WS-EXPECTED-GRADE
007406*                        CURRENT MASTER OR IN THE TERM        *
007406*                        ARCHIVE, OR CARRY A LEVEL-2          *
007406*                        AUTHORIZER IN TR-AUTH-CODE WAIVING   *
007406*                        THE REQUIREMENT. "T" TRANSFER CREDIT *
007406*                        MEETS A PREREQUISITE AT ANY MINIMUM  *
007406*                        AND IS ITSELF NEVER CHECKED          *
007406*-----------------------------------------------------------*
007406 2061-VALIDATE-PREREQ.
007406     MOVE "Y" TO WS-PREREQ-OK-SW
007406     IF NOT MAINT-ADD
007406         GO TO 2061-EXIT
007406     END-IF
007406     IF SR-GRADE-TRANSFER OF STUDENT-RECORD
007406         GO TO 2061-EXIT
007406     END-IF
007406     IF WS-PREREQ-COURSE = SPACES
007406         GO TO 2061-EXIT
007406     END-IF
007406     END-IF
007406     PERFORM 2065-LETTER-TO-RANK THRU 2065-EXIT
007406     MOVE WS-RANK-VALUE TO WS-PREREQ-MIN-RANK
007406     PERFORM 2093-RESOLVE-PREREQ-CODE THRU 2093-EXIT
007406     MOVE "N" TO WS-PREREQ-OK-SW
007406     MOVE SR-STUDENT-ID OF STUDENT-RECORD
007406         TO SR-STUDENT-ID OF STUDENT-MASTER-RECORD
007406         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007406     END-IF
007406     IF FSC-STATUS-CODE = "00"
007406             AND SR-GRADE-TRANSFER OF STUDENT-MASTER-RECORD
007406         MOVE "Y" TO WS-PREREQ-OK-SW
007406         GO TO 2061-EXIT
007406     END-IF
007406     IF FSC-STATUS-CODE = "00"
007406             AND SR-GRADE-NUMERIC OF STUDENT-MASTER-RECORD
007406         MOVE SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
007406             TO WS-RANK-LETTER
007406 2061-EXIT.
007406     EXIT.
007406*-----------------------------------------------------------*
007406* 2063-SCAN-PREREQ-ARCHIVE - READ THE STUDENT'S ARCHIVED     *
007406*                            ATTEMPTS AT THE PREREQUISITE    *
007406*                            FOR A QUALIFYING ONE; NO        *
007406*                            TERMARCH DD MEANS NOTHING MORE  *
007406*                            TO CHECK                        *
007406*-----------------------------------------------------------*
007406 2063-SCAN-PREREQ-ARCHIVE.
007406     OPEN INPUT TERM-ARCHIVE
007406     MOVE "OPEN"         TO FSC-OPERATION
007406     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007406     MOVE "N" TO WS-ARCH-EOF-SW
007406     MOVE SR-STUDENT-ID OF STUDENT-RECORD TO TA-STUDENT-ID
007406     MOVE WS-PREREQ-COURSE TO TA-COURSE-CODE
007406     MOVE LOW-VALUES TO TA-TERM-CODE
007406     START TERM-ARCHIVE KEY NOT LESS THAN TA-ARCHIVE-KEY
007406         INVALID KEY
007406             SET PREREQ-ARCHIVE-EOF TO TRUE
007406     END-START
007406     PERFORM 2064-CHECK-ONE-ARCHIVE THRU 2064-EXIT
007406         UNTIL PREREQ-ARCHIVE-EOF OR PREREQ-IS-MET
007406     CLOSE TERM-ARCHIVE
007406 2063-EXIT.
007406     EXIT.
007406*-----------------------------------------------------------*
007406* 2064-CHECK-ONE-ARCHIVE - ONE ARCHIVED ATTEMPT AGAINST THE  *
007406*                          PREREQUISITE REQUIREMENT; THE     *
007406*                          FIRST KEY PAST THE STUDENT AND    *
007406*                          COURSE ENDS THE READ              *
007406*-----------------------------------------------------------*
007406 2064-CHECK-ONE-ARCHIVE.
007406     READ TERM-ARCHIVE NEXT
007406         AT END
007406             SET PREREQ-ARCHIVE-EOF TO TRUE
007406             GO TO 2064-EXIT
007406     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
007406     MOVE "READ"         TO FSC-OPERATION
007406     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007406     IF TA-STUDENT-ID NOT = SR-STUDENT-ID OF STUDENT-RECORD
007406             OR TA-COURSE-CODE NOT = WS-PREREQ-COURSE
007406         SET PREREQ-ARCHIVE-EOF TO TRUE
007406         GO TO 2064-EXIT
007406     END-IF
007406     IF SR-GRADE-NUMERIC OF TERM-ARCHIVE-RECORD
007406         MOVE SR-LETTER-GRADE OF TERM-ARCHIVE-RECORD
007406             TO WS-RANK-LETTER
007406         PERFORM 2065-LETTER-TO-RANK THRU 2065-EXIT
007406             MOVE "Y" TO WS-PREREQ-OK-SW
007406         END-IF
007406     END-IF
007406     IF SR-GRADE-TRANSFER OF TERM-ARCHIVE-RECORD
007406         MOVE "Y" TO WS-PREREQ-OK-SW
007406     END-IF
007406     .
007406 2064-EXIT.
007406     EXIT.
007423*                        JUST BEING DISPLAYED                     *
007424*-----------------------------------------------------------*
007425 2062-APPLY-DEDUCTION.
007425     IF PREVIEW-MODE
007425         GO TO 2062-EXIT
007425     END-IF
007426     MOVE "A" TO WS-SUBTRACT-FUNCTION-CODE
007427     CALL "SUBTRACT-PROG" USING WS-SUBTRACT-FUNCTION-CODE
007428         STUDENT-RECORD WS-DEDUCTION-APPLIED-SW
007443*                         GRADE THROUGH ADD-PROG'S RUNNING TOTAL  *
007444*-----------------------------------------------------------*
007445 2066-ACCUMULATE-TOTAL.
007445     IF PREVIEW-MODE
007445         GO TO 2066-EXIT
007445     END-IF
007446     MOVE "A" TO WS-ADD-FUNCTION-CODE
007447     CALL "ADD-PROG" USING WS-ADD-FUNCTION-CODE STUDENT-RECORD
007448         WS-ADD-OVERFLOW-SW WS-FINAL-STUDENT-COUNT
007419*                      FORMAT EXTRACT FILE                    *
007420*-----------------------------------------------------------*
007421 2070-WRITE-EXTRACT.
007421     IF PREVIEW-MODE
007421         GO TO 2070-EXIT
007421     END-IF
007422     MOVE STUDENT-RECORD TO REGISTRAR-EXTRACT-RECORD
007423     WRITE REGISTRAR-EXTRACT-RECORD
007429     MOVE "REGISTRAR-EXT" TO FSC-FILE-NAME
007430     MOVE "WRITE"         TO FSC-OPERATION
007431     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007431     ADD 1 TO FSC-STEP-RECORDS-OUT
007424     .
007425 2070-EXIT.
007426     EXIT.
007467     READ STUDENT-MASTER
007467         INVALID KEY CONTINUE
007467     END-READ
007467     IF PREVIEW-MODE
007467         PERFORM 2097-PREVIEW-POSTING THRU 2097-EXIT
007467         GO TO 2072-EXIT
007467     END-IF
007467     IF FSC-STATUS-CODE = "00"
007467         MOVE SR-GRADE OF STUDENT-MASTER-RECORD
007467             TO WS-PRIOR-GRADE
007475     ELSE
007475         MOVE STUDENT-RECORD TO JR-AFTER-IMAGE
007475     END-IF
007475     IF (LATE-CHANGE-AUTHORIZED AND MAINT-GRADE-CHANGE)
007475             OR DEADLINE-OVERRIDDEN
007475         MOVE "L" TO JR-LATE-AUTH-FLAG
007475     ELSE
007475         MOVE SPACE TO JR-LATE-AUTH-FLAG
007475         MOVE SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
007475             TO WS-PRIOR-LETTER
007475         MOVE STUDENT-MASTER-RECORD TO WS-BEFORE-IMAGE
007475         MOVE SR-GRADE-STATUS OF STUDENT-MASTER-RECORD
007475             TO WS-SEAT-PRIOR-STATUS
007475     ELSE
007475         MOVE ZERO  TO WS-PRIOR-GRADE
007475         MOVE SPACE TO WS-PRIOR-LETTER
007475         MOVE SPACES TO WS-BEFORE-IMAGE
007475         MOVE "W" TO WS-SEAT-PRIOR-STATUS
007475     END-IF
007475     IF PREVIEW-MODE
007475         PERFORM 2096-PREVIEW-DELETE THRU 2096-EXIT
007475         PERFORM 2087-RELEASE-DELETED-SEAT THRU 2087-EXIT
007475         GO TO 2074-EXIT
007475     END-IF
007475     MOVE "D" TO WS-HIST-ACTION
007475     MOVE "DELETE" TO WS-JR-ACTION
007475             " COURSE: " SR-COURSE-CODE OF STUDENT-RECORD
007475         PERFORM 2073-WRITE-GRADE-HISTORY THRU 2073-EXIT
007475         PERFORM 2076-WRITE-AUDIT-JOURNAL THRU 2076-EXIT
007475         PERFORM 2087-RELEASE-DELETED-SEAT THRU 2087-EXIT
007475     END-IF
007475     .
007475 2074-EXIT.
007438             MOVE "12" TO WS-REJECT-CODE
007438             MOVE "GRADE CHANGE PAST 30-DAY WINDOW"
007438                 TO WS-REJECT-TEXT
007438         WHEN NOT DEADLINE-IS-MET AND DEADLINE-ADD-DROP
007438             MOVE "15" TO WS-REJECT-CODE
007438             MOVE "ENROLLMENT PAST ADD/DROP DEADLINE"
007438                 TO WS-REJECT-TEXT
007438         WHEN NOT DEADLINE-IS-MET
007438             MOVE "16" TO WS-REJECT-CODE
007438             MOVE "WITHDRAWAL PAST DEADLINE" TO WS-REJECT-TEXT
007438         WHEN NOT SCHEDULE-IS-CLEAR
007438             MOVE "17" TO WS-REJECT-CODE
007438             MOVE SPACES TO WS-REJECT-TEXT
007438             STRING "MEETING CONFLICT WITH " DELIMITED BY SIZE
007438                 WS-CONFLICT-COURSE DELIMITED BY SIZE
007438                 INTO WS-REJECT-TEXT
007438             END-STRING
007438         WHEN MAINT-KEY-NOT-FOUND
007438             MOVE "05" TO WS-REJECT-CODE
007438             MOVE "CHG/DEL KEY NOT ON MASTER" TO WS-REJECT-TEXT
007438         WHEN NOT WEIGHTS-ARE-VALID
007438             MOVE "09" TO WS-REJECT-CODE
007438             MOVE "WEIGHTS DO NOT SUM TO 100" TO WS-REJECT-TEXT
007438         WHEN SECTION-IS-FULL AND GRADE-IS-VALID
007438             MOVE "14" TO WS-REJECT-CODE
007438             MOVE "SECTION FULL - WAITLISTED" TO WS-REJECT-TEXT
007439         WHEN OTHER
007440             MOVE "02" TO WS-REJECT-CODE
007441             MOVE "GRADE OUT OF RANGE" TO WS-REJECT-TEXT
007442     END-EVALUATE
007442     IF PREVIEW-MODE
007442         PERFORM 2095-PREVIEW-REJECT THRU 2095-EXIT
007442         GO TO 2075-EXIT
007442     END-IF
007442     MOVE WS-REJECT-CODE TO RJ-REJECT-CODE
007442     MOVE WS-RUN-DATE    TO RJ-REJECT-DATE
007442     IF WS-REJECT-CODE = "14"
007442         MOVE "W"        TO RJ-STATUS
007442     ELSE
007442         MOVE "O"        TO RJ-STATUS
007442     END-IF
007442     MOVE WS-MAINT-CODE  TO RJ-MAINT-CODE
007442     MOVE WS-OPERATOR-ID TO RJ-OPERATOR-ID
007442     MOVE SR-FULL-NAME OF STUDENT-RECORD
007442         TO SR-MIDTERM-SCORE OF ERROR-LOG-RECORD
007442     MOVE SR-FINAL-SCORE OF STUDENT-RECORD
007442         TO SR-FINAL-SCORE OF ERROR-LOG-RECORD
007442     MOVE SR-SITE-CODE OF STUDENT-RECORD
007442         TO SR-SITE-CODE OF ERROR-LOG-RECORD
007447     WRITE ERROR-LOG-RECORD
007448     MOVE "ERROR-LOG" TO FSC-FILE-NAME
007448     MOVE "WRITE"     TO FSC-OPERATION
007449     .
007450 2075-EXIT.
007451     EXIT.
007452*-----------------------------------------------------------*
007452* 2078-CHECK-SEAT - FOR AN ADD OR CHANGE AGAINST A SEAT-     *
007452*                   LIMITED SECTION, WORK OUT WHAT THE       *
007452*                   POSTING DOES TO THE SECTION'S SEATS.     *
007452*                   AN "E" THAT WOULD TAKE A NEW SEAT WHILE  *
007452*                   THE SECTION IS FULL, OR WHILE OTHERS ARE *
007452*                   ALREADY WAITING, IS QUEUED; A PROMOTED   *
007452*                   WAITER TAKES THE SEAT HELD FOR IT. A     *
007452*                   GRADED POSTING IS NEVER HELD BACK - IT   *
007452*                   IS ONLY COUNTED. NOTHING IS WRITTEN      *
007452*                   HERE - THE DISPATCH ACTS ON THE RESULT   *
007452*                   ONCE EVERY OTHER EDIT HAS PASSED         *
007452*-----------------------------------------------------------*
007452 2078-CHECK-SEAT.
007452     MOVE SPACE TO WS-SEAT-ACTION
007452     MOVE "N" TO WS-WAIT-ON-FILE-SW
007452     IF NOT WAITLIST-IS-OPEN
007452         GO TO 2078-EXIT
007452     END-IF
007452     IF NOT MAINT-ADD AND NOT MAINT-CHANGE
007452         GO TO 2078-EXIT
007452     END-IF
007452     IF NOT ID-IS-VALID OR NOT COURSE-IS-VALID
007452         GO TO 2078-EXIT
007452     END-IF
007452     IF SR-GRADE-TRANSFER OF STUDENT-RECORD
007452         GO TO 2078-EXIT
007452     END-IF
007452     MOVE SR-COURSE-CODE OF STUDENT-RECORD TO WS-SEAT-COURSE
007452     PERFORM 2081-FIND-SEAT-ENTRY THRU 2081-EXIT
007452     IF NOT SEAT-ENTRY-FOUND
007452         GO TO 2078-EXIT
007452     END-IF
007452     MOVE "N" TO WS-SEAT-HELD-SW
007452     MOVE SR-MASTER-KEY OF STUDENT-RECORD
007452         TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
007452     READ STUDENT-MASTER
007452         INVALID KEY CONTINUE
007452     END-READ
007452     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
007452     MOVE "READ"           TO FSC-OPERATION
007452     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
007452         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007452     END-IF
007452     IF FSC-STATUS-CODE = "00"
007452             AND NOT SR-GRADE-WITHDRAWN OF STUDENT-MASTER-RECORD
007452             AND NOT SR-GRADE-TRANSFER OF STUDENT-MASTER-RECORD
007452         SET SEAT-ALREADY-HELD TO TRUE
007452     END-IF
007452     IF SR-GRADE-WITHDRAWN OF STUDENT-RECORD
007452         IF SEAT-ALREADY-HELD
007452             SET SEAT-RELEASE TO TRUE
007452         END-IF
007452         GO TO 2078-EXIT
007452     END-IF
007452     IF SEAT-ALREADY-HELD
007452         GO TO 2078-EXIT
007452     END-IF
007452     IF NOT SR-GRADE-ENROLLED OF STUDENT-RECORD
007452         SET SEAT-NEW TO TRUE
007452         GO TO 2078-EXIT
007452     END-IF
007452     MOVE SR-MASTER-KEY OF STUDENT-RECORD TO WL-MASTER-KEY
007452     READ WAITLIST-FILE
007452         INVALID KEY CONTINUE
007452     END-READ
007452     MOVE "WAITLIST" TO FSC-FILE-NAME
007452     MOVE "READ"     TO FSC-OPERATION
007452     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
007452         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007452     END-IF
007452     IF FSC-STATUS-CODE = "00"
007452         SET WAIT-ENTRY-ON-FILE TO TRUE
007452         IF WL-PROMOTED
007452             SET SEAT-RESERVED TO TRUE
007452             GO TO 2078-EXIT
007452         END-IF
007452         IF WL-WAITING
007452             SET SEAT-ALREADY-QUEUED TO TRUE
007452             GO TO 2078-EXIT
007452         END-IF
007452     END-IF
007452     IF WS-SEAT-WAITING (WS-SEAT-HIT) > ZERO
007452             OR WS-SEAT-TAKEN (WS-SEAT-HIT)
007452                 >= WS-SEAT-CAPACITY (WS-SEAT-HIT)
007452         SET SEAT-QUEUE TO TRUE
007452     ELSE
007452         SET SEAT-NEW TO TRUE
007452     END-IF
007452     .
007452 2078-EXIT.
007452     EXIT.
007452*-----------------------------------------------------------*
007452* 2079-WRITE-WAITLIST - QUEUE THE ENROLLMENT AT THE BACK OF  *
007452*                       THE SECTION'S WAITLIST; A KEY THAT   *
007452*                       WAITED (OR ENROLLED) BEFORE REUSES   *
007452*                       ITS OLD ENTRY WITH A FRESH STAMP     *
007452*-----------------------------------------------------------*
007452 2079-WRITE-WAITLIST.
007452     IF PREVIEW-MODE
007452         ADD 1 TO WS-SEAT-WAITING (WS-SEAT-HIT)
007452         GO TO 2079-EXIT
007452     END-IF
007452     ADD 1 TO WS-WAIT-SEQ
007452     MOVE SR-MASTER-KEY OF STUDENT-RECORD TO WL-MASTER-KEY
007452     MOVE WS-RUN-DATE        TO WL-ARRIVAL-DATE
007452     MOVE WS-RUN-TIME-HHMMSS TO WL-ARRIVAL-TIME
007452     MOVE WS-WAIT-SEQ        TO WL-ARRIVAL-SEQ
007452     MOVE SR-FULL-NAME OF STUDENT-RECORD TO WL-FULL-NAME
007452     MOVE WS-TERM-CODE       TO WL-TERM-CODE
007452     MOVE "W"                TO WL-STATUS
007452     MOVE WS-RUN-DATE        TO WL-STATUS-DATE
007452     MOVE WS-AUTH-CODE       TO WL-AUTH-CODE
007452     IF WAIT-ENTRY-ON-FILE
007452         REWRITE WAITLIST-RECORD
007452         MOVE "REWRITE" TO FSC-OPERATION
007452     ELSE
007452         WRITE WAITLIST-RECORD
007452         MOVE "WRITE" TO FSC-OPERATION
007452     END-IF
007452     MOVE "WAITLIST" TO FSC-FILE-NAME
007452     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007452     ADD 1 TO WS-SEAT-WAITING (WS-SEAT-HIT)
007452     DISPLAY "GETINPUT - SECTION FULL - WAITLISTED STUDENT-ID: "
007452         SR-STUDENT-ID OF STUDENT-RECORD
007452         " COURSE: " SR-COURSE-CODE OF STUDENT-RECORD
007452     .
007452 2079-EXIT.
007452     EXIT.
007452*-----------------------------------------------------------*
007452* 2081-FIND-SEAT-ENTRY - LOOK WS-SEAT-COURSE UP IN THE SEAT  *
007452*                        TABLE; NOT FOUND MEANS NO LIMIT     *
007452*-----------------------------------------------------------*
007452 2081-FIND-SEAT-ENTRY.
007452     MOVE "N" TO WS-SEAT-FOUND-SW
007452     PERFORM 2082-PROBE-ONE-SEAT THRU 2082-EXIT
007452         VARYING WS-SEAT-SUB FROM 1 BY 1
007452         UNTIL WS-SEAT-SUB > WS-SEAT-COUNT
007452             OR SEAT-ENTRY-FOUND
007452     .
007452 2081-EXIT.
007452     EXIT.
007452*-----------------------------------------------------------*
007452* 2082-PROBE-ONE-SEAT - ONE SEAT-TABLE PROBE                 *
007452*-----------------------------------------------------------*
007452 2082-PROBE-ONE-SEAT.
007452     IF WS-SEAT-COURSE-CODE (WS-SEAT-SUB) = WS-SEAT-COURSE
007452         SET SEAT-ENTRY-FOUND TO TRUE
007452         MOVE WS-SEAT-SUB TO WS-SEAT-HIT
007452     END-IF
007452     .
007452 2082-EXIT.
007452     EXIT.
007452*-----------------------------------------------------------*
007452* 2083-CANCEL-WAITLIST - A "D" FOR A STUDENT WHO IS ONLY ON  *
007452*                        THE WAITLIST TAKES THEM OFF IT; A   *
007452*                        PROMOTED ENTRY GIVES ITS HELD SEAT  *
007452*                        BACK FOR WAITPROM TO RE-OFFER. IT   *
007452*                        COUNTS WITH THE DELETES SO THE      *
007452*                        NIGHT STILL BALANCES                *
007452*-----------------------------------------------------------*
007452 2083-CANCEL-WAITLIST.
007452     MOVE SR-MASTER-KEY OF STUDENT-RECORD TO WL-MASTER-KEY
007452     READ WAITLIST-FILE
007452         INVALID KEY
007452             DISPLAY "GETINPUT - CANCEL FAILED - KEY VANISHED "
007452                 "FROM WAITLIST: "
007452                 SR-MASTER-KEY OF STUDENT-RECORD
007452             GO TO 2083-EXIT
007452     END-READ
007452     MOVE "WAITLIST" TO FSC-FILE-NAME
007452     MOVE "READ"     TO FSC-OPERATION
007452     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007452     MOVE WL-COURSE-CODE TO WS-SEAT-COURSE
007452     PERFORM 2081-FIND-SEAT-ENTRY THRU 2081-EXIT
007452     IF SEAT-ENTRY-FOUND
007452         IF WL-PROMOTED AND WS-SEAT-TAKEN (WS-SEAT-HIT) > ZERO
007452             SUBTRACT 1 FROM WS-SEAT-TAKEN (WS-SEAT-HIT)
007452         END-IF
007452         IF WL-WAITING AND WS-SEAT-WAITING (WS-SEAT-HIT) > ZERO
007452             SUBTRACT 1 FROM WS-SEAT-WAITING (WS-SEAT-HIT)
007452         END-IF
007452     END-IF
007452     IF PREVIEW-MODE
007452         ADD 1 TO WS-WAITERS-CANCELLED
007452         PERFORM 2096-PREVIEW-DELETE THRU 2096-EXIT
007452         GO TO 2083-EXIT
007452     END-IF
007452     MOVE "X"         TO WL-STATUS
007452     MOVE WS-RUN-DATE TO WL-STATUS-DATE
007452     REWRITE WAITLIST-RECORD
007452     MOVE "REWRITE" TO FSC-OPERATION
007452     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007452     ADD 1 TO WS-RECORDS-DELETED
007452     ADD 1 TO WS-WAITERS-CANCELLED
007452     DISPLAY "GETINPUT - WAITLIST ENTRY CANCELLED - STUDENT-ID: "
007452         SR-STUDENT-ID OF STUDENT-RECORD
007452         " COURSE: " SR-COURSE-CODE OF STUDENT-RECORD
007452     .
007452 2083-EXIT.
007452     EXIT.
007452*-----------------------------------------------------------*
007452* 2084-CHECK-WAITER-DELETE - A DELETE WHOSE KEY IS NOT ON    *
007452*                            THE MASTER IS STILL GOOD IF THE *
007452*                            STUDENT IS WAITING (OR PROMOTED *
007452*                            AND NOT YET POSTED)             *
007452*-----------------------------------------------------------*
007452 2084-CHECK-WAITER-DELETE.
007452     IF NOT WAITLIST-IS-OPEN
007452         GO TO 2084-EXIT
007452     END-IF
007452     MOVE SR-MASTER-KEY OF STUDENT-RECORD TO WL-MASTER-KEY
007452     READ WAITLIST-FILE
007452         INVALID KEY
007452             GO TO 2084-EXIT
007452     END-READ
007452     MOVE "WAITLIST" TO FSC-FILE-NAME
007452     MOVE "READ"     TO FSC-OPERATION
007452     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007452     IF WL-WAITING OR WL-PROMOTED
007452         MOVE "Y" TO WS-MAINT-VALID-SW
007452         MOVE "N" TO WS-MAINT-NOTFOUND-SW
007452         SET WAITER-CANCELLING TO TRUE
007452     END-IF
007452     .
007452 2084-EXIT.
007452     EXIT.
007452*-----------------------------------------------------------*
007452* 2085-SETTLE-SEAT - KEEP THE SEAT TABLE IN STEP WITH THE    *
007452*                    POSTING JUST MADE; A PROMOTED WAITER'S  *
007452*                    ENTRY IS MARKED ENROLLED (ITS SEAT WAS  *
007452*                    ALREADY COUNTED WHEN WAITPROM HELD IT)  *
007452*-----------------------------------------------------------*
007452 2085-SETTLE-SEAT.
007452     EVALUATE TRUE
007452         WHEN SEAT-NEW
007452             ADD 1 TO WS-SEAT-TAKEN (WS-SEAT-HIT)
007452         WHEN SEAT-RESERVED
007452             PERFORM 2086-MARK-WAITER-ENROLLED THRU 2086-EXIT
007452         WHEN SEAT-RELEASE
007452             IF WS-SEAT-TAKEN (WS-SEAT-HIT) > ZERO
007452                 SUBTRACT 1 FROM WS-SEAT-TAKEN (WS-SEAT-HIT)
007452             END-IF
007452         WHEN OTHER
007452             CONTINUE
007452     END-EVALUATE
007452     .
007452 2085-EXIT.
007452     EXIT.
007452*-----------------------------------------------------------*
007452* 2086-MARK-WAITER-ENROLLED - THE PROMOTION HAS POSTED       *
007452*-----------------------------------------------------------*
007452 2086-MARK-WAITER-ENROLLED.
007452     IF PREVIEW-MODE
007452         GO TO 2086-EXIT
007452     END-IF
007452     MOVE SR-MASTER-KEY OF STUDENT-RECORD TO WL-MASTER-KEY
007452     READ WAITLIST-FILE
007452         INVALID KEY
007452             GO TO 2086-EXIT
007452     END-READ
007452     MOVE "WAITLIST" TO FSC-FILE-NAME
007452     MOVE "READ"     TO FSC-OPERATION
007452     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007452     MOVE "N"         TO WL-STATUS
007452     MOVE WS-RUN-DATE TO WL-STATUS-DATE
007452     REWRITE WAITLIST-RECORD
007452     MOVE "REWRITE" TO FSC-OPERATION
007452     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007452     .
007452 2086-EXIT.
007452     EXIT.
007452*-----------------------------------------------------------*
007452* 2087-RELEASE-DELETED-SEAT - A DELETED ENROLLMENT THAT HELD *
007452*                             A SEAT GIVES IT BACK           *
007452*-----------------------------------------------------------*
007452 2087-RELEASE-DELETED-SEAT.
007452     IF NOT WAITLIST-IS-OPEN OR WS-SEAT-PRIOR-STATUS = "W"
007452             OR WS-SEAT-PRIOR-STATUS = "T"
007452         GO TO 2087-EXIT
007452     END-IF
007452     MOVE SR-COURSE-CODE OF STUDENT-RECORD TO WS-SEAT-COURSE
007452     PERFORM 2081-FIND-SEAT-ENTRY THRU 2081-EXIT
007452     IF SEAT-ENTRY-FOUND AND WS-SEAT-TAKEN (WS-SEAT-HIT) > ZERO
007452         SUBTRACT 1 FROM WS-SEAT-TAKEN (WS-SEAT-HIT)
007452     END-IF
007452     .
007452 2087-EXIT.
007452     EXIT.
007453*-----------------------------------------------------------*
007453* 2088-CHECK-DEADLINES - AN "E" THAT STARTS AN ENROLLMENT    *
007453*                        (AN ADD, OR A CHANGE FROM ANOTHER   *
007453*                        STATUS) MUST POST BY THE TERM'S     *
007453*                        ADD/DROP DEADLINE, AND A "W" THAT   *
007453*                        STARTS A WITHDRAWAL BY THE          *
007453*                        WITHDRAWAL DEADLINE. A LATER ONE    *
007453*                        STANDS ONLY UNDER A LEVEL-2 AUTH    *
007453*                        CODE, FLAGGED FOR THE JOURNAL. A    *
007453*                        BLANK CALENDAR DEADLINE IS NOT      *
007453*                        ENFORCED                            *
007453*-----------------------------------------------------------*
007453 2088-CHECK-DEADLINES.
007453     MOVE "Y" TO WS-DEADLINE-SW
007453     MOVE "N" TO WS-DEADLINE-AUTH-SW
007453     MOVE SPACE TO WS-DEADLINE-TYPE
007453     IF NOT CALENDAR-IS-LOADED
007453         GO TO 2088-EXIT
007453     END-IF
007453     IF NOT MAINT-IS-VALID OR MAINT-DELETE
007453         GO TO 2088-EXIT
007453     END-IF
007453     IF NOT ID-IS-VALID OR NOT COURSE-IS-VALID
007453         GO TO 2088-EXIT
007453     END-IF
007453     IF NOT MAINT-ADD
007453             AND SR-GRADE-STATUS OF STUDENT-MASTER-RECORD
007453                 = SR-GRADE-STATUS OF STUDENT-RECORD
007453         GO TO 2088-EXIT
007453     END-IF
007453     EVALUATE TRUE
007453         WHEN SR-GRADE-ENROLLED OF STUDENT-RECORD
007453             IF WS-CAL-ADD-DROP-DATE NOT NUMERIC
007453                     OR WS-RUN-DATE NOT > WS-CAL-ADD-DROP-DATE
007453                 GO TO 2088-EXIT
007453             END-IF
007453             SET DEADLINE-ADD-DROP TO TRUE
007453         WHEN SR-GRADE-WITHDRAWN OF STUDENT-RECORD
007453             IF WS-CAL-WITHDRAW-DATE NOT NUMERIC
007453                     OR WS-RUN-DATE NOT > WS-CAL-WITHDRAW-DATE
007453                 GO TO 2088-EXIT
007453             END-IF
007453             SET DEADLINE-WITHDRAW TO TRUE
007453         WHEN OTHER
007453             GO TO 2088-EXIT
007453     END-EVALUATE
007453     PERFORM 2069-CHECK-AUTH-LEVEL THRU 2069-EXIT
007453     IF LATE-CHANGE-AUTHORIZED
007453         SET DEADLINE-OVERRIDDEN TO TRUE
007453         DISPLAY "GETINPUT - PAST-DEADLINE " WS-DEADLINE-TYPE
007453             " POSTING AUTHORIZED BY " WS-AUTH-CODE " - KEY: "
007453             SR-MASTER-KEY OF STUDENT-RECORD
007453     ELSE
007453         MOVE "N" TO WS-DEADLINE-SW
007453     END-IF
007453     .
007453 2088-EXIT.
007453     EXIT.
007453*-----------------------------------------------------------*
007453* 2089-CHECK-SCHEDULE - AN "E" ENROLLMENT THAT WOULD START A *
007453*                       SEAT WHOSE MEETINGS OVERLAP A        *
007453*                       SECTION THE STUDENT ALREADY HOLDS    *
007453*                       THIS TERM IS A SCHEDULE CONFLICT     *
007453*                       UNLESS A LEVEL-2 OPERATOR SIGNS FOR  *
007453*                       IT. A SECTION WITH NO MEETINGS ON    *
007453*                       CRSSCHED NEVER CONFLICTS             *
007453*-----------------------------------------------------------*
007453 2089-CHECK-SCHEDULE.
007453     MOVE "Y" TO WS-SCHED-CLEAR-SW
007453     MOVE SPACES TO WS-CONFLICT-COURSE
007453     IF NOT SCHEDULE-IS-OPEN
007453         GO TO 2089-EXIT
007453     END-IF
007453     IF NOT MAINT-ADD AND NOT MAINT-CHANGE
007453         GO TO 2089-EXIT
007453     END-IF
007453     IF NOT SR-GRADE-ENROLLED OF STUDENT-RECORD
007453         GO TO 2089-EXIT
007453     END-IF
007453     IF NOT ID-IS-VALID OR NOT COURSE-IS-VALID
007453             OR NOT COURSE-IN-CATALOG
007453             OR NOT PREREQ-IS-MET
007453             OR NOT DEADLINE-IS-MET
007453         GO TO 2089-EXIT
007453     END-IF
007453     MOVE SR-COURSE-CODE OF STUDENT-RECORD
007453         TO MS-COURSE-CODE OF COURSE-SCHEDULE-RECORD
007453     READ COURSE-SCHEDULE
007453         INVALID KEY CONTINUE
007453     END-READ
007453     MOVE "CRSSCHED" TO FSC-FILE-NAME
007453     MOVE "READ"     TO FSC-OPERATION
007453     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
007453         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007453     END-IF
007453     IF FSC-STATUS-CODE = "23"
007453         GO TO 2089-EXIT
007453     END-IF
007453     IF MS-MEETING-COUNT OF COURSE-SCHEDULE-RECORD NOT NUMERIC
007453             OR MS-MEETING-COUNT OF COURSE-SCHEDULE-RECORD = ZERO
007453         GO TO 2089-EXIT
007453     END-IF
007453     MOVE COURSE-SCHEDULE-RECORD TO WS-NEW-SCHEDULE
007453     MOVE "N" TO WS-SCHED-HELD-SW
007453     MOVE "N" TO WS-SCHED-SCAN-SW
007453     MOVE SR-STUDENT-ID OF STUDENT-RECORD
007453         TO SR-STUDENT-ID OF STUDENT-MASTER-RECORD
007453     MOVE LOW-VALUES TO SR-COURSE-CODE OF STUDENT-MASTER-RECORD
007453     START STUDENT-MASTER KEY NOT LESS THAN
007453             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
007453         INVALID KEY
007453             SET SCHEDULE-SCAN-DONE TO TRUE
007453     END-START
007453     PERFORM 2091-SCAN-ONE-ENROLLMENT THRU 2091-EXIT
007453         UNTIL SCHEDULE-SCAN-DONE
007453     IF SCHEDULED-SEAT-HELD OR WS-CONFLICT-COURSE = SPACES
007453         GO TO 2089-EXIT
007453     END-IF
007453     PERFORM 2069-CHECK-AUTH-LEVEL THRU 2069-EXIT
007453     IF LATE-CHANGE-AUTHORIZED
007453         DISPLAY "GETINPUT - SCHEDULE CONFLICT WITH "
007453             WS-CONFLICT-COURSE " WAIVED BY " WS-AUTH-CODE
007453             " - KEY: " SR-MASTER-KEY OF STUDENT-RECORD
007453     ELSE
007453         MOVE "N" TO WS-SCHED-CLEAR-SW
007453     END-IF
007453     .
007453 2089-EXIT.
007453     EXIT.
007453*-----------------------------------------------------------*
007453* 2091-SCAN-ONE-ENROLLMENT - ONE OF THE STUDENT'S MASTER     *
007453*                            RECORDS; A LIVE SEAT IN THE     *
007453*                            SAME COURSE MEANS THIS IS NOT A *
007453*                            NEW SEAT, ANY OTHER LIVE SEAT   *
007453*                            THIS TERM IS COMPARED MEETING   *
007453*                            BY MEETING                      *
007453*-----------------------------------------------------------*
007453 2091-SCAN-ONE-ENROLLMENT.
007453     READ STUDENT-MASTER NEXT RECORD
007453         AT END
007453             SET SCHEDULE-SCAN-DONE TO TRUE
007453             GO TO 2091-EXIT
007453     END-READ
007453     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
007453     MOVE "READ"           TO FSC-OPERATION
007453     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007453     IF SR-STUDENT-ID OF STUDENT-MASTER-RECORD
007453             NOT = SR-STUDENT-ID OF STUDENT-RECORD
007453         SET SCHEDULE-SCAN-DONE TO TRUE
007453         GO TO 2091-EXIT
007453     END-IF
007453     IF SR-GRADE-WITHDRAWN OF STUDENT-MASTER-RECORD
007453             OR SR-GRADE-TRANSFER OF STUDENT-MASTER-RECORD
007453         GO TO 2091-EXIT
007453     END-IF
007453     IF SR-COURSE-CODE OF STUDENT-MASTER-RECORD
007453             = SR-COURSE-CODE OF STUDENT-RECORD
007453         SET SCHEDULED-SEAT-HELD TO TRUE
007453         SET SCHEDULE-SCAN-DONE TO TRUE
007453         GO TO 2091-EXIT
007453     END-IF
007453     IF SR-TERM-CODE OF STUDENT-MASTER-RECORD NOT = WS-TERM-CODE
007453             OR WS-CONFLICT-COURSE NOT = SPACES
007453         GO TO 2091-EXIT
007453     END-IF
007453     MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
007453         TO MS-COURSE-CODE OF COURSE-SCHEDULE-RECORD
007453     READ COURSE-SCHEDULE
007453         INVALID KEY CONTINUE
007453     END-READ
007453     MOVE "CRSSCHED" TO FSC-FILE-NAME
007453     MOVE "READ"     TO FSC-OPERATION
007453     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
007453         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007453     END-IF
007453     IF FSC-STATUS-CODE = "23"
007453         GO TO 2091-EXIT
007453     END-IF
007453     CALL "SCHEDCHK" USING WS-NEW-SCHEDULE COURSE-SCHEDULE-RECORD
007453         WS-CONFLICT-RESULT
007453     IF SCHEDULES-CONFLICT
007453         MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
007453             TO WS-CONFLICT-COURSE
007453     END-IF
007453     .
007453 2091-EXIT.
007453     EXIT.
007453*-----------------------------------------------------------*
007453* 2092-SETTLE-SITE - A RECORD THAT ARRIVED WITHOUT A SITE    *
007453*                    CODE KEEPS THE SITE ITS MASTER RECORD   *
007453*                    ALREADY HAS, ELSE TAKES THE COURSE'S    *
007453*                    CATALOG SITE, ELSE THE HOME CAMPUS      *
007453*-----------------------------------------------------------*
007453 2092-SETTLE-SITE.
007453     IF SR-SITE-CODE OF STUDENT-RECORD NOT = SPACES
007453         GO TO 2092-EXIT
007453     END-IF
007453     MOVE SR-MASTER-KEY OF STUDENT-RECORD
007453         TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
007453     READ STUDENT-MASTER
007453         INVALID KEY CONTINUE
007453     END-READ
007453     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
007453     MOVE "READ"           TO FSC-OPERATION
007453     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
007453         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007453     END-IF
007453     IF FSC-STATUS-CODE = "00"
007453         AND SR-SITE-CODE OF STUDENT-MASTER-RECORD NOT = SPACES
007453         MOVE SR-SITE-CODE OF STUDENT-MASTER-RECORD
007453             TO SR-SITE-CODE OF STUDENT-RECORD
007453         GO TO 2092-EXIT
007453     END-IF
007453     IF WS-CATALOG-SITE NOT = SPACES
007453         MOVE WS-CATALOG-SITE TO SR-SITE-CODE OF STUDENT-RECORD
007453     ELSE
007453         MOVE "01" TO SR-SITE-CODE OF STUDENT-RECORD
007453     END-IF
007453     .
007453 2092-EXIT.
007453     EXIT.
007453*-----------------------------------------------------------*
007453* 2093-RESOLVE-PREREQ-CODE - A PREREQUISITE CODE THAT HAS     *
007453*                            BEEN RENUMBERED IS CHECKED UNDER *
007453*                            ITS NEW CODE; CRSRENUM KEEPS     *
007453*                            CRSXREF ONE HOP DEEP             *
007453*-----------------------------------------------------------*
007453 2093-RESOLVE-PREREQ-CODE.
007453     IF NOT CRSXREF-IS-OPEN
007453         GO TO 2093-EXIT
007453     END-IF
007453     MOVE WS-PREREQ-COURSE TO CX-OLD-COURSE
007453     READ COURSE-XREF
007453         INVALID KEY
007453             GO TO 2093-EXIT
007453     END-READ
007453     MOVE "COURSE-XREF" TO FSC-FILE-NAME
007453     MOVE "READ"        TO FSC-OPERATION
007453     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007453     MOVE CX-NEW-COURSE TO WS-PREREQ-COURSE
007453     .
007453 2093-EXIT.
007453     EXIT.
007453*-----------------------------------------------------------*
007453* 2094-RELEASE-RESERVED-SEAT - A PROMOTED WAITER'S POSTING   *
007453*                              WAS REJECTED; CANCEL THE      *
007453*                              ENTRY AND GIVE THE HELD SEAT  *
007453*                              BACK FOR WAITPROM TO RE-OFFER *
007453*-----------------------------------------------------------*
007453 2094-RELEASE-RESERVED-SEAT.
007453     IF NOT SEAT-RESERVED
007453         GO TO 2094-EXIT
007453     END-IF
007453     IF WS-SEAT-TAKEN (WS-SEAT-HIT) > ZERO
007453         SUBTRACT 1 FROM WS-SEAT-TAKEN (WS-SEAT-HIT)
007453     END-IF
007453     IF PREVIEW-MODE
007453         GO TO 2094-EXIT
007453     END-IF
007453     MOVE SR-MASTER-KEY OF STUDENT-RECORD TO WL-MASTER-KEY
007453     READ WAITLIST-FILE
007453         INVALID KEY
007453             GO TO 2094-EXIT
007453     END-READ
007453     MOVE "WAITLIST" TO FSC-FILE-NAME
007453     MOVE "READ"     TO FSC-OPERATION
007453     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007453     MOVE "X"         TO WL-STATUS
007453     MOVE WS-RUN-DATE TO WL-STATUS-DATE
007453     REWRITE WAITLIST-RECORD
007453     MOVE "REWRITE" TO FSC-OPERATION
007453     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007453     DISPLAY "GETINPUT - PROMOTED POSTING REJECTED - SEAT "
007453         "RELEASED - STUDENT-ID: " SR-STUDENT-ID OF STUDENT-RECORD
007453         " COURSE: " SR-COURSE-CODE OF STUDENT-RECORD
007453     .
007453 2094-EXIT.
007453     EXIT.
007453*-----------------------------------------------------------*
007453* 2095-PREVIEW-REJECT - REPORT A RECORD THE LOAD WOULD REJECT *
007453*                       AND COUNT IT UNDER ITS REJECT CODE    *
007453*-----------------------------------------------------------*
007453 2095-PREVIEW-REJECT.
007453     MOVE WS-REJECT-CODE TO WS-PREVIEW-CODE
007453     IF WS-PREVIEW-CODE > ZERO
007453             AND WS-PREVIEW-CODE NOT > WS-PREVIEW-REASON-MAX
007453         ADD 1 TO WS-PREVIEW-REASON-COUNT (WS-PREVIEW-CODE)
007453         IF WS-REJECT-CODE = "17"
007453             MOVE "MEETING-TIME CONFLICT"
007453                 TO WS-PREVIEW-REASON-TEXT (WS-PREVIEW-CODE)
007453         ELSE
007453             MOVE WS-REJECT-TEXT
007453                 TO WS-PREVIEW-REASON-TEXT (WS-PREVIEW-CODE)
007453         END-IF
007453     END-IF
007453     MOVE SPACES TO PREVIEW-REPORT-RECORD
007453     STRING "REJECT  " DELIMITED BY SIZE
007453         SR-STUDENT-ID OF STUDENT-RECORD DELIMITED BY SIZE
007453         " " DELIMITED BY SIZE
007453         SR-COURSE-CODE OF STUDENT-RECORD DELIMITED BY SIZE
007453         " " DELIMITED BY SIZE
007453         WS-REJECT-CODE DELIMITED BY SIZE
007453         " " DELIMITED BY SIZE
007453         WS-REJECT-TEXT DELIMITED BY SIZE
007453         INTO PREVIEW-REPORT-RECORD
007453     END-STRING
007453     PERFORM 2098-WRITE-PREVIEW-LINE THRU 2098-EXIT
007453     .
007453 2095-EXIT.
007453     EXIT.
007453*-----------------------------------------------------------*
007453* 2096-PREVIEW-DELETE - REPORT A MASTER RECORD OR WAITLIST    *
007453*                       ENTRY THE LOAD WOULD DELETE           *
007453*-----------------------------------------------------------*
007453 2096-PREVIEW-DELETE.
007453     ADD 1 TO WS-RECORDS-DELETED
007453     MOVE SPACES TO PREVIEW-REPORT-RECORD
007453     IF WAITER-CANCELLING
007453         STRING "DELETE  " DELIMITED BY SIZE
007453             SR-STUDENT-ID OF STUDENT-RECORD DELIMITED BY SIZE
007453             " " DELIMITED BY SIZE
007453             SR-COURSE-CODE OF STUDENT-RECORD DELIMITED BY SIZE
007453             " WAITLIST ENTRY CANCELLED" DELIMITED BY SIZE
007453             INTO PREVIEW-REPORT-RECORD
007453         END-STRING
007453     ELSE
007453         MOVE WS-PRIOR-GRADE TO WS-PREVIEW-GRADE-ED
007453         STRING "DELETE  " DELIMITED BY SIZE
007453             SR-STUDENT-ID OF STUDENT-RECORD DELIMITED BY SIZE
007453             " " DELIMITED BY SIZE
007453             SR-COURSE-CODE OF STUDENT-RECORD DELIMITED BY SIZE
007453             " GRADE " DELIMITED BY SIZE
007453             WS-PREVIEW-GRADE-ED DELIMITED BY SIZE
007453             " " DELIMITED BY SIZE
007453             WS-PRIOR-LETTER DELIMITED BY SIZE
007453             INTO PREVIEW-REPORT-RECORD
007453         END-STRING
007453     END-IF
007453     PERFORM 2098-WRITE-PREVIEW-LINE THRU 2098-EXIT
007453     .
007453 2096-EXIT.
007453     EXIT.
007453*-----------------------------------------------------------*
007453* 2097-PREVIEW-POSTING - REPORT AN ACCEPTED RECORD AS AN ADD  *
007453*                        OR A CHANGE, DEPENDING ON WHETHER    *
007453*                        THE MASTER READ IN 2072 FOUND IT     *
007453*-----------------------------------------------------------*
007453 2097-PREVIEW-POSTING.
007453     MOVE SR-GRADE OF STUDENT-RECORD TO WS-PREVIEW-GRADE-ED
007453     MOVE SPACES TO PREVIEW-REPORT-RECORD
007453     IF FSC-STATUS-CODE = "00"
007453         ADD 1 TO WS-PREVIEW-CHANGED
007453         MOVE SR-GRADE OF STUDENT-MASTER-RECORD TO WS-PRIOR-GRADE
007453         STRING "CHANGE  " DELIMITED BY SIZE
007453             SR-STUDENT-ID OF STUDENT-RECORD DELIMITED BY SIZE
007453             " " DELIMITED BY SIZE
007453             SR-COURSE-CODE OF STUDENT-RECORD DELIMITED BY SIZE
007453             " GRADE " DELIMITED BY SIZE
007453             WS-PREVIEW-GRADE-ED DELIMITED BY SIZE
007453             " " DELIMITED BY SIZE
007453             SR-LETTER-GRADE OF STUDENT-RECORD DELIMITED BY SIZE
007453             "  WAS " DELIMITED BY SIZE
007453             INTO PREVIEW-REPORT-RECORD
007453         END-STRING
007453         MOVE WS-PRIOR-GRADE TO WS-PREVIEW-GRADE-ED
007453         MOVE WS-PREVIEW-GRADE-ED TO PREVIEW-REPORT-RECORD (44:5)
007453         MOVE SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
007453             TO PREVIEW-REPORT-RECORD (50:1)
007453     ELSE
007453         ADD 1 TO WS-PREVIEW-ADDED
007453         STRING "ADD     " DELIMITED BY SIZE
007453             SR-STUDENT-ID OF STUDENT-RECORD DELIMITED BY SIZE
007453             " " DELIMITED BY SIZE
007453             SR-COURSE-CODE OF STUDENT-RECORD DELIMITED BY SIZE
007453             " GRADE " DELIMITED BY SIZE
007453             WS-PREVIEW-GRADE-ED DELIMITED BY SIZE
007453             " " DELIMITED BY SIZE
007453             SR-LETTER-GRADE OF STUDENT-RECORD DELIMITED BY SIZE
007453             INTO PREVIEW-REPORT-RECORD
007453         END-STRING
007453     END-IF
007453     PERFORM 2098-WRITE-PREVIEW-LINE THRU 2098-EXIT
007453     .
007453 2097-EXIT.
007453     EXIT.
007453*-----------------------------------------------------------*
007453* 2098-WRITE-PREVIEW-LINE - WRITE ONE PREVIEW REPORT LINE     *
007453*-----------------------------------------------------------*
007453 2098-WRITE-PREVIEW-LINE.
007453     WRITE PREVIEW-REPORT-RECORD
007453     MOVE "PREVIEW-REPORT" TO FSC-FILE-NAME
007453     MOVE "WRITE"          TO FSC-OPERATION
007453     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007453     ADD 1 TO FSC-STEP-RECORDS-OUT
007453     .
007453 2098-EXIT.
007453     EXIT.
007460*-----------------------------------------------------------*
007470* 2100-READ-STUDENT-TRANS - READ NEXT ROSTER RECORD          *
007440*-----------------------------------------------------------*
009114         WS-RECORDS-DELETED
009115     DISPLAY "GETINPUT - DUPLICATE RECORDS REJECTED: "
009116         WS-RECORDS-DUPLICATE
009117     DISPLAY "GETINPUT - ENROLLMENTS WAITLISTED: "
009117         WS-RECORDS-WAITLISTED
009117     DISPLAY "GETINPUT - WAITLIST ENTRIES CANCELLED: "
009117         WS-WAITERS-CANCELLED
009118     DISPLAY "GETINPUT - RETIRED IDS REDIRECTED: "
009118         WS-RECORDS-REDIRECTED
009120     MOVE "T" TO WS-ADD-FUNCTION-CODE
009130     CALL "ADD-PROG" USING WS-ADD-FUNCTION-CODE STUDENT-RECORD
009140         WS-ADD-OVERFLOW-SW WS-FINAL-STUDENT-COUNT
009237     MOVE "AUDIT-JOURNAL" TO FSC-FILE-NAME
009237     MOVE "CLOSE"         TO FSC-OPERATION
009238     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
009240     PERFORM 3070-CLOSE-REFERENCE-FILES THRU 3070-EXIT
009250     MOVE "F" TO SS-MASTER-STATE
009251     PERFORM 1075-WRITE-SYSTEM-STATUS THRU 1075-EXIT
009300     .
009400 3000-EXIT.
009500     EXIT.
009500*-----------------------------------------------------------*
009500* 3070-CLOSE-REFERENCE-FILES - CLOSE WHICHEVER OPTIONAL       *
009500*                              LOOKUP FILES THIS RUN OPENED   *
009500*-----------------------------------------------------------*
009500 3070-CLOSE-REFERENCE-FILES.
009240     IF CATALOG-IS-OPEN
009241         CLOSE COURSE-CATALOG
009242         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
009247         MOVE "HOLD-FILE" TO FSC-FILE-NAME
009248         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
009249     END-IF
009249     IF WAITLIST-IS-OPEN
009249         CLOSE WAITLIST-FILE
009249         MOVE "WAITLIST" TO FSC-FILE-NAME
009249         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
009249     END-IF
009249     IF XREF-IS-OPEN
009249         CLOSE ID-XREF
009249         MOVE "ID-XREF" TO FSC-FILE-NAME
009249         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
009249     END-IF
009249     IF CRSXREF-IS-OPEN
009249         CLOSE COURSE-XREF
009249         MOVE "COURSE-XREF" TO FSC-FILE-NAME
009249         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
009249     END-IF
009249     IF SCHEDULE-IS-OPEN
009249         CLOSE COURSE-SCHEDULE
009249         MOVE "CRSSCHED" TO FSC-FILE-NAME
009249         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
009249     END-IF
009500     .
009500 3070-EXIT.
009500     EXIT.
009500*-----------------------------------------------------------*
009500* 3100-TERMINATE-PREVIEW - TOTAL THE PREVIEW REPORT AND CLOSE *
009500*                          THE FILES A PREVIEW RUN OPENED;    *
009500*                          NONE OF THE 3000 POSTING CLOSE-OUT *
009500*                          (SUBPROGRAM TOTALS, SUMMARY, RUN   *
009500*                          HISTORY, CHECKPOINT, FEED REGISTER,*
009500*                          SYSSTAT) APPLIES. RC 4 WHEN ANY    *
009500*                          RECORD WOULD REJECT OR THE FEED    *
009500*                          DOES NOT BALANCE                   *
009500*-----------------------------------------------------------*
009500 3100-TERMINATE-PREVIEW.
009500     DISPLAY "GETINPUT - PREVIEW - RECORDS READ: " WS-RECORDS-READ
009500     DISPLAY "GETINPUT - PREVIEW - RECORDS THAT WOULD REJECT: "
009500         WS-RECORDS-REJECTED
009500     PERFORM 3055-BALANCE-CONTROL-TOTALS THRU 3055-EXIT
009500     COMPUTE WS-PREVIEW-ACCEPTED = WS-PREVIEW-ADDED
009500         + WS-PREVIEW-CHANGED + WS-RECORDS-DELETED
009500     MOVE SPACES TO PREVIEW-REPORT-RECORD
009500     PERFORM 2098-WRITE-PREVIEW-LINE THRU 2098-EXIT
009500     MOVE "RECORDS READ" TO WS-PREVIEW-LABEL
009500     MOVE WS-RECORDS-READ TO WS-PREVIEW-COUNT-ED
009500     PERFORM 3110-WRITE-PREVIEW-TOTAL THRU 3110-EXIT
009500     MOVE "WOULD BE ACCEPTED" TO WS-PREVIEW-LABEL
009500     MOVE WS-PREVIEW-ACCEPTED TO WS-PREVIEW-COUNT-ED
009500     PERFORM 3110-WRITE-PREVIEW-TOTAL THRU 3110-EXIT
009500     MOVE "  ADDED" TO WS-PREVIEW-LABEL
009500     MOVE WS-PREVIEW-ADDED TO WS-PREVIEW-COUNT-ED
009500     PERFORM 3110-WRITE-PREVIEW-TOTAL THRU 3110-EXIT
009500     MOVE "  CHANGED" TO WS-PREVIEW-LABEL
009500     MOVE WS-PREVIEW-CHANGED TO WS-PREVIEW-COUNT-ED
009500     PERFORM 3110-WRITE-PREVIEW-TOTAL THRU 3110-EXIT
009500     MOVE "  DELETED" TO WS-PREVIEW-LABEL
009500     MOVE WS-RECORDS-DELETED TO WS-PREVIEW-COUNT-ED
009500     PERFORM 3110-WRITE-PREVIEW-TOTAL THRU 3110-EXIT
009500     MOVE "WOULD BE REJECTED" TO WS-PREVIEW-LABEL
009500     MOVE WS-RECORDS-REJECTED TO WS-PREVIEW-COUNT-ED
009500     PERFORM 3110-WRITE-PREVIEW-TOTAL THRU 3110-EXIT
009500     PERFORM 3105-PREVIEW-ONE-REASON THRU 3105-EXIT
009500         VARYING WS-PREVIEW-SUB FROM 1 BY 1
009500         UNTIL WS-PREVIEW-SUB > WS-PREVIEW-REASON-MAX
009500     MOVE SPACES TO PREVIEW-REPORT-RECORD
009500     PERFORM 2098-WRITE-PREVIEW-LINE THRU 2098-EXIT
009500     IF CONTROL-TOTALS-FAILED
009500         MOVE "*** FEED OUT OF BALANCE TO ITS CONTROL TRAILER ***"
009500             TO PREVIEW-REPORT-RECORD
009500     ELSE
009500         MOVE "FEED BALANCES TO ITS CONTROL TRAILER"
009500             TO PREVIEW-REPORT-RECORD
009500     END-IF
009500     PERFORM 2098-WRITE-PREVIEW-LINE THRU 2098-EXIT
009500     IF WS-RECORDS-REJECTED > ZERO OR CONTROL-TOTALS-FAILED
009500         MOVE 4 TO RETURN-CODE
009500     END-IF
009500     CLOSE STUDENT-TRANS
009500     MOVE "STUDENT-TRANS" TO FSC-FILE-NAME
009500     MOVE "CLOSE"         TO FSC-OPERATION
009500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
009500     CLOSE PREVIEW-REPORT
009500     MOVE "PREVIEW-REPORT" TO FSC-FILE-NAME
009500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
009500     CLOSE STUDENT-MASTER
009500     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
009500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
009500     PERFORM 3070-CLOSE-REFERENCE-FILES THRU 3070-EXIT
009500     .
009500 3100-EXIT.
009500     EXIT.
009500*-----------------------------------------------------------*
009500* 3105-PREVIEW-ONE-REASON - ONE LINE PER REJECT CODE THAT     *
009500*                           TURNED UP IN THE FEED             *
009500*-----------------------------------------------------------*
009500 3105-PREVIEW-ONE-REASON.
009500     IF WS-PREVIEW-REASON-COUNT (WS-PREVIEW-SUB) = ZERO
009500         GO TO 3105-EXIT
009500     END-IF
009500     MOVE WS-PREVIEW-SUB TO WS-PREVIEW-CODE
009500     MOVE SPACES TO WS-PREVIEW-LABEL
009500     STRING "  CODE " DELIMITED BY SIZE
009500         WS-PREVIEW-CODE DELIMITED BY SIZE
009500         " " DELIMITED BY SIZE
009500         WS-PREVIEW-REASON-TEXT (WS-PREVIEW-SUB) DELIMITED BY SIZE
009500         INTO WS-PREVIEW-LABEL
009500     END-STRING
009500     MOVE WS-PREVIEW-REASON-COUNT (WS-PREVIEW-SUB)
009500         TO WS-PREVIEW-COUNT-ED
009500     PERFORM 3110-WRITE-PREVIEW-TOTAL THRU 3110-EXIT
009500     .
009500 3105-EXIT.
009500     EXIT.
009500*-----------------------------------------------------------*
009500* 3110-WRITE-PREVIEW-TOTAL - LABEL AND COUNT ON ONE LINE      *
009500*-----------------------------------------------------------*
009500 3110-WRITE-PREVIEW-TOTAL.
009500     MOVE SPACES TO PREVIEW-REPORT-RECORD
009500     STRING WS-PREVIEW-LABEL DELIMITED BY SIZE
009500         WS-PREVIEW-COUNT-ED DELIMITED BY SIZE
009500         INTO PREVIEW-REPORT-RECORD
009500     END-STRING
009500     PERFORM 2098-WRITE-PREVIEW-LINE THRU 2098-EXIT
009500     .
009500 3110-EXIT.
009500     EXIT.
009501*-----------------------------------------------------------*
009502* 3060-WRITE-SUMMARY - CONSOLIDATE THE RUN'S RECORD COUNTS,     *
