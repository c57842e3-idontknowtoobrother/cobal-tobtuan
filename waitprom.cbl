000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WAITPROM.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - SECTION WAITLIST PROMOTION.   *
001300*                   COUNTS THE SEATS TAKEN IN EVERY SEAT-    *
001400*                   LIMITED CRSCAT COURSE (MASTER RECORDS    *
001500*                   IN ANY STATUS BUT "W", PLUS WAITLIST     *
001600*                   ENTRIES ALREADY PROMOTED), THEN WALKS    *
001700*                   THE WAITLIST COURSE BY COURSE IN         *
001800*                   ARRIVAL ORDER AND PROMOTES THE OLDEST    *
001900*                   WAITERS INTO WHATEVER SEATS HAVE FREED   *
002000*                   UP. A PROMOTION MARKS THE ENTRY "P"      *
002100*                   (HOLDING THE SEAT), WRITES AN "A"/"E"    *
002200*                   ENROLLMENT ONTO THE WAITPROM FEED WITH   *
002300*                   ITS OWN CONTROL TRAILER - THE FEED RIDES *
002400*                   THE NEXT NIGHT'S SORTTRN CONCATENATION,  *
002500*                   THE SAME WAY THE LAPSE FEED DOES - AND   *
002600*                   PRINTS A NOTICE TO THE STUDENT. THE      *
002700*                   WAITLIST REPORT SHOWS EVERY SECTION'S    *
002800*                   SEATS AND EACH STUDENT'S PLACE IN LINE.  *
002900*                   A SECTION WHOSE CAPACITY WAS TAKEN OFF   *
003000*                   PROMOTES EVERYONE; ONE THAT IS INACTIVE  *
003100*                   OR GONE FROM THE CATALOG PROMOTES NOBODY *
003200*                   AND SAYS SO.                             *
003250*  10/15/2026  DT   RETURNED MAIL. A PROMOTED STUDENT WHOSE  *
003250*                   DEMOMAST ADDRESS RETMAIL HAS MARKED      *
003250*                   UNDELIVERABLE STILL GETS THE SEAT, BUT   *
003250*                   THE NOTICE IS NOT PRINTED; IT IS LISTED  *
003250*                   ON THE NEW MAILHELD REPORT               *
003250*                   (MAILHELD.CPY) AND COUNTED ON THE        *
003250*                   WAITLIST REPORT. DEMOMAST RECORD         *
003250*                   CONTAINS 200.                            *
003275*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003275*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003275*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003287*  10/15/2026  DT   STUDREC NOW CARRIES THE SITE CODE (FEED  *
003287*                   RECORDS 132 BYTES, CRSCAT 51) - A        *
003287*                   PROMOTION CARRIES ITS COURSE'S CATALOG   *
003287*                   SITE.                                    *
003293*  10/15/2026  DT   "T" TRANSFER CREDIT (XFERCRED) HOLDS NO  *
003293*                   SEAT AND IS NOT COUNTED AGAINST A        *
003293*                   SECTION'S CAPACITY.                      *
003296*  10/15/2026  DT   READS THE RUN TERM'S ACADCAL RECORD. A   *
003296*                   PROMOTION POSTS ON THE NEXT NIGHT'S      *
003296*                   LOAD, SO FROM THE ADD/DROP DEADLINE ON   *
003296*                   NOBODY IS PROMOTED - GETINPUT WOULD ONLY *
003296*                   REJECT THE ENROLLMENT AS PAST THE        *
003296*                   DEADLINE. WAITERS KEEP THEIR PLACE AND   *
003296*                   ARE COUNTED AS HELD ON THE REPORT. NO    *
003296*                   ACADCAL DD, NO RUN TERM OR NO DEADLINE   *
003296*                   ON FILE PROMOTES AS BEFORE.              *
003300*-----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RUN-CONTROL ASSIGN TO RUNCTL
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FSC-STATUS-CODE.
004000     SELECT COURSE-CATALOG ASSIGN TO CRSCAT
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CC-COURSE-CODE
004400         FILE STATUS IS FSC-STATUS-CODE.
004500     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS SR-MASTER-KEY OF STUDENT-MASTER-RECORD
004900         ALTERNATE RECORD KEY IS SR-FULL-NAME
005000             OF STUDENT-MASTER-RECORD WITH DUPLICATES
005100         FILE STATUS IS FSC-STATUS-CODE.
005200     SELECT WAITLIST-FILE ASSIGN TO WAITLIST
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS WL-MASTER-KEY
005600         FILE STATUS IS FSC-STATUS-CODE.
005700     SELECT DEMOGRAPHIC-MASTER ASSIGN TO DEMOMAST
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS DM-STUDENT-ID
006100         FILE STATUS IS FSC-STATUS-CODE.
006200     SELECT WAIT-WORK ASSIGN TO WAITWORK
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FSC-STATUS-CODE.
006500     SELECT WAIT-SORTED ASSIGN TO WAITSRTD
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS FSC-STATUS-CODE.
006800     SELECT WAIT-SORT ASSIGN TO SORTWK01.
006900     SELECT PROMOTE-TRANS ASSIGN TO WAITPROM
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS FSC-STATUS-CODE.
007200     SELECT WAIT-RPT ASSIGN TO WAITRPT
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS FSC-STATUS-CODE.
007500     SELECT NOTICE-FILE ASSIGN TO PROMNOTE
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS FSC-STATUS-CODE.
007750     SELECT MAIL-HELD-RPT ASSIGN TO MAILHELD
007750         ORGANIZATION IS LINE SEQUENTIAL
007750         FILE STATUS IS FSC-STATUS-CODE.
007760     SELECT ACADEMIC-CALENDAR ASSIGN TO ACADCAL
007760         ORGANIZATION IS INDEXED
007760         ACCESS MODE IS RANDOM
007760         RECORD KEY IS AC-TERM-CODE
007760         FILE STATUS IS FSC-STATUS-CODE.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  RUN-CONTROL
008100     RECORD CONTAINS 32 CHARACTERS.
008200 01  RUN-CONTROL-RECORD.
008300     COPY "runctl.cpy".
008350 FD  ACADEMIC-CALENDAR
008350     RECORD CONTAINS 100 CHARACTERS.
008350 01  ACADEMIC-CALENDAR-RECORD.
008350     COPY "acadcal.cpy".
008400 FD  COURSE-CATALOG
008500     RECORD CONTAINS 51 CHARACTERS.
008600 01  COURSE-CATALOG-RECORD.
008700     COPY "crscat.cpy".
008800 FD  STUDENT-MASTER
008900     RECORD CONTAINS 97 CHARACTERS.
009000 01  STUDENT-MASTER-RECORD.
009100     COPY "studrec.cpy".
009200 FD  WAITLIST-FILE
009300     RECORD CONTAINS 110 CHARACTERS.
009400 01  WAITLIST-RECORD.
009500     COPY "waitlst.cpy".
009600 FD  DEMOGRAPHIC-MASTER
009700     RECORD CONTAINS 200 CHARACTERS.
009800 01  DEMOGRAPHIC-RECORD.
009900     COPY "demorec.cpy".
010000 FD  WAIT-WORK
010100     RECORD CONTAINS 110 CHARACTERS.
010200 01  WAIT-WORK-RECORD              PIC X(110).
010300 FD  WAIT-SORTED
010400     RECORD CONTAINS 110 CHARACTERS.
010500 01  WAIT-SORTED-RECORD            PIC X(110).
010600 SD  WAIT-SORT.
010700 01  WAIT-SORT-RECORD.
010800     05  FILLER                PIC X(08).
010900     05  WT-SORT-COURSE        PIC X(06).
011000     05  WT-SORT-STAMP         PIC X(19).
011100     05  FILLER                PIC X(77).
011200 FD  PROMOTE-TRANS
011300     RECORD CONTAINS 132 CHARACTERS.
011400 01  PROMOTE-TRANS-RECORD.
011500     COPY "studrec.cpy".
011600     COPY "stutran.cpy".
011700 01  PROMOTE-TRAILER-RECORD.
011800     05  PTR-RECORD-COUNT      PIC 9(07).
011900     05  PTR-GRADE-HASH        PIC 9(11)V9.
012000     05  FILLER                PIC X(31).
012100     05  PTR-TRAILER-KEY       PIC X(14).
012200     05  FILLER                PIC X(33).
012300     05  PTR-MAINT-CODE        PIC X(01).
012400     05  FILLER                PIC X(34).
012500 FD  WAIT-RPT
012600     RECORD CONTAINS 80 CHARACTERS.
012700 01  WAIT-RPT-RECORD               PIC X(80).
012800 FD  NOTICE-FILE
012900     RECORD CONTAINS 80 CHARACTERS.
013000 01  NOTICE-RECORD                 PIC X(80).
013050 FD  MAIL-HELD-RPT
013050     RECORD CONTAINS 80 CHARACTERS.
013050 01  MAIL-HELD-RPT-RECORD          PIC X(80).
013100 WORKING-STORAGE SECTION.
013200 01  WS-SWITCHES.
013300     05  WS-NO-WAITLIST-SW         PIC X(01)  VALUE "N".
013400         88  NO-WAITLIST-FILE                 VALUE "Y".
013500     05  WS-CATALOG-OPEN-SW        PIC X(01)  VALUE "N".
013600         88  CATALOG-IS-OPEN                  VALUE "Y".
013700     05  WS-DEMO-OPEN-SW           PIC X(01)  VALUE "N".
013800         88  DEMO-IS-OPEN                     VALUE "Y".
013900     05  WS-DEMO-FOUND-SW          PIC X(01)  VALUE "N".
014000         88  DEMO-RECORD-FOUND                VALUE "Y".
014100     05  WS-CATALOG-EOF-SW         PIC X(01)  VALUE "N".
014200         88  CATALOG-EOF                      VALUE "Y".
014300     05  WS-MASTER-EOF-SW          PIC X(01)  VALUE "N".
014400         88  MASTER-EOF                       VALUE "Y".
014500     05  WS-WAIT-EOF-SW            PIC X(01)  VALUE "N".
014600         88  WAITLIST-EOF                     VALUE "Y".
014700     05  WS-SORTED-EOF-SW          PIC X(01)  VALUE "N".
014800         88  SORTED-EOF                       VALUE "Y".
014900     05  WS-SEAT-FOUND-SW          PIC X(01)  VALUE "N".
015000         88  SEAT-ENTRY-FOUND                 VALUE "Y".
015100     05  WS-COURSE-RULE            PIC X(01)  VALUE SPACE.
015200         88  COURSE-LIMITED                   VALUE "L".
015300         88  COURSE-UNLIMITED                 VALUE "U".
015400         88  COURSE-CLOSED                    VALUE "C".
015450     05  WS-ADD-DROP-SW            PIC X(01)  VALUE "N".
015450         88  ADD-DROP-CLOSED                  VALUE "Y".
015500 01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
015550 01  WS-TERM-CODE                  PIC X(05)  VALUE SPACES.
015550 01  WS-ADD-DROP-DATE              PIC X(08)  VALUE SPACES.
015600 01  WS-BREAK-COURSE               PIC X(06)  VALUE LOW-VALUES.
015700 01  WS-COURSE-TITLE               PIC X(30)  VALUE SPACES.
015700 01  WS-COURSE-SITE                PIC X(02)  VALUE SPACES.
015800 77  WS-SEAT-MAX                   PIC 9(04)  COMP VALUE 1000.
015900 01  WS-SEAT-TABLE.
016000     05  WS-SEAT-COUNT             PIC 9(04)  COMP VALUE ZERO.
016100     05  WS-SEAT-ENTRY OCCURS 1000 TIMES.
016200         10  WS-SEAT-COURSE-CODE   PIC X(06).
016300         10  WS-SEAT-CAPACITY      PIC 9(03).
016400         10  WS-SEAT-TAKEN         PIC 9(05).
016500 01  WS-WORK-FIELDS.
016600     05  WS-SEAT-COURSE            PIC X(06).
016700     05  WS-SEAT-SUB               PIC 9(04)  COMP.
016800     05  WS-SEAT-HIT               PIC 9(04)  COMP.
016900     05  WS-SEATS-OPEN             PIC 9(05).
017000     05  WS-LINE-POSITION          PIC 9(05).
017100     05  WS-ENTRY-TAG              PIC X(27).
017200 01  WS-CONTROL-TOTALS.
017300     05  WS-PROMOTE-COUNT          PIC 9(07)  VALUE ZERO.
017400     05  WS-PROMOTE-HASH           PIC 9(11)V9 VALUE ZERO.
017500 01  WS-COUNTERS.
017600     05  WS-COURSES-WITH-WAITERS   PIC 9(05)  VALUE ZERO.
017700     05  WS-STILL-WAITING          PIC 9(05)  VALUE ZERO.
017800     05  WS-AWAITING-POSTING       PIC 9(05)  VALUE ZERO.
017900     05  WS-HELD-CLOSED            PIC 9(05)  VALUE ZERO.
017950     05  WS-HELD-DEADLINE          PIC 9(05)  VALUE ZERO.
018000     05  WS-NO-ADDRESS-COUNT       PIC 9(05)  VALUE ZERO.
018050     05  WS-NOTICES-PRINTED        PIC 9(05)  VALUE ZERO.
018050     05  WS-NOTICES-HELD           PIC 9(05)  VALUE ZERO.
018050 01  MAIL-HELD-LINE.
018050     COPY "mailheld.cpy".
018100 01  FSC-CONTROLS.
018200     COPY "fscctl.cpy".
018300 PROCEDURE DIVISION.
018400*-----------------------------------------------------------*
018500* 0000-MAINLINE                                             *
018600*-----------------------------------------------------------*
018700 0000-MAINLINE.
018700     MOVE "WAITPROM" TO FSC-STEP-PROGRAM
018700     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
018800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018900     IF NOT NO-WAITLIST-FILE
019000         PERFORM 1100-LOAD-SEAT-TABLE THRU 1100-EXIT
019100         PERFORM 1200-COUNT-MASTER-SEATS THRU 1200-EXIT
019200         PERFORM 1300-COPY-WAITLIST THRU 1300-EXIT
019300         CLOSE WAIT-WORK
019400         MOVE "WAIT-WORK" TO FSC-FILE-NAME
019500         MOVE "CLOSE"     TO FSC-OPERATION
019600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
019700         SORT WAIT-SORT
019800             ON ASCENDING KEY WT-SORT-COURSE
019900             ON ASCENDING KEY WT-SORT-STAMP
020000             USING WAIT-WORK
020100             GIVING WAIT-SORTED
020200         OPEN INPUT WAIT-SORTED
020300         MOVE "WAIT-SORTED" TO FSC-FILE-NAME
020400         MOVE "OPEN"        TO FSC-OPERATION
020500         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
020600         PERFORM 2050-READ-SORTED THRU 2050-EXIT
020700         PERFORM 2000-PROCESS-WAITER THRU 2000-EXIT
020800             UNTIL SORTED-EOF
020900     END-IF
021000     PERFORM 3000-TERMINATE THRU 3000-EXIT
021000     MOVE WS-PROMOTE-COUNT TO FSC-STEP-RECORDS-OUT
021000     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
021100     GOBACK.
021200*-----------------------------------------------------------*
021300* 1000-INITIALIZE - PICK UP THE RUN DATE, OPEN THE FEED AND  *
021400*                   REPORTS, THEN THE WAITLIST; NO WAITLIST  *
021500*                   MEANS NOBODY IS WAITING (THE FEED STILL  *
021600*                   GETS ITS TRAILER)                        *
021700*-----------------------------------------------------------*
021800 1000-INITIALIZE.
021900     PERFORM 1900-READ-RUN-CONTROL THRU 1900-EXIT
022000     IF WS-RUN-DATE = SPACES
022100         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022200     END-IF
022250     PERFORM 1950-READ-CALENDAR THRU 1950-EXIT
022300     OPEN OUTPUT PROMOTE-TRANS
022400     MOVE "PROMOTE-TRANS" TO FSC-FILE-NAME
022500     MOVE "OPEN"          TO FSC-OPERATION
022600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022700     OPEN OUTPUT WAIT-RPT
022800     MOVE "WAIT-RPT" TO FSC-FILE-NAME
022900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
023000     OPEN OUTPUT NOTICE-FILE
023100     MOVE "NOTICE-FILE" TO FSC-FILE-NAME
023200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
023250     OPEN OUTPUT MAIL-HELD-RPT
023250     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
023250     MOVE "OPEN"          TO FSC-OPERATION
023250     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
023250     MOVE SPACES TO MAIL-HELD-RPT-RECORD
023250     STRING "WAITPROM - MAIL HELD - BAD ADDRESS - "
023250             DELIMITED BY SIZE
023250         WS-RUN-DATE DELIMITED BY SIZE
023250         INTO MAIL-HELD-RPT-RECORD
023250     END-STRING
023250     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
023250     MOVE SPACES TO MAIL-HELD-RPT-RECORD
023250     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
023250     MOVE SPACES TO MAIL-HELD-RPT-RECORD
023250     STRING "  STUDENT   NAME                            "
023250             DELIMITED BY SIZE
023250         "MAIL PIECE            RETURNED" DELIMITED BY SIZE
023250         INTO MAIL-HELD-RPT-RECORD
023250     END-STRING
023250     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
023300     MOVE SPACES TO WAIT-RPT-RECORD
023400     STRING "SECTION WAITLIST POSITIONS AND PROMOTIONS - "
023500             DELIMITED BY SIZE
023600         WS-RUN-DATE DELIMITED BY SIZE
023700         INTO WAIT-RPT-RECORD
023800     END-STRING
023900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
024000     MOVE SPACES TO WAIT-RPT-RECORD
024100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
024150     IF ADD-DROP-CLOSED
024150         DISPLAY "WAITPROM - ADD/DROP DEADLINE " WS-ADD-DROP-DATE
024150             " REACHED - NOBODY IS PROMOTED"
024150         STRING "ADD/DROP DEADLINE " DELIMITED BY SIZE
024150             WS-ADD-DROP-DATE DELIMITED BY SIZE
024150             " FOR TERM " DELIMITED BY SIZE
024150             WS-TERM-CODE DELIMITED BY SIZE
024150             " REACHED - NOBODY IS PROMOTED" DELIMITED BY SIZE
024150             INTO WAIT-RPT-RECORD
024150         END-STRING
024150         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
024150     END-IF
024200     OPEN I-O WAITLIST-FILE
024300     IF FSC-STATUS-CODE = "35"
024400         SET NO-WAITLIST-FILE TO TRUE
024500         DISPLAY "WAITPROM - NO WAITLIST FILE - NOBODY TO PROMOTE"
024600         MOVE "NO WAITLIST ON FILE - NOBODY IS WAITING"
024700             TO WAIT-RPT-RECORD
024800         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
024900         GO TO 1000-EXIT
025000     END-IF
025100     MOVE "WAITLIST" TO FSC-FILE-NAME
025200     MOVE "OPEN"     TO FSC-OPERATION
025300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
025400     OPEN INPUT COURSE-CATALOG
025500     IF FSC-STATUS-CODE = "35"
025600         DISPLAY "WAITPROM - NO COURSE CATALOG - EVERY SECTION "
025700             "IS HELD"
025800     ELSE
025900         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
026000         MOVE "OPEN"           TO FSC-OPERATION
026100         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
026200         SET CATALOG-IS-OPEN TO TRUE
026300     END-IF
026400     OPEN INPUT DEMOGRAPHIC-MASTER
026500     IF FSC-STATUS-CODE = "35"
026600         CONTINUE
026700     ELSE
026800         MOVE "DEMO-MASTER" TO FSC-FILE-NAME
026900         MOVE "OPEN"        TO FSC-OPERATION
027000         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
027100         SET DEMO-IS-OPEN TO TRUE
027200     END-IF
027300     OPEN OUTPUT WAIT-WORK
027400     MOVE "WAIT-WORK" TO FSC-FILE-NAME
027500     MOVE "OPEN"      TO FSC-OPERATION
027600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
027700     .
027800 1000-EXIT.
027900     EXIT.
028000*-----------------------------------------------------------*
028100* 1100-LOAD-SEAT-TABLE - EVERY ACTIVE CATALOG COURSE WITH A  *
028200*                        SEAT CAPACITY GOES INTO THE TABLE   *
028300*-----------------------------------------------------------*
028400 1100-LOAD-SEAT-TABLE.
028500     IF NOT CATALOG-IS-OPEN
028600         GO TO 1100-EXIT
028700     END-IF
028800     MOVE LOW-VALUES TO CC-COURSE-CODE
028900     START COURSE-CATALOG KEY NOT LESS THAN CC-COURSE-CODE
029000         INVALID KEY
029100             SET CATALOG-EOF TO TRUE
029200     END-START
029300     PERFORM 1150-LOAD-ONE-COURSE THRU 1150-EXIT
029400         UNTIL CATALOG-EOF
029500     .
029600 1100-EXIT.
029700     EXIT.
029800*-----------------------------------------------------------*
029900* 1150-LOAD-ONE-COURSE - ONE CATALOG READ; A FULL TABLE IS   *
030000*                        FATAL - SEATS WOULD GO UNCOUNTED    *
030100*-----------------------------------------------------------*
030200 1150-LOAD-ONE-COURSE.
030300     READ COURSE-CATALOG NEXT
030400         AT END
030500             SET CATALOG-EOF TO TRUE
030600             GO TO 1150-EXIT
030700     END-READ
030800     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
030900     MOVE "READ"           TO FSC-OPERATION
031000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
031100     IF NOT CC-COURSE-ACTIVE
031200             OR CC-SEAT-CAPACITY NOT NUMERIC
031300             OR CC-SEAT-CAPACITY = ZERO
031400         GO TO 1150-EXIT
031500     END-IF
031600     IF WS-SEAT-COUNT >= WS-SEAT-MAX
031700         DISPLAY "WAITPROM - SEAT TABLE FULL AT " WS-SEAT-MAX
031800             " COURSES - RUN ABANDONED"
031900         MOVE 16 TO RETURN-CODE
031900         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
032000         STOP RUN
032100     END-IF
032200     ADD 1 TO WS-SEAT-COUNT
032300     MOVE CC-COURSE-CODE   TO WS-SEAT-COURSE-CODE (WS-SEAT-COUNT)
032400     MOVE CC-SEAT-CAPACITY TO WS-SEAT-CAPACITY (WS-SEAT-COUNT)
032500     MOVE ZERO             TO WS-SEAT-TAKEN (WS-SEAT-COUNT)
032600     .
032700 1150-EXIT.
032800     EXIT.
032900*-----------------------------------------------------------*
033000* 1200-COUNT-MASTER-SEATS - EVERY MASTER RECORD NOT          *
033100*                           WITHDRAWN HOLDS A SEAT; NO       *
033200*                           MASTER MEANS NO SEATS TAKEN      *
033300*-----------------------------------------------------------*
033400 1200-COUNT-MASTER-SEATS.
033500     IF WS-SEAT-COUNT = ZERO
033600         GO TO 1200-EXIT
033700     END-IF
033800     OPEN INPUT STUDENT-MASTER
033900     IF FSC-STATUS-CODE = "35"
034000         GO TO 1200-EXIT
034100     END-IF
034200     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
034300     MOVE "OPEN"           TO FSC-OPERATION
034400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
034500     MOVE LOW-VALUES
034600         TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
034700     START STUDENT-MASTER KEY NOT LESS THAN
034800             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
034900         INVALID KEY
035000             SET MASTER-EOF TO TRUE
035100     END-START
035200     PERFORM 1250-COUNT-ONE-SEAT THRU 1250-EXIT
035300         UNTIL MASTER-EOF
035400     CLOSE STUDENT-MASTER
035500     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
035600     MOVE "CLOSE"          TO FSC-OPERATION
035700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035800     .
035900 1200-EXIT.
036000     EXIT.
036100*-----------------------------------------------------------*
036200* 1250-COUNT-ONE-SEAT - ONE MASTER READ                      *
036300*-----------------------------------------------------------*
036400 1250-COUNT-ONE-SEAT.
036500     READ STUDENT-MASTER NEXT
036600         AT END
036700             SET MASTER-EOF TO TRUE
036800             GO TO 1250-EXIT
036900     END-READ
037000     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
037100     MOVE "READ"           TO FSC-OPERATION
037200     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
037300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037400     END-IF
037500     IF SR-GRADE-WITHDRAWN OF STUDENT-MASTER-RECORD
037550             OR SR-GRADE-TRANSFER OF STUDENT-MASTER-RECORD
037600         GO TO 1250-EXIT
037700     END-IF
037800     MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
037900         TO WS-SEAT-COURSE
038000     PERFORM 2600-FIND-SEAT-ENTRY THRU 2600-EXIT
038100     IF SEAT-ENTRY-FOUND
038200         ADD 1 TO WS-SEAT-TAKEN (WS-SEAT-HIT)
038300     END-IF
038400     .
038500 1250-EXIT.
038600     EXIT.
038700*-----------------------------------------------------------*
038800* 1300-COPY-WAITLIST - EVERY WAITING OR PROMOTED ENTRY TO    *
038900*                      THE WORK FILE FOR THE ARRIVAL-ORDER   *
039000*                      SORT; A PROMOTED ENTRY ALSO HOLDS A   *
039100*                      SEAT                                  *
039200*-----------------------------------------------------------*
039300 1300-COPY-WAITLIST.
039400     MOVE LOW-VALUES TO WL-MASTER-KEY
039500     START WAITLIST-FILE KEY NOT LESS THAN WL-MASTER-KEY
039600         INVALID KEY
039700             SET WAITLIST-EOF TO TRUE
039800     END-START
039900     PERFORM 1350-COPY-ONE-WAITER THRU 1350-EXIT
040000         UNTIL WAITLIST-EOF
040100     .
040200 1300-EXIT.
040300     EXIT.
040400*-----------------------------------------------------------*
040500* 1350-COPY-ONE-WAITER - ONE WAITLIST READ AND WORK WRITE    *
040600*-----------------------------------------------------------*
040700 1350-COPY-ONE-WAITER.
040800     READ WAITLIST-FILE NEXT
040900         AT END
041000             SET WAITLIST-EOF TO TRUE
041100             GO TO 1350-EXIT
041200     END-READ
041300     MOVE "WAITLIST" TO FSC-FILE-NAME
041400     MOVE "READ"     TO FSC-OPERATION
041500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
041600     IF NOT WL-WAITING AND NOT WL-PROMOTED
041700         GO TO 1350-EXIT
041800     END-IF
041900     IF WL-PROMOTED
042000         MOVE WL-COURSE-CODE TO WS-SEAT-COURSE
042100         PERFORM 2600-FIND-SEAT-ENTRY THRU 2600-EXIT
042200         IF SEAT-ENTRY-FOUND
042300             ADD 1 TO WS-SEAT-TAKEN (WS-SEAT-HIT)
042400         END-IF
042500     END-IF
042600     MOVE WAITLIST-RECORD TO WAIT-WORK-RECORD
042700     WRITE WAIT-WORK-RECORD
042800     MOVE "WAIT-WORK" TO FSC-FILE-NAME
042900     MOVE "WRITE"     TO FSC-OPERATION
043000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
043100     .
043200 1350-EXIT.
043300     EXIT.
043400*-----------------------------------------------------------*
043500* 1900-READ-RUN-CONTROL - PICK UP THE SHARED RUN DATE AND    *
043600*                         TERM; A MISSING RUNCTL DD IS NOT   *
043650*                         AN ERROR                           *
043700*-----------------------------------------------------------*
043800 1900-READ-RUN-CONTROL.
043900     OPEN INPUT RUN-CONTROL
044000     IF FSC-STATUS-CODE = "35"
044100         GO TO 1900-EXIT
044200     END-IF
044300     MOVE "RUN-CONTROL" TO FSC-FILE-NAME
044400     MOVE "OPEN"        TO FSC-OPERATION
044500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
044600     READ RUN-CONTROL
044700         AT END
044800             CLOSE RUN-CONTROL
044900             GO TO 1900-EXIT
045000     END-READ
045100     MOVE "READ" TO FSC-OPERATION
045200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
045300     MOVE RC-RUN-DATE TO WS-RUN-DATE
045350     MOVE RC-TERM-CODE TO WS-TERM-CODE
045400     CLOSE RUN-CONTROL
045500     MOVE "CLOSE" TO FSC-OPERATION
045600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
045700     .
045800 1900-EXIT.
045900     EXIT.
045910*-----------------------------------------------------------*
045920* 1950-READ-CALENDAR - THE RUN TERM'S ADD/DROP DEADLINE; A   *
045930*                      PROMOTION MADE TONIGHT POSTS          *
045935*                      TOMORROW, SO ONCE THE DEADLINE IS     *
045940*                      REACHED IT COULD ONLY BE REJECTED.    *
045950*                      NO DD OR NO RECORD LEAVES             *
045960*                      PROMOTION OPEN                        *
045970*-----------------------------------------------------------*
045980 1950-READ-CALENDAR.
045980     IF WS-TERM-CODE = SPACES
045980         GO TO 1950-EXIT
045980     END-IF
045980     OPEN INPUT ACADEMIC-CALENDAR
045980     IF FSC-STATUS-CODE = "35"
045980         GO TO 1950-EXIT
045980     END-IF
045980     MOVE "ACADEMIC-CAL" TO FSC-FILE-NAME
045980     MOVE "OPEN"         TO FSC-OPERATION
045980     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
045980     MOVE WS-TERM-CODE TO AC-TERM-CODE
045980     READ ACADEMIC-CALENDAR
045980         INVALID KEY
045980             CONTINUE
045980     END-READ
045980     MOVE "READ" TO FSC-OPERATION
045980     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
045980         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
045980     END-IF
045980     IF FSC-STATUS-CODE = "00"
045980         MOVE AC-ADD-DROP-DATE TO WS-ADD-DROP-DATE
045980     END-IF
045980     CLOSE ACADEMIC-CALENDAR
045980     MOVE "CLOSE" TO FSC-OPERATION
045980     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
045980     IF WS-ADD-DROP-DATE NUMERIC
045980             AND WS-RUN-DATE NOT < WS-ADD-DROP-DATE
045980         SET ADD-DROP-CLOSED TO TRUE
045980     END-IF
045980     .
045990 1950-EXIT.
045990     EXIT.
046000*-----------------------------------------------------------*
046100* 2000-PROCESS-WAITER - A NEW COURSE CODE WORKS OUT THE      *
046200*                       SECTION'S OPEN SEATS; EACH WAITER    *
046300*                       THEN EITHER TAKES ONE OR KEEPS ITS   *
046400*                       PLACE IN LINE                        *
046500*-----------------------------------------------------------*
046600 2000-PROCESS-WAITER.
046600     ADD 1 TO FSC-STEP-RECORDS-IN
046700     IF WL-COURSE-CODE NOT = WS-BREAK-COURSE
046800         MOVE WL-COURSE-CODE TO WS-BREAK-COURSE
046900         PERFORM 2100-START-COURSE THRU 2100-EXIT
047000     END-IF
047100     EVALUATE TRUE
047200         WHEN WL-PROMOTED
047300             ADD 1 TO WS-AWAITING-POSTING
047400             MOVE ZERO TO WS-LINE-POSITION
047500             MOVE "PROMOTED - AWAITING POSTING" TO WS-ENTRY-TAG
047550         WHEN ADD-DROP-CLOSED
047550             PERFORM 2400-KEEP-PLACE THRU 2400-EXIT
047550             ADD 1 TO WS-HELD-DEADLINE
047600         WHEN COURSE-CLOSED
047700             PERFORM 2400-KEEP-PLACE THRU 2400-EXIT
047800             ADD 1 TO WS-HELD-CLOSED
047900         WHEN COURSE-UNLIMITED
048000             PERFORM 2300-PROMOTE-WAITER THRU 2300-EXIT
048100         WHEN WS-SEATS-OPEN > ZERO
048200             PERFORM 2300-PROMOTE-WAITER THRU 2300-EXIT
048300             SUBTRACT 1 FROM WS-SEATS-OPEN
048400         WHEN OTHER
048500             PERFORM 2400-KEEP-PLACE THRU 2400-EXIT
048600     END-EVALUATE
048700     PERFORM 2500-REPORT-WAITER THRU 2500-EXIT
048800     PERFORM 2050-READ-SORTED THRU 2050-EXIT
048900     .
049000 2000-EXIT.
049100     EXIT.
049200*-----------------------------------------------------------*
049300* 2050-READ-SORTED - NEXT WAITER IN COURSE/ARRIVAL ORDER     *
049400*-----------------------------------------------------------*
049500 2050-READ-SORTED.
049600     READ WAIT-SORTED INTO WAITLIST-RECORD
049700         AT END
049800             SET SORTED-EOF TO TRUE
049900             GO TO 2050-EXIT
050000     END-READ
050100     MOVE "WAIT-SORTED" TO FSC-FILE-NAME
050200     MOVE "READ"        TO FSC-OPERATION
050300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
050400     .
050500 2050-EXIT.
050600     EXIT.
050700*-----------------------------------------------------------*
050800* 2100-START-COURSE - LOOK THE COURSE UP AND HEAD ITS BLOCK  *
050900*                     OF THE REPORT WITH ITS SEAT POSITION   *
051000*-----------------------------------------------------------*
051100 2100-START-COURSE.
051200     ADD 1 TO WS-COURSES-WITH-WAITERS
051300     MOVE ZERO TO WS-LINE-POSITION
051400     MOVE ZERO TO WS-SEATS-OPEN
051500     MOVE "NOT IN CATALOG" TO WS-COURSE-TITLE
051500     MOVE SPACES TO WS-COURSE-SITE
051600     SET COURSE-CLOSED TO TRUE
051700     IF CATALOG-IS-OPEN
051800         MOVE WL-COURSE-CODE TO CC-COURSE-CODE
051900         READ COURSE-CATALOG
052000             INVALID KEY
052100                 CONTINUE
052200         END-READ
052300         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
052400         MOVE "READ"           TO FSC-OPERATION
052500         IF FSC-STATUS-CODE NOT = "00"
052600                 AND FSC-STATUS-CODE NOT = "23"
052700             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
052800         END-IF
052900         IF FSC-STATUS-CODE = "00"
053000             MOVE CC-COURSE-TITLE TO WS-COURSE-TITLE
053000             MOVE CC-SITE-CODE    TO WS-COURSE-SITE
053100             IF CC-COURSE-ACTIVE
053200                 SET COURSE-UNLIMITED TO TRUE
053300             END-IF
053400         END-IF
053500     END-IF
053600     IF COURSE-UNLIMITED
053700         MOVE WL-COURSE-CODE TO WS-SEAT-COURSE
053800         PERFORM 2600-FIND-SEAT-ENTRY THRU 2600-EXIT
053900         IF SEAT-ENTRY-FOUND
054000             SET COURSE-LIMITED TO TRUE
054100             IF WS-SEAT-TAKEN (WS-SEAT-HIT)
054200                     < WS-SEAT-CAPACITY (WS-SEAT-HIT)
054300                 SUBTRACT WS-SEAT-TAKEN (WS-SEAT-HIT)
054400                     FROM WS-SEAT-CAPACITY (WS-SEAT-HIT)
054500                     GIVING WS-SEATS-OPEN
054600             END-IF
054700         END-IF
054800     END-IF
054900     MOVE SPACES TO WAIT-RPT-RECORD
055000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
055100     MOVE SPACES TO WAIT-RPT-RECORD
055200     STRING "COURSE " DELIMITED BY SIZE
055300         WL-COURSE-CODE DELIMITED BY SIZE
055400         "  " DELIMITED BY SIZE
055500         WS-COURSE-TITLE DELIMITED BY SIZE
055600         INTO WAIT-RPT-RECORD
055700     END-STRING
055800     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
055900     MOVE SPACES TO WAIT-RPT-RECORD
056000     EVALUATE TRUE
056100         WHEN COURSE-LIMITED
056200             STRING "  CAPACITY: " DELIMITED BY SIZE
056300                 WS-SEAT-CAPACITY (WS-SEAT-HIT) DELIMITED BY SIZE
056400                 "  TAKEN: " DELIMITED BY SIZE
056500                 WS-SEAT-TAKEN (WS-SEAT-HIT) DELIMITED BY SIZE
056600                 "  OPEN: " DELIMITED BY SIZE
056700                 WS-SEATS-OPEN DELIMITED BY SIZE
056800                 INTO WAIT-RPT-RECORD
056900             END-STRING
057000         WHEN COURSE-UNLIMITED
057100             MOVE "  NO SEAT LIMIT - EVERY WAITER IS PROMOTED"
057200                 TO WAIT-RPT-RECORD
057300         WHEN OTHER
057400             MOVE "  NOT OPEN FOR ENROLLMENT - NOBODY IS PROMOTED"
057500                 TO WAIT-RPT-RECORD
057600     END-EVALUATE
057700     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
057800     .
057900 2100-EXIT.
058000     EXIT.
058100*-----------------------------------------------------------*
058200* 2300-PROMOTE-WAITER - HOLD THE SEAT ON THE WAITLIST, WRITE *
058300*                       THE ENROLLMENT ONTO THE FEED, AND    *
058400*                       TELL THE STUDENT                     *
058500*-----------------------------------------------------------*
058600 2300-PROMOTE-WAITER.
058700     READ WAITLIST-FILE
058800         INVALID KEY
058900             DISPLAY "WAITPROM - KEY VANISHED FROM WAITLIST: "
059000                 WL-MASTER-KEY
059100             MOVE "NOT PROMOTED - ENTRY MISSING" TO WS-ENTRY-TAG
059200             GO TO 2300-EXIT
059300     END-READ
059400     MOVE "WAITLIST" TO FSC-FILE-NAME
059500     MOVE "READ"     TO FSC-OPERATION
059600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
059700     MOVE "P"         TO WL-STATUS
059800     MOVE WS-RUN-DATE TO WL-STATUS-DATE
059900     REWRITE WAITLIST-RECORD
060000     MOVE "REWRITE" TO FSC-OPERATION
060100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
060200     IF COURSE-LIMITED
060300         ADD 1 TO WS-SEAT-TAKEN (WS-SEAT-HIT)
060400     END-IF
060500     PERFORM 2350-WRITE-PROMOTE-TRANS THRU 2350-EXIT
060600     PERFORM 2700-WRITE-NOTICE THRU 2700-EXIT
060700     MOVE ZERO TO WS-LINE-POSITION
060800     MOVE "PROMOTED TONIGHT" TO WS-ENTRY-TAG
060900     .
061000 2300-EXIT.
061100     EXIT.
061200*-----------------------------------------------------------*
061300* 2350-WRITE-PROMOTE-TRANS - ONE "A" ENROLLMENT (STATUS "E", *
061400*                            SCORE ZERO) FOR THE PROMOTED    *
061500*                            STUDENT, CARRYING THE ORIGINAL  *
061600*                            ADD'S AUTHORIZATION             *
061700*-----------------------------------------------------------*
061800 2350-WRITE-PROMOTE-TRANS.
061900     MOVE SPACES TO PROMOTE-TRANS-RECORD
062000     MOVE WL-FULL-NAME TO SR-FULL-NAME OF PROMOTE-TRANS-RECORD
062100     MOVE WL-MASTER-KEY
062200         TO SR-MASTER-KEY OF PROMOTE-TRANS-RECORD
062300     MOVE ZERO  TO SR-GRADE OF PROMOTE-TRANS-RECORD
062400     MOVE SPACE TO SR-LETTER-GRADE OF PROMOTE-TRANS-RECORD
062500     MOVE "E"   TO SR-GRADE-STATUS OF PROMOTE-TRANS-RECORD
062600     MOVE WL-TERM-CODE TO SR-TERM-CODE OF PROMOTE-TRANS-RECORD
062700     MOVE SPACES TO SR-POSTED-DATE OF PROMOTE-TRANS-RECORD
062800     MOVE ZERO  TO SR-HOMEWORK-SCORE OF PROMOTE-TRANS-RECORD
062900     MOVE ZERO  TO SR-MIDTERM-SCORE OF PROMOTE-TRANS-RECORD
063000     MOVE ZERO  TO SR-FINAL-SCORE OF PROMOTE-TRANS-RECORD
063000     MOVE WS-COURSE-SITE TO SR-SITE-CODE OF PROMOTE-TRANS-RECORD
063100     MOVE "A"   TO TR-MAINT-CODE
063200     MOVE ZERO  TO TR-EXPECTED-GRADE
063300     MOVE WL-AUTH-CODE TO TR-AUTH-CODE
063400     MOVE ZERO  TO TR-HOMEWORK-SCORE
063500     MOVE ZERO  TO TR-MIDTERM-SCORE
063600     MOVE ZERO  TO TR-FINAL-SCORE
063700     MOVE ZERO  TO TR-HOMEWORK-WEIGHT
063800     MOVE ZERO  TO TR-MIDTERM-WEIGHT
063900     MOVE ZERO  TO TR-FINAL-WEIGHT
064000     MOVE SPACE TO TR-COMPONENT-FLAG
064100     WRITE PROMOTE-TRANS-RECORD
064200     MOVE "PROMOTE-TRANS" TO FSC-FILE-NAME
064300     MOVE "WRITE"         TO FSC-OPERATION
064400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
064500     ADD 1 TO WS-PROMOTE-COUNT
064600     .
064700 2350-EXIT.
064800     EXIT.
064900*-----------------------------------------------------------*
065000* 2400-KEEP-PLACE - THE WAITER STAYS IN LINE                 *
065100*-----------------------------------------------------------*
065200 2400-KEEP-PLACE.
065300     ADD 1 TO WS-STILL-WAITING
065400     ADD 1 TO WS-LINE-POSITION
065500     MOVE "WAITING" TO WS-ENTRY-TAG
065600     .
065700 2400-EXIT.
065800     EXIT.
065900*-----------------------------------------------------------*
066000* 2500-REPORT-WAITER - ONE REPORT LINE PER ENTRY; A WAITER   *
066100*                      STILL IN LINE SHOWS ITS POSITION      *
066200*-----------------------------------------------------------*
066300 2500-REPORT-WAITER.
066400     MOVE SPACES TO WAIT-RPT-RECORD
066500     IF WS-ENTRY-TAG = "WAITING"
066600         STRING "  " DELIMITED BY SIZE
066700             WS-LINE-POSITION DELIMITED BY SIZE
066800             "  " DELIMITED BY SIZE
066900             WL-STUDENT-ID DELIMITED BY SIZE
067000             "  " DELIMITED BY SIZE
067100             WL-ARRIVAL-DATE DELIMITED BY SIZE
067200             "  " DELIMITED BY SIZE
067300             WL-FULL-NAME (1:30) DELIMITED BY SIZE
067400             "  WAITING" DELIMITED BY SIZE
067500             INTO WAIT-RPT-RECORD
067600         END-STRING
067700     ELSE
067800         STRING "         " DELIMITED BY SIZE
067900             WL-STUDENT-ID DELIMITED BY SIZE
068000             "  " DELIMITED BY SIZE
068100             WL-ARRIVAL-DATE DELIMITED BY SIZE
068200             "  " DELIMITED BY SIZE
068300             WL-FULL-NAME (1:22) DELIMITED BY SIZE
068400             "  " DELIMITED BY SIZE
068500             WS-ENTRY-TAG DELIMITED BY SIZE
068600             INTO WAIT-RPT-RECORD
068700         END-STRING
068800     END-IF
068900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
069000     .
069100 2500-EXIT.
069200     EXIT.
069300*-----------------------------------------------------------*
069400* 2600-FIND-SEAT-ENTRY - LOOK WS-SEAT-COURSE UP IN THE SEAT  *
069500*                        TABLE                               *
069600*-----------------------------------------------------------*
069700 2600-FIND-SEAT-ENTRY.
069800     MOVE "N" TO WS-SEAT-FOUND-SW
069900     PERFORM 2650-PROBE-ONE-SEAT THRU 2650-EXIT
070000         VARYING WS-SEAT-SUB FROM 1 BY 1
070100         UNTIL WS-SEAT-SUB > WS-SEAT-COUNT
070200             OR SEAT-ENTRY-FOUND
070300     .
070400 2600-EXIT.
070500     EXIT.
070600*-----------------------------------------------------------*
070700* 2650-PROBE-ONE-SEAT - ONE SEAT-TABLE PROBE                 *
070800*-----------------------------------------------------------*
070900 2650-PROBE-ONE-SEAT.
071000     IF WS-SEAT-COURSE-CODE (WS-SEAT-SUB) = WS-SEAT-COURSE
071100         SET SEAT-ENTRY-FOUND TO TRUE
071200         MOVE WS-SEAT-SUB TO WS-SEAT-HIT
071300     END-IF
071400     .
071500 2650-EXIT.
071600     EXIT.
071700*-----------------------------------------------------------*
071800* 2700-WRITE-NOTICE - ONE PROMOTION NOTICE PER PAGE,         *
071900*                     ADDRESSED FROM THE DEMOGRAPHIC MASTER  *
072000*-----------------------------------------------------------*
072100 2700-WRITE-NOTICE.
072200     PERFORM 2750-LOOK-UP-ADDRESS THRU 2750-EXIT
072250     IF DEMO-RECORD-FOUND AND DM-ADDRESS-UNDELIVERABLE
072250         PERFORM 2860-WRITE-MAIL-HELD THRU 2860-EXIT
072250         GO TO 2700-EXIT
072250     END-IF
072250     ADD 1 TO WS-NOTICES-PRINTED
072300     MOVE SPACES TO NOTICE-RECORD
072400     STRING "NOTICE OF ENROLLMENT FROM THE WAITLIST - "
072500             DELIMITED BY SIZE
072600         WS-RUN-DATE DELIMITED BY SIZE
072700         INTO NOTICE-RECORD
072800     END-STRING
072900     IF WS-NOTICES-PRINTED = 1
073000         WRITE NOTICE-RECORD
073100     ELSE
073200         WRITE NOTICE-RECORD AFTER ADVANCING PAGE
073300     END-IF
073400     MOVE "NOTICE-FILE" TO FSC-FILE-NAME
073500     MOVE "WRITE"       TO FSC-OPERATION
073600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
073700     MOVE SPACES TO NOTICE-RECORD
073800     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
073900     IF DEMO-RECORD-FOUND
074000         MOVE SPACES TO NOTICE-RECORD
074100         STRING DM-FIRST-NAME DELIMITED BY SIZE
074200             " " DELIMITED BY SIZE
074300             DM-LAST-NAME DELIMITED BY SIZE
074400             INTO NOTICE-RECORD
074500         END-STRING
074600         PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
074700         MOVE DM-ADDRESS-LINE-1 TO NOTICE-RECORD
074800         PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
074900         IF DM-ADDRESS-LINE-2 NOT = SPACES
075000             MOVE DM-ADDRESS-LINE-2 TO NOTICE-RECORD
075100             PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
075200         END-IF
075300         MOVE SPACES TO NOTICE-RECORD
075400         STRING DM-CITY DELIMITED BY SIZE
075500             " " DELIMITED BY SIZE
075600             DM-STATE DELIMITED BY SIZE
075700             " " DELIMITED BY SIZE
075800             DM-ZIP-CODE DELIMITED BY SIZE
075900             INTO NOTICE-RECORD
076000         END-STRING
076100         PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
076200     ELSE
076300         ADD 1 TO WS-NO-ADDRESS-COUNT
076400         MOVE SPACES TO NOTICE-RECORD
076500         STRING WL-FULL-NAME DELIMITED BY SIZE
076600             INTO NOTICE-RECORD
076700         END-STRING
076800         PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
076900         MOVE SPACES TO NOTICE-RECORD
077000         STRING "STUDENT " DELIMITED BY SIZE
077100             WL-STUDENT-ID DELIMITED BY SIZE
077200             " (NO ADDRESS ON FILE)" DELIMITED BY SIZE
077300             INTO NOTICE-RECORD
077400         END-STRING
077500         PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
077600     END-IF
077700     MOVE SPACES TO NOTICE-RECORD
077800     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
077900     MOVE SPACES TO NOTICE-RECORD
078000     STRING "A SEAT HAS OPENED IN " DELIMITED BY SIZE
078100         WL-COURSE-CODE DELIMITED BY SIZE
078200         " - " DELIMITED BY SIZE
078300         WS-COURSE-TITLE DELIMITED BY SIZE
078400         INTO NOTICE-RECORD
078500     END-STRING
078600     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
078700     MOVE SPACES TO NOTICE-RECORD
078800     STRING "YOU HAVE BEEN ENROLLED FROM THE WAITLIST FOR TERM "
078900             DELIMITED BY SIZE
079000         WL-TERM-CODE DELIMITED BY SIZE
079100         "." DELIMITED BY SIZE
079200         INTO NOTICE-RECORD
079300     END-STRING
079400     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
079500     MOVE "THE COURSE WILL APPEAR ON YOUR SCHEDULE AFTER THE NEXT"
079600         TO NOTICE-RECORD
079700     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
079800     MOVE "NIGHTLY UPDATE." TO NOTICE-RECORD
079900     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
080000     MOVE SPACES TO NOTICE-RECORD
080100     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
080200     MOVE "QUESTIONS? PLEASE CALL THE REGISTRAR'S OFFICE."
080300         TO NOTICE-RECORD
080400     PERFORM 2850-WRITE-NOTICE-LINE THRU 2850-EXIT
080500     .
080600 2700-EXIT.
080700     EXIT.
080800*-----------------------------------------------------------*
080900* 2750-LOOK-UP-ADDRESS - THE STUDENT'S DEMOGRAPHIC RECORD;   *
081000*                        MISSING IS NOT FATAL, JUST COUNTED  *
081100*-----------------------------------------------------------*
081200 2750-LOOK-UP-ADDRESS.
081300     MOVE "N" TO WS-DEMO-FOUND-SW
081400     IF NOT DEMO-IS-OPEN
081500         GO TO 2750-EXIT
081600     END-IF
081700     MOVE WL-STUDENT-ID TO DM-STUDENT-ID
081800     READ DEMOGRAPHIC-MASTER
081900         INVALID KEY
082000             GO TO 2750-EXIT
082100     END-READ
082200     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
082300     MOVE "READ"        TO FSC-OPERATION
082400     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
082500         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
082600     END-IF
082700     IF FSC-STATUS-CODE = "00"
082800         SET DEMO-RECORD-FOUND TO TRUE
082900     END-IF
083000     .
083100 2750-EXIT.
083200     EXIT.
083300*-----------------------------------------------------------*
083400* 2800-WRITE-REPORT-LINE - WRITE THE CURRENT REPORT LINE     *
083500*-----------------------------------------------------------*
083600 2800-WRITE-REPORT-LINE.
083700     WRITE WAIT-RPT-RECORD
083800     MOVE "WAIT-RPT" TO FSC-FILE-NAME
083900     MOVE "WRITE"    TO FSC-OPERATION
084000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
084100     .
084200 2800-EXIT.
084300     EXIT.
084400*-----------------------------------------------------------*
084500* 2850-WRITE-NOTICE-LINE - WRITE THE CURRENT NOTICE LINE     *
084600*-----------------------------------------------------------*
084700 2850-WRITE-NOTICE-LINE.
084800     WRITE NOTICE-RECORD
084900     MOVE "NOTICE-FILE" TO FSC-FILE-NAME
085000     MOVE "WRITE"       TO FSC-OPERATION
085100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
085200     .
085300 2850-EXIT.
085400     EXIT.
085450*-----------------------------------------------------------*
085450* 2860-WRITE-MAIL-HELD - LIST A HELD PROMOTION NOTICE ON     *
085450*                        THE MAIL HELD - BAD ADDRESS REPORT  *
085450*-----------------------------------------------------------*
085450 2860-WRITE-MAIL-HELD.
085450     ADD 1 TO WS-NOTICES-HELD
085450     MOVE SPACES TO MH-STUDENT-NAME
085450     STRING DM-LAST-NAME DELIMITED BY "  "
085450         ", " DELIMITED BY SIZE
085450         DM-FIRST-NAME DELIMITED BY "  "
085450         INTO MH-STUDENT-NAME
085450     END-STRING
085450     MOVE WL-STUDENT-ID TO MH-STUDENT-ID
085450     MOVE "WAITLIST NOTICE" TO MH-MAIL-PIECE
085450     MOVE DM-UNDELIV-DATE TO MH-UNDELIV-DATE
085450     MOVE MAIL-HELD-LINE TO MAIL-HELD-RPT-RECORD
085450     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
085450     .
085450 2860-EXIT.
085450     EXIT.
085450*-----------------------------------------------------------*
085450* 2870-WRITE-HELD-LINE - WRITE ONE MAIL HELD REPORT LINE     *
085450*-----------------------------------------------------------*
085450 2870-WRITE-HELD-LINE.
085450     WRITE MAIL-HELD-RPT-RECORD
085450     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
085450     MOVE "WRITE"         TO FSC-OPERATION
085450     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
085450     .
085450 2870-EXIT.
085450     EXIT.
085500*-----------------------------------------------------------*
085600* 3000-TERMINATE - WRITE THE FEED'S CONTROL TRAILER, FOOT    *
085700*                  THE REPORT, AND CLOSE UP                  *
085800*-----------------------------------------------------------*
085900 3000-TERMINATE.
086000     MOVE SPACES TO PROMOTE-TRAILER-RECORD
086100     MOVE WS-PROMOTE-COUNT TO PTR-RECORD-COUNT
086200     MOVE WS-PROMOTE-HASH  TO PTR-GRADE-HASH
086300     MOVE ALL "9" TO PTR-TRAILER-KEY
086400     MOVE "T" TO PTR-MAINT-CODE
086500     WRITE PROMOTE-TRAILER-RECORD
086600     MOVE "PROMOTE-TRANS" TO FSC-FILE-NAME
086700     MOVE "WRITE"         TO FSC-OPERATION
086800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
086900     MOVE SPACES TO WAIT-RPT-RECORD
087000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
087100     MOVE SPACES TO WAIT-RPT-RECORD
087200     STRING "SECTIONS: " DELIMITED BY SIZE
087300         WS-COURSES-WITH-WAITERS DELIMITED BY SIZE
087400         "  PROMOTED: " DELIMITED BY SIZE
087500         WS-PROMOTE-COUNT DELIMITED BY SIZE
087600         "  STILL WAITING: " DELIMITED BY SIZE
087700         WS-STILL-WAITING DELIMITED BY SIZE
087800         INTO WAIT-RPT-RECORD
087900     END-STRING
088000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
088100     MOVE SPACES TO WAIT-RPT-RECORD
088200     STRING "AWAITING POSTING: " DELIMITED BY SIZE
088300         WS-AWAITING-POSTING DELIMITED BY SIZE
088400         "  HELD (SECTION NOT OPEN): " DELIMITED BY SIZE
088500         WS-HELD-CLOSED DELIMITED BY SIZE
088600         "  NO ADDRESS: " DELIMITED BY SIZE
088700         WS-NO-ADDRESS-COUNT DELIMITED BY SIZE
088800         INTO WAIT-RPT-RECORD
088900     END-STRING
089000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
089050     MOVE SPACES TO WAIT-RPT-RECORD
089050     STRING "NOTICES HELD (BAD ADDRESS): " DELIMITED BY SIZE
089050         WS-NOTICES-HELD DELIMITED BY SIZE
089050         "  HELD (ADD/DROP CLOSED): " DELIMITED BY SIZE
089050         WS-HELD-DEADLINE DELIMITED BY SIZE
089050         INTO WAIT-RPT-RECORD
089050     END-STRING
089050     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
089100     DISPLAY "WAITPROM - PROMOTED: " WS-PROMOTE-COUNT
089200         " STILL WAITING: " WS-STILL-WAITING
089300         " AWAITING POSTING: " WS-AWAITING-POSTING
089400     IF NOT NO-WAITLIST-FILE
089500         CLOSE WAIT-SORTED
089600         MOVE "WAIT-SORTED" TO FSC-FILE-NAME
089700         MOVE "CLOSE"       TO FSC-OPERATION
089800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
089900         CLOSE WAITLIST-FILE
090000         MOVE "WAITLIST" TO FSC-FILE-NAME
090100         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
090200     END-IF
090300     IF CATALOG-IS-OPEN
090400         CLOSE COURSE-CATALOG
090500         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
090600         MOVE "CLOSE"          TO FSC-OPERATION
090700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
090800     END-IF
090900     IF DEMO-IS-OPEN
091000         CLOSE DEMOGRAPHIC-MASTER
091100         MOVE "DEMO-MASTER" TO FSC-FILE-NAME
091200         MOVE "CLOSE"       TO FSC-OPERATION
091300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
091400     END-IF
091500     CLOSE PROMOTE-TRANS
091600     MOVE "PROMOTE-TRANS" TO FSC-FILE-NAME
091700     MOVE "CLOSE"         TO FSC-OPERATION
091800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
091900     CLOSE WAIT-RPT
092000     MOVE "WAIT-RPT" TO FSC-FILE-NAME
092100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
092200     CLOSE NOTICE-FILE
092300     MOVE "NOTICE-FILE" TO FSC-FILE-NAME
092400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
092450     MOVE SPACES TO MAIL-HELD-RPT-RECORD
092450     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
092450     MOVE SPACES TO MAIL-HELD-RPT-RECORD
092450     STRING "NOTICES HELD: " DELIMITED BY SIZE
092450         WS-NOTICES-HELD DELIMITED BY SIZE
092450         INTO MAIL-HELD-RPT-RECORD
092450     END-STRING
092450     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
092450     CLOSE MAIL-HELD-RPT
092450     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
092450     MOVE "CLOSE"         TO FSC-OPERATION
092450     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
092500     .
092600 3000-EXIT.
092700     EXIT.
092800     COPY "fscchk.cpy".
092900 END PROGRAM WAITPROM.
