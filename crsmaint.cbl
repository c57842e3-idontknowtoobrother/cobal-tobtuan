002450*                   THEM AGAINST THE STUDENT'S HISTORY.      *
002460*                   BLANK PREREQ MEANS NONE; BLANK MINIMUM   *
002470*                   MEANS ANY PASSING GRADE ("D").           *
002480*  10/15/2026  DT   ADD AND CHANGE NOW ALSO TAKE THE         *
002482*                   SECTION SEAT CAPACITY (RECORDS 49        *
002484*                   BYTES). BLANK OR ZERO MEANS NO LIMIT;    *
002486*                   GETINPUT WAITLISTS ENROLLMENTS PAST IT.  *
002488*                   LOWERING A CAPACITY NEVER DROPS A        *
002489*                   STUDENT ALREADY SEATED - WAITPROM JUST   *
002489*                   PROMOTES NOBODY UNTIL THE ROSTER FALLS   *
002489*                   BELOW THE NEW LIMIT.                     *
002494*  10/15/2026  DT   ADDED ACTION S - THE SECTION'S WEEKLY    *
002494*                   MEETING SCHEDULE (UP TO THREE MEETINGS   *
002494*                   OF DAYS, START/END TIME, AND ROOM) ON    *
002494*                   THE NEW CRSSCHED KSDS (CRSSCHED.CPY).    *
002494*                   GETINPUT REJECTS AN ENROLLMENT WHOSE     *
002494*                   MEETINGS CLASH WITH ONE THE STUDENT      *
002494*                   ALREADY HOLDS; TIMETBL PRINTS EACH       *
002494*                   STUDENT'S WEEK.                          *
002497*  10/15/2026  DT   CRSCAT RECORDS ARE NOW 51 BYTES - ADD    *
002497*                   AND CHANGE ASK FOR THE SITE CODE OF THE  *
002497*                   CAMPUS THAT OFFERS THE COURSE (BLANK =   *
002497*                   HOME CAMPUS "01"), CHECKED AGAINST THE   *
002497*                   SITE TABLE THROUGH SITELKP.              *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS CC-COURSE-CODE
003300         FILE STATUS IS FSC-STATUS-CODE.
003310     SELECT COURSE-SCHEDULE ASSIGN TO CRSSCHED
003320         ORGANIZATION IS INDEXED
003330         ACCESS MODE IS DYNAMIC
003340         RECORD KEY IS MS-COURSE-CODE OF COURSE-SCHEDULE-RECORD
003350         FILE STATUS IS FSC-STATUS-CODE.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  COURSE-CATALOG
003700     RECORD CONTAINS 51 CHARACTERS.
003800 01  COURSE-CATALOG-RECORD.
003900     COPY "crscat.cpy".
003910 FD  COURSE-SCHEDULE
003920     RECORD CONTAINS 100 CHARACTERS.
003930 01  COURSE-SCHEDULE-RECORD.
003940     COPY "crssched.cpy".
004000 WORKING-STORAGE SECTION.
004100 01  WS-SWITCHES.
004200     05  WS-MAINT-DONE-SW      PIC X(01).
004300         88  MAINT-IS-DONE                 VALUE "Q".
004400     05  WS-FOUND-SW           PIC X(01).
004500         88  CATALOG-RECORD-FOUND          VALUE "Y".
004510     05  WS-SCHED-FOUND-SW     PIC X(01).
004520         88  SCHEDULE-RECORD-FOUND         VALUE "Y".
004530     05  WS-MEETINGS-DONE-SW   PIC X(01).
004540         88  MEETINGS-ARE-DONE             VALUE "Y".
004550     05  WS-MEETING-BAD-SW     PIC X(01).
004560         88  MEETING-IS-BAD                VALUE "Y".
004570     05  WS-DAY-FOUND-SW       PIC X(01).
004580         88  DAY-LETTER-FOUND              VALUE "Y".
004600 01  WS-MAINT-ACTION           PIC X(01).
004700 01  WS-ENTRY-FIELDS.
004800     05  WS-ENTRY-CODE         PIC X(06).
005200                               PIC 9(02).
005210     05  WS-ENTRY-PREREQ       PIC X(06).
005220     05  WS-ENTRY-MIN-GRADE    PIC X(01).
005230     05  WS-ENTRY-CAPACITY-X   PIC X(03).
005240     05  WS-ENTRY-CAPACITY REDEFINES WS-ENTRY-CAPACITY-X
005250                               PIC 9(03).
005250     05  WS-ENTRY-SITE         PIC X(02).
005260     05  WS-ENTRY-DAYS         PIC X(07).
005261     05  WS-ENTRY-DAY-CHARS REDEFINES WS-ENTRY-DAYS.
005262         10  WS-ENTRY-DAY-CHAR PIC X(01)  OCCURS 7 TIMES.
005263     05  WS-ENTRY-TIME-X       PIC X(04).
005264     05  WS-ENTRY-TIME REDEFINES WS-ENTRY-TIME-X.
005265         10  WS-ENTRY-HOUR     PIC 9(02).
005266         10  WS-ENTRY-MINUTE   PIC 9(02).
005267     05  WS-ENTRY-START        PIC 9(04).
005268     05  WS-ENTRY-ROOM         PIC X(08).
005270 01  WS-DAY-LETTERS            PIC X(07)  VALUE "MTWRFSU".
005271 01  WS-DAY-LETTER-TABLE REDEFINES WS-DAY-LETTERS.
005272     05  WS-DAY-LETTER         PIC X(01)  OCCURS 7 TIMES.
005273 01  WS-SCHED-SUBSCRIPTS.
005274     05  WS-MTG-SUB            PIC 9(01)  COMP.
005275     05  WS-CHAR-SUB           PIC 9(01)  COMP.
005276     05  WS-DAY-SUB            PIC 9(01)  COMP.
005277     05  WS-DAY-HIT            PIC 9(01)  COMP.
005278 01  WS-RUN-DATE               PIC X(08)  VALUE SPACES.
005278 01  SITE-LOOKUP-AREA.
005278     COPY "sitetbl.cpy".
005279 01  WS-NEW-SCHEDULE.
005280     COPY "crssched.cpy".
005300 01  FSC-CONTROLS.
005400     COPY "fscctl.cpy".
005500 PROCEDURE DIVISION.
007700     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
007800     MOVE "OPEN"           TO FSC-OPERATION
007900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007910     OPEN I-O COURSE-SCHEDULE
007920     IF FSC-STATUS-CODE = "35"
007930         OPEN OUTPUT COURSE-SCHEDULE
007940         CLOSE COURSE-SCHEDULE
007950         OPEN I-O COURSE-SCHEDULE
007960     END-IF
007970     MOVE "COURSE-SCHEDULE" TO FSC-FILE-NAME
007980     MOVE "OPEN"            TO FSC-OPERATION
007990     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007995     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
008000     MOVE SPACE TO WS-MAINT-DONE-SW
008100     .
008200 1000-EXIT.
008700*-----------------------------------------------------------*
008800 2000-MAINT-ONE-ACTION.
008900     DISPLAY "CRSMAINT - ACTION (A=ADD, C=CHANGE, "
009000         "D=DEACTIVATE, R=REACTIVATE, S=MEETING SCHEDULE, "
009010         "Q=QUIT): "
009100     ACCEPT WS-MAINT-ACTION
009200     IF WS-MAINT-ACTION = "Q"
009300         SET MAINT-IS-DONE TO TRUE
009600     IF WS-MAINT-ACTION NOT = "A" AND WS-MAINT-ACTION NOT = "C"
009700             AND WS-MAINT-ACTION NOT = "D"
009800             AND WS-MAINT-ACTION NOT = "R"
009810             AND WS-MAINT-ACTION NOT = "S"
009900         DISPLAY "CRSMAINT - NOT A VALID ACTION"
010000         GO TO 2000-EXIT
010100     END-IF
012900             PERFORM 2300-MAINT-DEACTIVATE THRU 2300-EXIT
013000         WHEN "R"
013100             PERFORM 2400-MAINT-REACTIVATE THRU 2400-EXIT
013110         WHEN "S"
013120             PERFORM 2600-MAINT-SCHEDULE THRU 2600-EXIT
013200     END-EVALUATE
013300     .
013400 2000-EXIT.
015200     MOVE WS-ENTRY-CREDITS   TO CC-CREDIT-HOURS
015210     MOVE WS-ENTRY-PREREQ    TO CC-PREREQ-COURSE
015220     MOVE WS-ENTRY-MIN-GRADE TO CC-PREREQ-MIN-GRADE
015230     MOVE WS-ENTRY-CAPACITY  TO CC-SEAT-CAPACITY
015230     MOVE WS-ENTRY-SITE      TO CC-SITE-CODE
015300     MOVE "A" TO CC-ACTIVE-FLAG
015400     WRITE COURSE-CATALOG-RECORD
015500     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
017400         " ACTIVE: " CC-ACTIVE-FLAG
017410     DISPLAY "CRSMAINT - CURRENT PREREQ:  " CC-PREREQ-COURSE
017420         " MIN GRADE: " CC-PREREQ-MIN-GRADE
017430     DISPLAY "CRSMAINT - CURRENT SEATS:   " CC-SEAT-CAPACITY
017440         " (000 = NO LIMIT)"
017440     DISPLAY "CRSMAINT - CURRENT SITE:    " CC-SITE-CODE
017500     PERFORM 2500-GET-FIELDS THRU 2500-EXIT
017600     IF WS-ENTRY-TITLE = SPACES
017700         GO TO 2200-EXIT
018000     MOVE WS-ENTRY-CREDITS   TO CC-CREDIT-HOURS
018010     MOVE WS-ENTRY-PREREQ    TO CC-PREREQ-COURSE
018020     MOVE WS-ENTRY-MIN-GRADE TO CC-PREREQ-MIN-GRADE
018030     MOVE WS-ENTRY-CAPACITY  TO CC-SEAT-CAPACITY
018030     MOVE WS-ENTRY-SITE      TO CC-SITE-CODE
018100     REWRITE COURSE-CATALOG-RECORD
018200     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
018300     MOVE "REWRITE"        TO FSC-OPERATION
023200 2400-EXIT.
023300     EXIT.
023400*-----------------------------------------------------------*
023500* 2500-GET-FIELDS - PROMPT FOR THE TITLE, CREDIT HOURS,      *
023550*                   PREREQUISITE, AND SEAT CAPACITY;         *
023600*                   A BLANK TITLE COMES BACK AS THE ABANDON  *
023700*                   SIGNAL                                   *
023800*-----------------------------------------------------------*
025401             GO TO 2500-EXIT
025402         END-IF
025403     END-IF
025403     DISPLAY "CRSMAINT - ENTER SEAT CAPACITY (NNN, "
025403         "BLANK = NO LIMIT): "
025403     ACCEPT WS-ENTRY-CAPACITY-X
025403     IF WS-ENTRY-CAPACITY-X = SPACES
025403         MOVE ZERO TO WS-ENTRY-CAPACITY
025403     END-IF
025403     IF WS-ENTRY-CAPACITY-X NOT NUMERIC
025403         DISPLAY "CRSMAINT - SEAT CAPACITY NOT NUMERIC - "
025403             "ACTION ABANDONED"
025403         MOVE SPACES TO WS-ENTRY-TITLE
025403         GO TO 2500-EXIT
025403     END-IF
025403     DISPLAY "CRSMAINT - ENTER SITE CODE (BLANK = 01 HOME "
025403         "CAMPUS): "
025403     ACCEPT WS-ENTRY-SITE
025403     IF WS-ENTRY-SITE = SPACES
025403         MOVE "01" TO WS-ENTRY-SITE
025403     END-IF
025403     MOVE SPACES TO SITE-LOOKUP-AREA
025403     MOVE WS-ENTRY-SITE TO ST-SITE-CODE
025403     CALL "SITELKP" USING SITE-LOOKUP-AREA
025403     IF ST-SITE-NOT-FOUND
025403         DISPLAY "CRSMAINT - SITE " WS-ENTRY-SITE
025403             " NOT IN THE SITE TABLE - ACTION ABANDONED"
025403         MOVE SPACES TO WS-ENTRY-TITLE
025403         GO TO 2500-EXIT
025403     END-IF
025404     .
025500 2500-EXIT.
025600     EXIT.
025700*-----------------------------------------------------------*
025701* 2600-MAINT-SCHEDULE - REPLACE THE SECTION'S WEEKLY         *
025702*                       MEETINGS. THE COURSE MUST BE ON THE  *
025703*                       CATALOG; THE CURRENT MEETINGS ARE    *
025704*                       SHOWN, THEN UP TO THREE NEW ONES ARE *
025705*                       TAKEN. NO MEETINGS AT ALL REMOVES    *
025706*                       THE SCHEDULE; A BAD MEETING ABANDONS *
025707*                       THE ACTION AND LEAVES THE OLD ONE    *
025708*-----------------------------------------------------------*
025709 2600-MAINT-SCHEDULE.
025710     IF NOT CATALOG-RECORD-FOUND
025711         DISPLAY "CRSMAINT - CODE NOT ON CATALOG - ADD THE "
025712             "COURSE FIRST"
025713         GO TO 2600-EXIT
025714     END-IF
025715     MOVE WS-ENTRY-CODE
025715         TO MS-COURSE-CODE OF COURSE-SCHEDULE-RECORD
025716     MOVE "N" TO WS-SCHED-FOUND-SW
025717     READ COURSE-SCHEDULE
025718         INVALID KEY CONTINUE
025719     END-READ
025720     IF FSC-STATUS-CODE = "00"
025721         MOVE "Y" TO WS-SCHED-FOUND-SW
025722     ELSE
025723         IF FSC-STATUS-CODE NOT = "23"
025724             MOVE "COURSE-SCHEDULE" TO FSC-FILE-NAME
025725             MOVE "READ"            TO FSC-OPERATION
025726             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
025727         END-IF
025728     END-IF
025729     IF SCHEDULE-RECORD-FOUND
025730             AND MS-MEETING-COUNT OF COURSE-SCHEDULE-RECORD
025731                 NUMERIC
025732         DISPLAY "CRSMAINT - CURRENT MEETINGS:"
025733         PERFORM 2650-SHOW-ONE-MEETING THRU 2650-EXIT
025734             VARYING WS-MTG-SUB FROM 1 BY 1
025735             UNTIL WS-MTG-SUB >
025736                 MS-MEETING-COUNT OF COURSE-SCHEDULE-RECORD
025737     ELSE
025738         DISPLAY "CRSMAINT - NO MEETINGS ON FILE"
025739     END-IF
025740     DISPLAY "CRSMAINT - ENTER UP TO 3 MEETINGS; BLANK DAYS "
025741         "ENDS THE LIST (BLANK FIRST MEETING = NO SCHEDULE)"
025742     MOVE SPACES TO WS-NEW-SCHEDULE
025743     MOVE WS-ENTRY-CODE TO MS-COURSE-CODE OF WS-NEW-SCHEDULE
025744     MOVE ZERO TO MS-MEETING-COUNT OF WS-NEW-SCHEDULE
025745     MOVE ZERO TO MS-START-TIME OF WS-NEW-SCHEDULE (1)
025746         MS-START-TIME OF WS-NEW-SCHEDULE (2)
025747         MS-START-TIME OF WS-NEW-SCHEDULE (3)
025748         MS-END-TIME OF WS-NEW-SCHEDULE (1)
025749         MS-END-TIME OF WS-NEW-SCHEDULE (2)
025750         MS-END-TIME OF WS-NEW-SCHEDULE (3)
025751     MOVE "N" TO WS-MEETINGS-DONE-SW
025752     MOVE "N" TO WS-MEETING-BAD-SW
025753     PERFORM 2700-GET-ONE-MEETING THRU 2700-EXIT
025754         VARYING WS-MTG-SUB FROM 1 BY 1
025755         UNTIL WS-MTG-SUB > 3 OR MEETINGS-ARE-DONE
025756             OR MEETING-IS-BAD
025757     IF MEETING-IS-BAD
025758         DISPLAY "CRSMAINT - SCHEDULE NOT CHANGED"
025759         GO TO 2600-EXIT
025760     END-IF
025761     IF MS-MEETING-COUNT OF WS-NEW-SCHEDULE = ZERO
025762         IF SCHEDULE-RECORD-FOUND
025763             DELETE COURSE-SCHEDULE
025764             MOVE "COURSE-SCHEDULE" TO FSC-FILE-NAME
025765             MOVE "DELETE"          TO FSC-OPERATION
025766             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
025767             DISPLAY "CRSMAINT - MEETING SCHEDULE REMOVED: "
025768                 WS-ENTRY-CODE
025769         ELSE
025770             DISPLAY "CRSMAINT - NO MEETINGS ENTERED - NOTHING "
025771                 "CHANGED"
025772         END-IF
025773         GO TO 2600-EXIT
025774     END-IF
025775     MOVE WS-RUN-DATE TO MS-MAINT-DATE OF WS-NEW-SCHEDULE
025776     MOVE WS-NEW-SCHEDULE TO COURSE-SCHEDULE-RECORD
025777     MOVE "COURSE-SCHEDULE" TO FSC-FILE-NAME
025778     IF SCHEDULE-RECORD-FOUND
025779         REWRITE COURSE-SCHEDULE-RECORD
025780         MOVE "REWRITE" TO FSC-OPERATION
025781     ELSE
025782         WRITE COURSE-SCHEDULE-RECORD
025783         MOVE "WRITE" TO FSC-OPERATION
025784     END-IF
025785     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
025786     DISPLAY "CRSMAINT - MEETING SCHEDULE SAVED: " WS-ENTRY-CODE
025787     .
025788 2600-EXIT.
025789     EXIT.
025790*-----------------------------------------------------------*
025791* 2650-SHOW-ONE-MEETING - ONE LINE OF THE CURRENT SCHEDULE   *
025792*-----------------------------------------------------------*
025793 2650-SHOW-ONE-MEETING.
025794     DISPLAY "CRSMAINT -   "
025795         MS-DAYS OF COURSE-SCHEDULE-RECORD (WS-MTG-SUB) "  "
025796         MS-START-TIME OF COURSE-SCHEDULE-RECORD (WS-MTG-SUB) "-"
025797         MS-END-TIME OF COURSE-SCHEDULE-RECORD (WS-MTG-SUB) "  "
025798         MS-ROOM OF COURSE-SCHEDULE-RECORD (WS-MTG-SUB)
025799     .
025800 2650-EXIT.
025801     EXIT.
025802*-----------------------------------------------------------*
025803* 2700-GET-ONE-MEETING - DAYS, START, END, AND ROOM FOR ONE  *
025804*                        MEETING; BLANK DAYS ENDS THE LIST   *
025805*-----------------------------------------------------------*
025806 2700-GET-ONE-MEETING.
025807     DISPLAY "CRSMAINT - MEETING " WS-MTG-SUB " DAYS (ANY OF "
025808         "MTWRFSU, E.G. MWF): "
025809     MOVE SPACES TO WS-ENTRY-DAYS
025810     ACCEPT WS-ENTRY-DAYS
025811     IF WS-ENTRY-DAYS = SPACES
025812         SET MEETINGS-ARE-DONE TO TRUE
025813         GO TO 2700-EXIT
025814     END-IF
025815     PERFORM 2750-MAP-ONE-DAY THRU 2750-EXIT
025816         VARYING WS-CHAR-SUB FROM 1 BY 1
025817         UNTIL WS-CHAR-SUB > 7 OR MEETING-IS-BAD
025818     IF MEETING-IS-BAD
025819         GO TO 2700-EXIT
025820     END-IF
025821     DISPLAY "CRSMAINT - START TIME (HHMM, 24-HOUR): "
025822     PERFORM 2780-GET-ONE-TIME THRU 2780-EXIT
025823     IF MEETING-IS-BAD
025824         GO TO 2700-EXIT
025825     END-IF
025826     MOVE WS-ENTRY-TIME TO WS-ENTRY-START
025827     DISPLAY "CRSMAINT - END TIME (HHMM, 24-HOUR): "
025828     PERFORM 2780-GET-ONE-TIME THRU 2780-EXIT
025829     IF MEETING-IS-BAD
025830         GO TO 2700-EXIT
025831     END-IF
025832     IF WS-ENTRY-TIME NOT > WS-ENTRY-START
025833         DISPLAY "CRSMAINT - END TIME MUST BE AFTER THE START"
025834         SET MEETING-IS-BAD TO TRUE
025835         GO TO 2700-EXIT
025836     END-IF
025837     DISPLAY "CRSMAINT - ROOM (BLANK = TO BE ANNOUNCED): "
025838     MOVE SPACES TO WS-ENTRY-ROOM
025839     ACCEPT WS-ENTRY-ROOM
025840     IF WS-ENTRY-ROOM = SPACES
025841         MOVE "TBA" TO WS-ENTRY-ROOM
025842     END-IF
025843     MOVE WS-ENTRY-START
025844         TO MS-START-TIME OF WS-NEW-SCHEDULE (WS-MTG-SUB)
025845     MOVE WS-ENTRY-TIME
025846         TO MS-END-TIME OF WS-NEW-SCHEDULE (WS-MTG-SUB)
025847     MOVE WS-ENTRY-ROOM
025848         TO MS-ROOM OF WS-NEW-SCHEDULE (WS-MTG-SUB)
025849     ADD 1 TO MS-MEETING-COUNT OF WS-NEW-SCHEDULE
025850     .
025851 2700-EXIT.
025852     EXIT.
025853*-----------------------------------------------------------*
025854* 2750-MAP-ONE-DAY - PUT ONE KEYED DAY LETTER IN ITS         *
025855*                    MONDAY-THROUGH-SUNDAY POSITION          *
025856*-----------------------------------------------------------*
025857 2750-MAP-ONE-DAY.
025858     IF WS-ENTRY-DAY-CHAR (WS-CHAR-SUB) = SPACE
025859         GO TO 2750-EXIT
025860     END-IF
025861     MOVE "N" TO WS-DAY-FOUND-SW
025862     PERFORM 2760-PROBE-ONE-DAY THRU 2760-EXIT
025863         VARYING WS-DAY-SUB FROM 1 BY 1
025864         UNTIL WS-DAY-SUB > 7 OR DAY-LETTER-FOUND
025865     IF NOT DAY-LETTER-FOUND
025866         DISPLAY "CRSMAINT - " WS-ENTRY-DAY-CHAR (WS-CHAR-SUB)
025867             " IS NOT A DAY LETTER (MTWRFSU)"
025868         SET MEETING-IS-BAD TO TRUE
025869         GO TO 2750-EXIT
025870     END-IF
025871     MOVE WS-DAY-LETTER (WS-DAY-HIT)
025872         TO MS-DAY OF WS-NEW-SCHEDULE (WS-MTG-SUB, WS-DAY-HIT)
025873     .
025874 2750-EXIT.
025875     EXIT.
025876*-----------------------------------------------------------*
025877* 2760-PROBE-ONE-DAY - ONE DAY-LETTER TABLE PROBE            *
025878*-----------------------------------------------------------*
025879 2760-PROBE-ONE-DAY.
025880     IF WS-DAY-LETTER (WS-DAY-SUB)
025881             = WS-ENTRY-DAY-CHAR (WS-CHAR-SUB)
025882         SET DAY-LETTER-FOUND TO TRUE
025883         MOVE WS-DAY-SUB TO WS-DAY-HIT
025884     END-IF
025885     .
025886 2760-EXIT.
025887     EXIT.
025888*-----------------------------------------------------------*
025889* 2780-GET-ONE-TIME - ONE HHMM TIME OF DAY, 0000-2359         *
025890*-----------------------------------------------------------*
025891 2780-GET-ONE-TIME.
025892     MOVE SPACES TO WS-ENTRY-TIME-X
025893     ACCEPT WS-ENTRY-TIME-X
025894     IF WS-ENTRY-TIME-X NOT NUMERIC
025895         DISPLAY "CRSMAINT - TIME NOT NUMERIC"
025896         SET MEETING-IS-BAD TO TRUE
025897         GO TO 2780-EXIT
025898     END-IF
025899     IF WS-ENTRY-HOUR > 23 OR WS-ENTRY-MINUTE > 59
025900         DISPLAY "CRSMAINT - NOT A TIME OF DAY"
025901         SET MEETING-IS-BAD TO TRUE
025902     END-IF
025903     .
025904 2780-EXIT.
025905     EXIT.
025906*-----------------------------------------------------------*
025800* 3000-TERMINATE - CLOSE THE CATALOG AND THE SCHEDULE        *
025900*-----------------------------------------------------------*
026000 3000-TERMINATE.
026100     CLOSE COURSE-CATALOG
026200     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
026300     MOVE "CLOSE"          TO FSC-OPERATION
026400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
026410     CLOSE COURSE-SCHEDULE
026420     MOVE "COURSE-SCHEDULE" TO FSC-FILE-NAME
026430     MOVE "CLOSE"           TO FSC-OPERATION
026440     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
026500     .
026600 3000-EXIT.
026700     EXIT.
