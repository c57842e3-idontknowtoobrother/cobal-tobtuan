000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. XFERCRED.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - TRANSFER-CREDIT POSTING. TAKES*
001300*                   THE DAY'S COUNSELOR REQUESTS (XFERTRAN.  *
001400*                   CPY) - ONE PER COURSE A STUDENT FINISHED *
001500*                   AT ANOTHER SCHOOL - AND LOOKS EACH ONE   *
001600*                   UP ON THE EQUIVALENCY TABLE (XFEREQV.    *
001700*                   CPY) BY SENDING SCHOOL AND OUTSIDE       *
001800*                   COURSE. AN ACCEPTED REQUEST BECOMES AN   *
001900*                   "A" TRANSACTION ON XFERFEED CARRYING     *
002000*                   GRADE STATUS "T" UNDER THE EQUIVALENT    *
002100*                   CRSCAT COURSE, WITH THE COUNSELOR IN     *
002200*                   TR-AUTH-CODE; XFERFEED RIDES THE SAME    *
002300*                   NIGHT'S SORTTRN CONCATENATION INTO       *
002400*                   GETINPUT, WHICH POSTS IT. THE REQUEST IS *
002500*                   ALSO APPENDED TO THE XFERHIST REGISTER   *
002600*                   SO THE SENDING SCHOOL IS KEPT FOR THE    *
002700*                   TRANSCRIPT. A REQUEST IS REFUSED, AND    *
002800*                   LISTED AS SUCH ON THE XFERRPT REPORT,    *
002900*                   WHEN IT HAS NO COUNSELOR, THE OUTSIDE    *
003000*                   COURSE HAS NO EQUIVALENCY, THE OUTSIDE   *
003100*                   GRADE IS NOT A LETTER OR IS BELOW THE    *
003200*                   EQUIVALENCY'S MINIMUM (AN "F" NEVER      *
003300*                   TRANSFERS, A "P" ALWAYS DOES), THE       *
003400*                   STUDENT IS NOT ON DEMOMAST, THE COURSE   *
003500*                   IS NOT AN ACTIVE CRSCAT COURSE, OR THE   *
003600*                   STUDENT ALREADY HOLDS THE COURSE ON THE  *
003700*                   MASTER OR EARLIER IN THE SAME FEED.      *
003800*                   RC=4 WHEN ANY REQUEST WAS REFUSED.       *
003900*-----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT RUN-CONTROL ASSIGN TO RUNCTL
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FSC-STATUS-CODE.
004600     SELECT TRANSFER-REQUESTS ASSIGN TO XFERTRAN
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FSC-STATUS-CODE.
004900     SELECT EQUIVALENCY-TABLE ASSIGN TO XFEREQV
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FSC-STATUS-CODE.
005200     SELECT DEMOGRAPHIC-MASTER ASSIGN TO DEMOMAST
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS DM-STUDENT-ID
005600         FILE STATUS IS FSC-STATUS-CODE.
005700     SELECT COURSE-CATALOG ASSIGN TO CRSCAT
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS CC-COURSE-CODE
006100         FILE STATUS IS FSC-STATUS-CODE.
006200     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS SR-MASTER-KEY OF STUDENT-MASTER-RECORD
006600         ALTERNATE RECORD KEY IS SR-FULL-NAME
006700             OF STUDENT-MASTER-RECORD WITH DUPLICATES
006800         FILE STATUS IS FSC-STATUS-CODE.
006900     SELECT TRANSFER-FEED ASSIGN TO XFERFEED
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS FSC-STATUS-CODE.
007200     SELECT TRANSFER-REGISTER ASSIGN TO XFERHIST
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS FSC-STATUS-CODE.
007500     SELECT TRANSFER-RPT ASSIGN TO XFERRPT
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS FSC-STATUS-CODE.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  RUN-CONTROL
008100     RECORD CONTAINS 32 CHARACTERS.
008200 01  RUN-CONTROL-RECORD.
008300     COPY "runctl.cpy".
008400 FD  TRANSFER-REQUESTS
008500     RECORD CONTAINS 60 CHARACTERS.
008600 01  TRANSFER-REQUEST-RECORD.
008700     COPY "xfertran.cpy".
008800 FD  EQUIVALENCY-TABLE
008900     RECORD CONTAINS 80 CHARACTERS.
009000 01  EQUIVALENCY-RECORD.
009100     COPY "xfereqv.cpy".
009200 FD  DEMOGRAPHIC-MASTER
009300     RECORD CONTAINS 200 CHARACTERS.
009400 01  DEMOGRAPHIC-RECORD.
009500     COPY "demorec.cpy".
009600 FD  COURSE-CATALOG
009700     RECORD CONTAINS 51 CHARACTERS.
009800 01  COURSE-CATALOG-RECORD.
009900     COPY "crscat.cpy".
010000 FD  STUDENT-MASTER
010100     RECORD CONTAINS 97 CHARACTERS.
010200 01  STUDENT-MASTER-RECORD.
010300     COPY "studrec.cpy".
010400 FD  TRANSFER-FEED
010500     RECORD CONTAINS 132 CHARACTERS.
010600 01  TRANSFER-FEED-RECORD.
010700     COPY "studrec.cpy".
010800     COPY "stutran.cpy".
010900 01  TRANSFER-TRAILER-RECORD.
011000     05  XTR-RECORD-COUNT      PIC 9(07).
011100     05  XTR-GRADE-HASH        PIC 9(11)V9.
011200     05  FILLER                PIC X(31).
011300     05  XTR-TRAILER-KEY       PIC X(14).
011400     05  FILLER                PIC X(33).
011500     05  XTR-MAINT-CODE        PIC X(01).
011600     05  FILLER                PIC X(34).
011700 FD  TRANSFER-REGISTER
011800     RECORD CONTAINS 90 CHARACTERS.
011900 01  TRANSFER-HISTORY-RECORD.
012000     COPY "xferhist.cpy".
012100 FD  TRANSFER-RPT
012200     RECORD CONTAINS 80 CHARACTERS.
012300 01  TRANSFER-RPT-RECORD           PIC X(80).
012400 WORKING-STORAGE SECTION.
012500 01  WS-SWITCHES.
012600     05  WS-EOF-SW                 PIC X(01)  VALUE "N".
012700         88  END-OF-FILE                      VALUE "Y".
012800     05  WS-EQUIV-EOF-SW           PIC X(01)  VALUE "N".
012900         88  EQUIVALENCY-EOF                  VALUE "Y".
013000     05  WS-NO-REQUEST-SW          PIC X(01)  VALUE "N".
013100         88  NO-REQUEST-FILE                  VALUE "Y".
013200     05  WS-DEMO-OPEN-SW           PIC X(01)  VALUE "N".
013300         88  DEMO-IS-OPEN                     VALUE "Y".
013400     05  WS-CATALOG-OPEN-SW        PIC X(01)  VALUE "N".
013500         88  CATALOG-IS-OPEN                  VALUE "Y".
013600     05  WS-MASTER-OPEN-SW         PIC X(01)  VALUE "N".
013700         88  MASTER-IS-OPEN                   VALUE "Y".
013800 01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
013900 01  WS-COUNTERS.
014000     05  WS-REQUESTS-READ          PIC 9(05)  VALUE ZERO.
014100     05  WS-ACCEPTED               PIC 9(05)  VALUE ZERO.
014200     05  WS-REFUSED                PIC 9(05)  VALUE ZERO.
014300 01  WS-TRANSFER-WORK.
014400     05  WS-RESULT-TEXT            PIC X(32).
014500     05  WS-FULL-NAME              PIC X(50).
014600     05  WS-MIN-GRADE              PIC X(01).
014700     05  WS-GRADE-LETTER           PIC X(01).
014800     05  WS-RANK-VALUE             PIC 9(01).
014900     05  WS-OUTSIDE-RANK           PIC 9(01).
015000 01  WS-EQUIVALENCY-KEY.
015100     05  WS-EK-INSTITUTION         PIC X(06).
015200     05  WS-EK-OUTSIDE-COURSE      PIC X(10).
015300 77  WS-EQUIV-MAX                  PIC 9(04)  COMP VALUE 1000.
015400 77  WS-EQ-SUB                     PIC 9(04)  COMP.
015500 77  WS-EQ-HIT                     PIC 9(04)  COMP.
015600 01  WS-EQUIVALENCY-TABLE.
015700     05  WS-EQUIV-COUNT            PIC 9(04)  COMP VALUE ZERO.
015800     05  WS-EQUIV-ENTRY OCCURS 1000 TIMES.
015900         10  WS-EQ-KEY             PIC X(16).
016000         10  WS-EQ-COURSE          PIC X(06).
016100         10  WS-EQ-MIN-GRADE       PIC X(01).
016200         10  WS-EQ-INST-NAME       PIC X(30).
016300 77  WS-POSTED-MAX                 PIC 9(04)  COMP VALUE 500.
016400 77  WS-PS-SUB                     PIC 9(04)  COMP.
016500 01  WS-POSTED-TABLE.
016600     05  WS-POSTED-COUNT           PIC 9(04)  COMP VALUE ZERO.
016700     05  WS-POSTED-KEY OCCURS 500 TIMES
016800                                   PIC X(14).
016900 01  WS-POSTED-SW                  PIC X(01)  VALUE "N".
017000     88  KEY-ALREADY-POSTED                   VALUE "Y".
017100 01  WS-FEED-KEY.
017200     05  WS-FK-STUDENT-ID          PIC X(08).
017300     05  WS-FK-COURSE-CODE         PIC X(06).
017400 01  FSC-CONTROLS.
017500     COPY "fscctl.cpy".
017600 PROCEDURE DIVISION.
017700*-----------------------------------------------------------*
017800* 0000-MAINLINE                                              *
017900*-----------------------------------------------------------*
018000 0000-MAINLINE.
018100     MOVE "XFERCRED" TO FSC-STEP-PROGRAM
018200     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018400     IF NOT NO-REQUEST-FILE
018500         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
018600             UNTIL END-OF-FILE
018700     END-IF
018800     PERFORM 3000-TERMINATE THRU 3000-EXIT
018900     MOVE WS-REQUESTS-READ TO FSC-STEP-RECORDS-IN
019000     MOVE WS-ACCEPTED      TO FSC-STEP-RECORDS-OUT
019100     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
019200     GOBACK.
019300*-----------------------------------------------------------*
019400* 1000-INITIALIZE - RUN DATE, THE EQUIVALENCY TABLE, THE     *
019500*                   REFERENCE FILES, AND THE OUTPUTS; THE    *
019600*                   FEED IS WRITTEN (WITH ITS TRAILER) EVEN  *
019700*                   ON A NIGHT WITH NO REQUESTS SO SORTTRN   *
019800*                   ALWAYS HAS IT TO READ                    *
019900*-----------------------------------------------------------*
020000 1000-INITIALIZE.
020100     PERFORM 1900-READ-RUN-CONTROL THRU 1900-EXIT
020200     IF WS-RUN-DATE = SPACES
020300         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
020400     END-IF
020500     OPEN OUTPUT TRANSFER-RPT
020600     MOVE "TRANSFER-RPT" TO FSC-FILE-NAME
020700     MOVE "OPEN"         TO FSC-OPERATION
020800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
020900     MOVE SPACES TO TRANSFER-RPT-RECORD
021000     STRING "XFERCRED - TRANSFER CREDIT POSTING - "
021100             DELIMITED BY SIZE
021200         WS-RUN-DATE DELIMITED BY SIZE
021300         INTO TRANSFER-RPT-RECORD
021400     END-STRING
021500     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
021600     MOVE SPACES TO TRANSFER-RPT-RECORD
021700     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
021800     MOVE "  STUDENT  FROM   OUTSIDE    G  COURSE  RESULT"
021900         TO TRANSFER-RPT-RECORD
022000     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
022100     OPEN OUTPUT TRANSFER-FEED
022200     MOVE "TRANSFER-FEED" TO FSC-FILE-NAME
022300     MOVE "OPEN"          TO FSC-OPERATION
022400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022500     OPEN INPUT TRANSFER-REQUESTS
022600     IF FSC-STATUS-CODE = "35"
022700         SET NO-REQUEST-FILE TO TRUE
022800         DISPLAY "XFERCRED - NO XFERTRAN DD - NOTHING TO DO"
022900         GO TO 1000-EXIT
023000     END-IF
023100     MOVE "TRANSFER-REQS" TO FSC-FILE-NAME
023200     MOVE "OPEN"          TO FSC-OPERATION
023300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
023400     PERFORM 1200-LOAD-EQUIVALENCIES THRU 1200-EXIT
023500     OPEN INPUT DEMOGRAPHIC-MASTER
023600     IF FSC-STATUS-CODE = "35"
023700         CONTINUE
023800     ELSE
023900         MOVE "DEMOGRAPHIC-MAST" TO FSC-FILE-NAME
024000         MOVE "OPEN"             TO FSC-OPERATION
024100         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
024200         SET DEMO-IS-OPEN TO TRUE
024300     END-IF
024400     OPEN INPUT COURSE-CATALOG
024500     IF FSC-STATUS-CODE = "35"
024600         CONTINUE
024700     ELSE
024800         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
024900         MOVE "OPEN"           TO FSC-OPERATION
025000         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
025100         SET CATALOG-IS-OPEN TO TRUE
025200     END-IF
025300     OPEN INPUT STUDENT-MASTER
025400     IF FSC-STATUS-CODE = "35"
025500         CONTINUE
025600     ELSE
025700         MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
025800         MOVE "OPEN"           TO FSC-OPERATION
025900         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
026000         SET MASTER-IS-OPEN TO TRUE
026100     END-IF
026200     OPEN EXTEND TRANSFER-REGISTER
026300     IF FSC-STATUS-CODE = "35"
026400         OPEN OUTPUT TRANSFER-REGISTER
026500     END-IF
026600     MOVE "TRANSFER-REG" TO FSC-FILE-NAME
026700     MOVE "OPEN"         TO FSC-OPERATION
026800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
026900     PERFORM 2100-READ-REQUEST THRU 2100-EXIT
027000     .
027100 1000-EXIT.
027200     EXIT.
027300*-----------------------------------------------------------*
027400* 1200-LOAD-EQUIVALENCIES - THE WHOLE EQUIVALENCY TABLE INTO *
027500*                           STORAGE; NO XFEREQV DD LEAVES IT *
027600*                           EMPTY, SO EVERY REQUEST IS       *
027700*                           REFUSED                          *
027800*-----------------------------------------------------------*
027900 1200-LOAD-EQUIVALENCIES.
028000     OPEN INPUT EQUIVALENCY-TABLE
028100     IF FSC-STATUS-CODE = "35"
028200         DISPLAY "XFERCRED - NO XFEREQV DD - NO REQUEST CAN BE "
028300             "ACCEPTED"
028400         GO TO 1200-EXIT
028500     END-IF
028600     MOVE "EQUIVALENCY-TBL" TO FSC-FILE-NAME
028700     MOVE "OPEN"            TO FSC-OPERATION
028800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
028900     PERFORM 1210-LOAD-ONE-EQUIVALENCY THRU 1210-EXIT
029000         UNTIL EQUIVALENCY-EOF
029100     CLOSE EQUIVALENCY-TABLE
029200     MOVE "EQUIVALENCY-TBL" TO FSC-FILE-NAME
029300     MOVE "CLOSE"           TO FSC-OPERATION
029400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029500     DISPLAY "XFERCRED - EQUIVALENCIES LOADED: " WS-EQUIV-COUNT
029600     .
029700 1200-EXIT.
029800     EXIT.
029900*-----------------------------------------------------------*
030000* 1210-LOAD-ONE-EQUIVALENCY - ONE TABLE CARD INTO STORAGE; A *
030100*                             FULL TABLE ABENDS SO THE FEED  *
030200*                             IS KEPT FOR A RERUN            *
030300*-----------------------------------------------------------*
030400 1210-LOAD-ONE-EQUIVALENCY.
030500     READ EQUIVALENCY-TABLE
030600         AT END
030700             SET EQUIVALENCY-EOF TO TRUE
030800             GO TO 1210-EXIT
030900     END-READ
031000     MOVE "EQUIVALENCY-TBL" TO FSC-FILE-NAME
031100     MOVE "READ"            TO FSC-OPERATION
031200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
031300     IF EQ-EQUIVALENCY-KEY = SPACES
031400         GO TO 1210-EXIT
031500     END-IF
031600     IF WS-EQUIV-COUNT >= WS-EQUIV-MAX
031700         DISPLAY "XFERCRED - EQUIVALENCY TABLE FULL AT "
031800             WS-EQUIV-MAX " ENTRIES - ENLARGE THE TABLE"
031900         MOVE 16 TO RETURN-CODE
032000         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
032100         STOP RUN
032200     END-IF
032300     ADD 1 TO WS-EQUIV-COUNT
032400     MOVE EQ-EQUIVALENCY-KEY  TO WS-EQ-KEY (WS-EQUIV-COUNT)
032500     MOVE EQ-COURSE-CODE      TO WS-EQ-COURSE (WS-EQUIV-COUNT)
032600     MOVE EQ-MIN-GRADE        TO WS-EQ-MIN-GRADE (WS-EQUIV-COUNT)
032700     MOVE EQ-INSTITUTION-NAME TO WS-EQ-INST-NAME (WS-EQUIV-COUNT)
032800     .
032900 1210-EXIT.
033000     EXIT.
033100*-----------------------------------------------------------*
033200* 1900-READ-RUN-CONTROL - PICK UP THE SHARED RUN DATE; A     *
033300*                         MISSING RUNCTL DD IS NOT AN ERROR  *
033400*-----------------------------------------------------------*
033500 1900-READ-RUN-CONTROL.
033600     OPEN INPUT RUN-CONTROL
033700     IF FSC-STATUS-CODE = "35"
033800         GO TO 1900-EXIT
033900     END-IF
034000     MOVE "RUN-CONTROL" TO FSC-FILE-NAME
034100     MOVE "OPEN"        TO FSC-OPERATION
034200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
034300     READ RUN-CONTROL
034400         AT END
034500             CLOSE RUN-CONTROL
034600             GO TO 1900-EXIT
034700     END-READ
034800     MOVE "READ" TO FSC-OPERATION
034900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035000     MOVE RC-RUN-DATE TO WS-RUN-DATE
035100     CLOSE RUN-CONTROL
035200     MOVE "CLOSE" TO FSC-OPERATION
035300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035400     .
035500 1900-EXIT.
035600     EXIT.
035700*-----------------------------------------------------------*
035800* 2000-PROCESS-REQUEST - ONE REQUEST: REFUSE IT, OR WRITE THE*
035900*                        "T" TRANSACTION AND REGISTER ENTRY  *
036000*-----------------------------------------------------------*
036100 2000-PROCESS-REQUEST.
036200     ADD 1 TO WS-REQUESTS-READ
036300     MOVE SPACES TO WS-RESULT-TEXT
036400     MOVE SPACES TO WS-FK-COURSE-CODE
036500     IF XT-COUNSELOR-ID = SPACES
036600         MOVE "REFUSED - NO COUNSELOR" TO WS-RESULT-TEXT
036700         GO TO 2000-REFUSED
036800     END-IF
036900     PERFORM 2200-FIND-EQUIVALENCY THRU 2200-EXIT
037000     IF WS-EQ-HIT = ZERO
037100         MOVE "REFUSED - NO EQUIVALENCY" TO WS-RESULT-TEXT
037200         GO TO 2000-REFUSED
037300     END-IF
037400     MOVE WS-EQ-COURSE (WS-EQ-HIT) TO WS-FK-COURSE-CODE
037500     PERFORM 2300-CHECK-OUTSIDE-GRADE THRU 2300-EXIT
037600     IF WS-RESULT-TEXT NOT = SPACES
037700         GO TO 2000-REFUSED
037800     END-IF
037900     PERFORM 2400-CHECK-STUDENT THRU 2400-EXIT
038000     IF WS-RESULT-TEXT NOT = SPACES
038100         GO TO 2000-REFUSED
038200     END-IF
038300     PERFORM 2500-CHECK-COURSE THRU 2500-EXIT
038400     IF WS-RESULT-TEXT NOT = SPACES
038500         GO TO 2000-REFUSED
038600     END-IF
038700     PERFORM 2600-CHECK-ON-RECORD THRU 2600-EXIT
038800     IF WS-RESULT-TEXT NOT = SPACES
038900         GO TO 2000-REFUSED
039000     END-IF
039100     PERFORM 2700-WRITE-TRANSFER THRU 2700-EXIT
039200     ADD 1 TO WS-ACCEPTED
039300     MOVE "ACCEPTED" TO WS-RESULT-TEXT
039400     PERFORM 2800-WRITE-RESULT-LINE THRU 2800-EXIT
039500     GO TO 2000-NEXT
039600     .
039700 2000-REFUSED.
039800     ADD 1 TO WS-REFUSED
039900     PERFORM 2800-WRITE-RESULT-LINE THRU 2800-EXIT
040000     .
040100 2000-NEXT.
040200     PERFORM 2100-READ-REQUEST THRU 2100-EXIT
040300     .
040400 2000-EXIT.
040500     EXIT.
040600*-----------------------------------------------------------*
040700* 2100-READ-REQUEST - NEXT NON-BLANK REQUEST                 *
040800*-----------------------------------------------------------*
040900 2100-READ-REQUEST.
041000     READ TRANSFER-REQUESTS
041100         AT END
041200             SET END-OF-FILE TO TRUE
041300             GO TO 2100-EXIT
041400     END-READ
041500     MOVE "TRANSFER-REQS" TO FSC-FILE-NAME
041600     MOVE "READ"          TO FSC-OPERATION
041700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
041800     IF XT-STUDENT-ID = SPACES
041900         GO TO 2100-READ-REQUEST
042000     END-IF
042100     MOVE XT-STUDENT-ID TO WS-FK-STUDENT-ID
042200     .
042300 2100-EXIT.
042400     EXIT.
042500*-----------------------------------------------------------*
042600* 2200-FIND-EQUIVALENCY - THE TABLE ENTRY FOR THE REQUEST'S  *
042700*                         SCHOOL AND COURSE; WS-EQ-HIT ZERO  *
042800*                         WHEN THERE IS NONE                 *
042900*-----------------------------------------------------------*
043000 2200-FIND-EQUIVALENCY.
043100     MOVE ZERO TO WS-EQ-HIT
043200     MOVE XT-INSTITUTION    TO WS-EK-INSTITUTION
043300     MOVE XT-OUTSIDE-COURSE TO WS-EK-OUTSIDE-COURSE
043400     PERFORM 2210-PROBE-ONE-EQUIVALENCY THRU 2210-EXIT
043500         VARYING WS-EQ-SUB FROM 1 BY 1
043600         UNTIL WS-EQ-SUB > WS-EQUIV-COUNT
043700             OR WS-EQ-HIT NOT = ZERO
043800     .
043900 2200-EXIT.
044000     EXIT.
044100*-----------------------------------------------------------*
044200* 2210-PROBE-ONE-EQUIVALENCY - IS THIS ENTRY THE REQUEST'S   *
044300*-----------------------------------------------------------*
044400 2210-PROBE-ONE-EQUIVALENCY.
044500     IF WS-EQ-KEY (WS-EQ-SUB) = WS-EQUIVALENCY-KEY
044600         MOVE WS-EQ-SUB TO WS-EQ-HIT
044700     END-IF
044800     .
044900 2210-EXIT.
045000     EXIT.
045100*-----------------------------------------------------------*
045200* 2300-CHECK-OUTSIDE-GRADE - A PASS ALWAYS TRANSFERS AND A   *
045300*                            FAIL NEVER DOES; A LETTER MUST  *
045400*                            RANK AT OR ABOVE THE ENTRY'S    *
045500*                            MINIMUM (BLANK MEANS "C")       *
045600*-----------------------------------------------------------*
045700 2300-CHECK-OUTSIDE-GRADE.
045800     IF XT-OUTSIDE-GRADE = "P"
045900         GO TO 2300-EXIT
046000     END-IF
046100     IF XT-OUTSIDE-GRADE = "F"
046200         MOVE "REFUSED - FAILING GRADE" TO WS-RESULT-TEXT
046300         GO TO 2300-EXIT
046400     END-IF
046500     MOVE XT-OUTSIDE-GRADE TO WS-GRADE-LETTER
046600     PERFORM 2350-RANK-LETTER THRU 2350-EXIT
046700     IF WS-RANK-VALUE = ZERO
046800         MOVE "REFUSED - OUTSIDE GRADE INVALID" TO WS-RESULT-TEXT
046900         GO TO 2300-EXIT
047000     END-IF
047100     MOVE WS-RANK-VALUE TO WS-OUTSIDE-RANK
047200     MOVE WS-EQ-MIN-GRADE (WS-EQ-HIT) TO WS-MIN-GRADE
047300     IF WS-MIN-GRADE = SPACE
047400         MOVE "C" TO WS-MIN-GRADE
047500     END-IF
047600     MOVE WS-MIN-GRADE TO WS-GRADE-LETTER
047700     PERFORM 2350-RANK-LETTER THRU 2350-EXIT
047800     IF WS-OUTSIDE-RANK < WS-RANK-VALUE
047900         STRING "REFUSED - BELOW MINIMUM " DELIMITED BY SIZE
048000             WS-MIN-GRADE DELIMITED BY SIZE
048100             INTO WS-RESULT-TEXT
048200         END-STRING
048300     END-IF
048400     .
048500 2300-EXIT.
048600     EXIT.
048700*-----------------------------------------------------------*
048800* 2350-RANK-LETTER - A=5 B=4 C=3 D=2, ANYTHING ELSE ZERO     *
048900*-----------------------------------------------------------*
049000 2350-RANK-LETTER.
049100     EVALUATE WS-GRADE-LETTER
049200         WHEN "A"
049300             MOVE 5 TO WS-RANK-VALUE
049400         WHEN "B"
049500             MOVE 4 TO WS-RANK-VALUE
049600         WHEN "C"
049700             MOVE 3 TO WS-RANK-VALUE
049800         WHEN "D"
049900             MOVE 2 TO WS-RANK-VALUE
050000         WHEN OTHER
050100             MOVE ZERO TO WS-RANK-VALUE
050200     END-EVALUATE
050300     .
050400 2350-EXIT.
050500     EXIT.
050600*-----------------------------------------------------------*
050700* 2400-CHECK-STUDENT - THE STUDENT MUST BE ON DEMOMAST, WHICH*
050800*                      ALSO SUPPLIES THE NAME FOR THE FEED;  *
050900*                      NO DEMOMAST DD LEAVES THE NAME BLANK  *
051000*-----------------------------------------------------------*
051100 2400-CHECK-STUDENT.
051200     MOVE SPACES TO WS-FULL-NAME
051300     IF NOT DEMO-IS-OPEN
051400         GO TO 2400-EXIT
051500     END-IF
051600     MOVE XT-STUDENT-ID TO DM-STUDENT-ID
051700     READ DEMOGRAPHIC-MASTER
051800         INVALID KEY CONTINUE
051900     END-READ
052000     MOVE "DEMOGRAPHIC-MAST" TO FSC-FILE-NAME
052100     MOVE "READ"             TO FSC-OPERATION
052200     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
052300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
052400     END-IF
052500     IF FSC-STATUS-CODE = "23"
052600         MOVE "REFUSED - NOT ON DEMOMAST" TO WS-RESULT-TEXT
052700         GO TO 2400-EXIT
052800     END-IF
052900     STRING DM-LAST-NAME DELIMITED BY "  "
053000         ", " DELIMITED BY SIZE
053100         DM-FIRST-NAME DELIMITED BY "  "
053200         " " DELIMITED BY SIZE
053300         DM-MIDDLE-INIT DELIMITED BY SIZE
053400         INTO WS-FULL-NAME
053500     END-STRING
053600     .
053700 2400-EXIT.
053800     EXIT.
053900*-----------------------------------------------------------*
054000* 2500-CHECK-COURSE - THE EQUIVALENT COURSE MUST BE ACTIVE ON*
054100*                     THE CATALOG; NO CRSCAT DD SKIPS THE    *
054200*                     CHECK                                  *
054300*-----------------------------------------------------------*
054400 2500-CHECK-COURSE.
054500     IF NOT CATALOG-IS-OPEN
054600         GO TO 2500-EXIT
054700     END-IF
054800     MOVE WS-FK-COURSE-CODE TO CC-COURSE-CODE
054900     READ COURSE-CATALOG
055000         INVALID KEY CONTINUE
055100     END-READ
055200     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
055300     MOVE "READ"           TO FSC-OPERATION
055400     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
055500         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055600     END-IF
055700     IF FSC-STATUS-CODE = "23"
055800         MOVE "REFUSED - COURSE NOT ON CRSCAT" TO WS-RESULT-TEXT
055900         GO TO 2500-EXIT
056000     END-IF
056100     IF CC-COURSE-INACTIVE
056200         MOVE "REFUSED - COURSE INACTIVE" TO WS-RESULT-TEXT
056300     END-IF
056400     .
056500 2500-EXIT.
056600     EXIT.
056700*-----------------------------------------------------------*
056800* 2600-CHECK-ON-RECORD - A STUDENT WHO ALREADY HOLDS THE     *
056900*                        COURSE, ON THE MASTER OR FROM AN    *
057000*                        EARLIER REQUEST IN THIS FEED, GETS  *
057100*                        NO TRANSFER CREDIT FOR IT           *
057200*-----------------------------------------------------------*
057300 2600-CHECK-ON-RECORD.
057400     MOVE "N" TO WS-POSTED-SW
057500     PERFORM 2610-PROBE-ONE-POSTED THRU 2610-EXIT
057600         VARYING WS-PS-SUB FROM 1 BY 1
057700         UNTIL WS-PS-SUB > WS-POSTED-COUNT
057800             OR KEY-ALREADY-POSTED
057900     IF KEY-ALREADY-POSTED
058000         MOVE "REFUSED - DUPLICATE IN FEED" TO WS-RESULT-TEXT
058100         GO TO 2600-EXIT
058200     END-IF
058300     IF NOT MASTER-IS-OPEN
058400         GO TO 2600-EXIT
058500     END-IF
058600     MOVE WS-FEED-KEY TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
058700     READ STUDENT-MASTER
058800         INVALID KEY CONTINUE
058900     END-READ
059000     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
059100     MOVE "READ"           TO FSC-OPERATION
059200     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
059300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
059400     END-IF
059500     IF FSC-STATUS-CODE = "00"
059600         IF SR-GRADE-TRANSFER OF STUDENT-MASTER-RECORD
059700             MOVE "REFUSED - ALREADY TRANSFERRED"
059800                 TO WS-RESULT-TEXT
059900         ELSE
060000             MOVE "REFUSED - COURSE ALREADY ON RECORD"
060100                 TO WS-RESULT-TEXT
060200         END-IF
060300     END-IF
060400     .
060500 2600-EXIT.
060600     EXIT.
060700*-----------------------------------------------------------*
060800* 2610-PROBE-ONE-POSTED - WAS THIS KEY ACCEPTED EARLIER IN   *
060900*                         THE FEED                           *
061000*-----------------------------------------------------------*
061100 2610-PROBE-ONE-POSTED.
061200     IF WS-POSTED-KEY (WS-PS-SUB) = WS-FEED-KEY
061300         SET KEY-ALREADY-POSTED TO TRUE
061400     END-IF
061500     .
061600 2610-EXIT.
061700     EXIT.
061800*-----------------------------------------------------------*
061900* 2700-WRITE-TRANSFER - THE "A" TRANSACTION WITH STATUS "T"  *
062000*                       FOR GETINPUT AND THE REGISTER ENTRY; *
062100*                       TERM, POSTED DATE, AND SITE ARE LEFT *
062200*                       FOR GETINPUT TO STAMP                *
062300*-----------------------------------------------------------*
062400 2700-WRITE-TRANSFER.
062500     MOVE SPACES TO TRANSFER-FEED-RECORD
062600     MOVE WS-FULL-NAME TO SR-FULL-NAME OF TRANSFER-FEED-RECORD
062700     MOVE WS-FEED-KEY  TO SR-MASTER-KEY OF TRANSFER-FEED-RECORD
062800     MOVE ZERO  TO SR-GRADE OF TRANSFER-FEED-RECORD
062900     MOVE SPACE TO SR-LETTER-GRADE OF TRANSFER-FEED-RECORD
063000     MOVE "T"   TO SR-GRADE-STATUS OF TRANSFER-FEED-RECORD
063100     MOVE SPACES TO SR-TERM-CODE OF TRANSFER-FEED-RECORD
063200     MOVE SPACES TO SR-POSTED-DATE OF TRANSFER-FEED-RECORD
063300     MOVE ZERO  TO SR-HOMEWORK-SCORE OF TRANSFER-FEED-RECORD
063400     MOVE ZERO  TO SR-MIDTERM-SCORE OF TRANSFER-FEED-RECORD
063500     MOVE ZERO  TO SR-FINAL-SCORE OF TRANSFER-FEED-RECORD
063600     MOVE SPACES TO SR-SITE-CODE OF TRANSFER-FEED-RECORD
063700     MOVE "A"   TO TR-MAINT-CODE
063800     MOVE ZERO  TO TR-EXPECTED-GRADE
063900     MOVE XT-COUNSELOR-ID TO TR-AUTH-CODE
064000     MOVE ZERO  TO TR-HOMEWORK-SCORE
064100     MOVE ZERO  TO TR-MIDTERM-SCORE
064200     MOVE ZERO  TO TR-FINAL-SCORE
064300     MOVE ZERO  TO TR-HOMEWORK-WEIGHT
064400     MOVE ZERO  TO TR-MIDTERM-WEIGHT
064500     MOVE ZERO  TO TR-FINAL-WEIGHT
064600     MOVE SPACE TO TR-COMPONENT-FLAG
064700     WRITE TRANSFER-FEED-RECORD
064800     MOVE "TRANSFER-FEED" TO FSC-FILE-NAME
064900     MOVE "WRITE"         TO FSC-OPERATION
065000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
065100     MOVE SPACES TO TRANSFER-HISTORY-RECORD
065200     MOVE XT-STUDENT-ID     TO XH-STUDENT-ID
065300     MOVE WS-FK-COURSE-CODE TO XH-COURSE-CODE
065400     MOVE XT-INSTITUTION    TO XH-INSTITUTION
065500     MOVE WS-EQ-INST-NAME (WS-EQ-HIT) TO XH-INSTITUTION-NAME
065600     MOVE XT-OUTSIDE-COURSE TO XH-OUTSIDE-COURSE
065700     MOVE XT-OUTSIDE-GRADE  TO XH-OUTSIDE-GRADE
065800     MOVE XT-OUTSIDE-TERM   TO XH-OUTSIDE-TERM
065900     MOVE WS-RUN-DATE       TO XH-POSTED-DATE
066000     MOVE XT-COUNSELOR-ID   TO XH-COUNSELOR-ID
066100     WRITE TRANSFER-HISTORY-RECORD
066200     MOVE "TRANSFER-REG" TO FSC-FILE-NAME
066300     MOVE "WRITE"        TO FSC-OPERATION
066400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
066500     IF WS-POSTED-COUNT < WS-POSTED-MAX
066600         ADD 1 TO WS-POSTED-COUNT
066700         MOVE WS-FEED-KEY TO WS-POSTED-KEY (WS-POSTED-COUNT)
066800     END-IF
066900     .
067000 2700-EXIT.
067100     EXIT.
067200*-----------------------------------------------------------*
067300* 2800-WRITE-RESULT-LINE - ONE REPORT LINE PER REQUEST WITH  *
067400*                          WHAT BECAME OF IT                 *
067500*-----------------------------------------------------------*
067600 2800-WRITE-RESULT-LINE.
067700     MOVE SPACES TO TRANSFER-RPT-RECORD
067800     STRING "  " DELIMITED BY SIZE
067900         XT-STUDENT-ID DELIMITED BY SIZE
068000         " " DELIMITED BY SIZE
068100         XT-INSTITUTION DELIMITED BY SIZE
068200         " " DELIMITED BY SIZE
068300         XT-OUTSIDE-COURSE DELIMITED BY SIZE
068400         " " DELIMITED BY SIZE
068500         XT-OUTSIDE-GRADE DELIMITED BY SIZE
068600         "  " DELIMITED BY SIZE
068700         WS-FK-COURSE-CODE DELIMITED BY SIZE
068800         "  " DELIMITED BY SIZE
068900         WS-RESULT-TEXT DELIMITED BY SIZE
069000         INTO TRANSFER-RPT-RECORD
069100     END-STRING
069200     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
069300     .
069400 2800-EXIT.
069500     EXIT.
069600*-----------------------------------------------------------*
069700* 2850-WRITE-REPORT-LINE - WRITE THE CURRENT REPORT LINE     *
069800*-----------------------------------------------------------*
069900 2850-WRITE-REPORT-LINE.
070000     WRITE TRANSFER-RPT-RECORD
070100     MOVE "TRANSFER-RPT" TO FSC-FILE-NAME
070200     MOVE "WRITE"        TO FSC-OPERATION
070300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
070400     .
070500 2850-EXIT.
070600     EXIT.
070700*-----------------------------------------------------------*
070800* 3000-TERMINATE - THE FEED'S CONTROL TRAILER, TOTALS,       *
070900*                  RETURN CODE, CLOSE EVERYTHING             *
071000*-----------------------------------------------------------*
071100 3000-TERMINATE.
071200     MOVE SPACES TO TRANSFER-TRAILER-RECORD
071300     MOVE WS-ACCEPTED TO XTR-RECORD-COUNT
071400     MOVE ZERO        TO XTR-GRADE-HASH
071500     MOVE ALL "9"     TO XTR-TRAILER-KEY
071600     MOVE "T"         TO XTR-MAINT-CODE
071700     WRITE TRANSFER-TRAILER-RECORD
071800     MOVE "TRANSFER-FEED" TO FSC-FILE-NAME
071900     MOVE "WRITE"         TO FSC-OPERATION
072000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
072100     CLOSE TRANSFER-FEED
072200     MOVE "CLOSE" TO FSC-OPERATION
072300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
072400     MOVE SPACES TO TRANSFER-RPT-RECORD
072500     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
072600     MOVE SPACES TO TRANSFER-RPT-RECORD
072700     STRING "REQUESTS: " DELIMITED BY SIZE
072800         WS-REQUESTS-READ DELIMITED BY SIZE
072900         "  ACCEPTED: " DELIMITED BY SIZE
073000         WS-ACCEPTED DELIMITED BY SIZE
073100         "  REFUSED: " DELIMITED BY SIZE
073200         WS-REFUSED DELIMITED BY SIZE
073300         INTO TRANSFER-RPT-RECORD
073400     END-STRING
073500     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
073600     DISPLAY "XFERCRED - REQUESTS: " WS-REQUESTS-READ
073700         " ACCEPTED: " WS-ACCEPTED " REFUSED: " WS-REFUSED
073800     IF WS-REFUSED > ZERO
073900         MOVE 4 TO RETURN-CODE
074000     END-IF
074100     IF NOT NO-REQUEST-FILE
074200         CLOSE TRANSFER-REQUESTS
074300         MOVE "TRANSFER-REQS" TO FSC-FILE-NAME
074400         MOVE "CLOSE"         TO FSC-OPERATION
074500         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
074600         CLOSE TRANSFER-REGISTER
074700         MOVE "TRANSFER-REG" TO FSC-FILE-NAME
074800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
074900     END-IF
075000     IF DEMO-IS-OPEN
075100         CLOSE DEMOGRAPHIC-MASTER
075200         MOVE "DEMOGRAPHIC-MAST" TO FSC-FILE-NAME
075300         MOVE "CLOSE"            TO FSC-OPERATION
075400         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
075500     END-IF
075600     IF CATALOG-IS-OPEN
075700         CLOSE COURSE-CATALOG
075800         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
075900         MOVE "CLOSE"          TO FSC-OPERATION
076000         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
076100     END-IF
076200     IF MASTER-IS-OPEN
076300         CLOSE STUDENT-MASTER
076400         MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
076500         MOVE "CLOSE"          TO FSC-OPERATION
076600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
076700     END-IF
076800     CLOSE TRANSFER-RPT
076900     MOVE "TRANSFER-RPT" TO FSC-FILE-NAME
077000     MOVE "CLOSE"        TO FSC-OPERATION
077100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
077200     .
077300 3000-EXIT.
077400     EXIT.
077500     COPY "fscchk.cpy".
077600 END PROGRAM XFERCRED.
