000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRDENTRY.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - INSTRUCTOR GRADE ENTRY. AN    *
001300*                   INSTRUCTOR SIGNED ON TO MAIN-MENU KEYS   *
001400*                   GRADES FOR THE SECTIONS INSTASGN         *
001500*                   ASSIGNS HIM OR HER (A REGISTRAR MAY KEY  *
001600*                   ANY ASSIGNED SECTION) STRAIGHT ONTO THE  *
001700*                   GRDENTRY FEED, WHICH RIDES THE NEXT      *
001800*                   NIGHT'S SORTTRN CONCATENATION INTO       *
001900*                   GETINPUT LIKE INCLAPSE AND WAITPROM.     *
002000*                   EVERY GRADE PASSES THE SAME STUDENT-ID   *
002100*                   CHECK DIGIT, 0-100 RANGE, GRADE-STATUS,  *
002200*                   AND COMPONENT-WEIGHT EDITS GETINPUT      *
002300*                   APPLIES, THE KEY MUST ALREADY BE ON THE  *
002400*                   MASTER, AND A CHANGE TO AN EXISTING      *
002500*                   GRADE GOES OUT AS A "G" CARRYING THE     *
002600*                   MASTER'S CURRENT GRADE AS THE EXPECTED   *
002700*                   GRADE, SO THE REKEYING REJECTS (02, 08)  *
002800*                   CANNOT HAPPEN. A KEY ALREADY WAITING ON  *
002900*                   THE FEED IS REFUSED RATHER THAN SENT     *
003000*                   TWICE. EACH SESSION CLOSES ITS RECORDS   *
003100*                   WITH ITS OWN CONTROL TRAILER (GETINPUT   *
003200*                   SUMS ACROSS TRAILERS).                   *
003250*  10/15/2026  DT   STUDREC NOW CARRIES THE SITE CODE (FEED  *
003250*                   RECORDS 132 BYTES, INSTASGN 50) - THE    *
003250*                   GRADE TRANSACTION CARRIES THE SITE OF    *
003250*                   THE MASTER RECORD IT GRADES.             *
003275*  10/15/2026  DT   THE SECTION TABLE NOW CARRIES THE CAMPUS *
003275*                   (IA-SITE-CODE, BLANK = 01). A STUDENT    *
003275*                   WHOSE MASTER RECORD IS AT ANOTHER CAMPUS *
003275*                   (SR-SITE-CODE, BLANK = 01) THAN ANY OF   *
003275*                   THE OPERATOR'S SECTIONS OF THE COURSE IS *
003275*                   REFUSED AS NOT ONE OF YOUR SECTIONS, AND *
003275*                   THE KEYED COUNT GOES TO THE SECTION AT   *
003275*                   THE STUDENT'S CAMPUS.                    *
003300*-----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT INSTRUCTOR-ASSIGN ASSIGN TO INSTASGN
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FSC-STATUS-CODE.
004000     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SR-MASTER-KEY OF STUDENT-MASTER-RECORD
004400         ALTERNATE RECORD KEY IS SR-FULL-NAME
004500             OF STUDENT-MASTER-RECORD WITH DUPLICATES
004600         FILE STATUS IS FSC-STATUS-CODE.
004700     SELECT GRADE-ENTRY-FEED ASSIGN TO GRDENTRY
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FSC-STATUS-CODE.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  INSTRUCTOR-ASSIGN
005300     RECORD CONTAINS 50 CHARACTERS.
005400 01  INSTRUCTOR-ASSIGN-RECORD.
005500     COPY "instasgn.cpy".
005600 FD  STUDENT-MASTER
005700     RECORD CONTAINS 97 CHARACTERS.
005800 01  STUDENT-MASTER-RECORD.
005900     COPY "studrec.cpy".
006000 FD  GRADE-ENTRY-FEED
006100     RECORD CONTAINS 132 CHARACTERS.
006200 01  GRADE-ENTRY-RECORD.
006300     COPY "studrec.cpy".
006400     COPY "stutran.cpy".
006500 01  ENTRY-TRAILER-RECORD.
006600     05  ETR-RECORD-COUNT      PIC 9(07).
006700     05  ETR-GRADE-HASH        PIC 9(11)V9.
006800     05  FILLER                PIC X(31).
006900     05  ETR-TRAILER-KEY       PIC X(14).
007000     05  FILLER                PIC X(33).
007100     05  ETR-MAINT-CODE        PIC X(01).
007200         88  ETR-IS-TRAILER               VALUE "T".
007300     05  FILLER                PIC X(34).
007400 WORKING-STORAGE SECTION.
007500 01  WS-SWITCHES.
007600     05  WS-SESSION-DONE-SW    PIC X(01)  VALUE "N".
007700         88  SESSION-IS-DONE              VALUE "Y".
007800     05  WS-SECTION-DONE-SW    PIC X(01)  VALUE "N".
007900         88  SECTION-IS-DONE              VALUE "Y".
008000     05  WS-ASSIGN-EOF-SW      PIC X(01)  VALUE "N".
008100         88  ASSIGN-EOF                   VALUE "Y".
008200     05  WS-FEED-EOF-SW        PIC X(01)  VALUE "N".
008300         88  FEED-EOF                     VALUE "Y".
008400     05  WS-FEED-OPEN-SW       PIC X(01)  VALUE "N".
008500         88  FEED-IS-OPEN                 VALUE "Y".
008600     05  WS-MASTER-OPEN-SW     PIC X(01)  VALUE "N".
008700         88  MASTER-IS-OPEN               VALUE "Y".
008800     05  WS-SECTION-FOUND-SW   PIC X(01)  VALUE "N".
008900         88  SECTION-ENTRY-FOUND          VALUE "Y".
009000     05  WS-PENDING-FOUND-SW   PIC X(01)  VALUE "N".
009100         88  PENDING-ENTRY-FOUND          VALUE "Y".
009200     05  WS-ENTRY-VALID-SW     PIC X(01)  VALUE "N".
009300         88  ENTRY-IS-VALID               VALUE "Y".
009400     05  WS-ID-VALID-SW        PIC X(01).
009500         88  ID-IS-VALID                  VALUE "Y".
009600     05  WS-COMPONENT-SW       PIC X(01)  VALUE "N".
009700         88  COMPONENTS-ENTERED           VALUE "Y".
009800 01  WS-AUTH-LEVEL             PIC X(01)  VALUE SPACE.
009900     88  SIGNED-ON-REGISTRAR              VALUE "2".
010000     88  SIGNED-ON-INSTRUCTOR             VALUE "3".
010100 01  WS-OPERATOR-ID            PIC X(08)  VALUE "GRDENTRY".
010200 01  WS-RUN-DATE               PIC X(08)  VALUE SPACES.
010300*-----------------------------------------------------------*
010400* SECTIONS THIS OPERATOR MAY GRADE, FROM INSTASGN            *
010500*-----------------------------------------------------------*
010600 01  WS-SECTION-TABLE.
010700     05  WS-SECTION-ENTRY OCCURS 200 TIMES.
010800         10  WS-SEC-COURSE     PIC X(06).
010900         10  WS-SEC-INSTRUCTOR PIC X(08).
010950         10  WS-SEC-SITE       PIC X(02).
011000         10  WS-SEC-KEYED      PIC 9(05)  COMP.
011100 77  WS-SECTION-MAX            PIC 9(04)  COMP VALUE 200.
011200 77  WS-SECTION-COUNT          PIC 9(04)  COMP VALUE ZERO.
011300 77  WS-SEC-SUB                PIC 9(04)  COMP VALUE ZERO.
011400 77  WS-SEC-HIT                PIC 9(04)  COMP VALUE ZERO.
011500*-----------------------------------------------------------*
011600* KEYS ALREADY WAITING ON THE FEED FOR TONIGHT'S LOAD        *
011700*-----------------------------------------------------------*
011800 01  WS-PENDING-TABLE.
011900     05  WS-PENDING-KEY OCCURS 3000 TIMES
012000                               PIC X(14).
012100 77  WS-PENDING-MAX            PIC 9(04)  COMP VALUE 3000.
012200 77  WS-PENDING-COUNT          PIC 9(04)  COMP VALUE ZERO.
012300 77  WS-PEND-SUB               PIC 9(04)  COMP VALUE ZERO.
012400 01  WS-SEEK-KEY.
012500     05  WS-SEEK-STUDENT       PIC X(08).
012600     05  WS-SEEK-COURSE        PIC X(06).
012700 01  WS-ENTRY-FIELDS.
012800     05  WS-ENTRY-COURSE       PIC X(06).
012850     05  WS-ENTRY-SITE         PIC X(02).
012900     05  WS-ENTRY-ID           PIC X(08).
013000     05  WS-ENTRY-STATUS       PIC X(01).
013100     05  WS-ENTRY-COMP-REPLY   PIC X(01).
013200     05  WS-ENTRY-CONFIRM      PIC X(01).
013300     05  WS-ENTRY-SCORE-X      PIC X(04).
013400     05  WS-ENTRY-SCORE REDEFINES WS-ENTRY-SCORE-X
013500                               PIC 9(03)V9.
013600     05  WS-ENTRY-WEIGHT-X     PIC X(03).
013700     05  WS-ENTRY-WEIGHT REDEFINES WS-ENTRY-WEIGHT-X
013800                               PIC 9(03).
013900     05  WS-ENTRY-LABEL        PIC X(10).
014000 01  WS-NEW-GRADE-FIELDS.
014100     05  WS-NEW-GRADE          PIC 9(03)V9  VALUE ZERO.
014200     05  WS-HOMEWORK-SCORE     PIC 9(03)V9  VALUE ZERO.
014300     05  WS-MIDTERM-SCORE      PIC 9(03)V9  VALUE ZERO.
014400     05  WS-FINAL-SCORE        PIC 9(03)V9  VALUE ZERO.
014500     05  WS-HOMEWORK-WEIGHT    PIC 9(03)    VALUE ZERO.
014600     05  WS-MIDTERM-WEIGHT     PIC 9(03)    VALUE ZERO.
014700     05  WS-FINAL-WEIGHT       PIC 9(03)    VALUE ZERO.
014800     05  WS-WEIGHT-TOTAL       PIC 9(04)    VALUE ZERO.
014900     05  WS-CHECK-SCORE        PIC 9(03)V9  VALUE ZERO.
015000     05  WS-CHECK-WEIGHT       PIC 9(03)    VALUE ZERO.
015100 01  WS-SESSION-TOTALS.
015200     05  WS-ENTRIES-WRITTEN    PIC 9(07)    VALUE ZERO.
015300     05  WS-GRADE-HASH         PIC 9(11)V9  VALUE ZERO.
015400 01  WS-DISPLAY-FIELDS.
015500     05  WS-GRADE-DISP         PIC ZZ9.9.
015600     05  WS-COUNT-DISP         PIC Z,ZZ9.
015700 01  FSC-CONTROLS.
015800     COPY "fscctl.cpy".
015900 LINKAGE SECTION.
016000 01  LK-OPERATOR-ID            PIC X(08).
016100 01  LK-AUTH-LEVEL             PIC X(01).
016200 PROCEDURE DIVISION USING LK-OPERATOR-ID LK-AUTH-LEVEL.
016300*-----------------------------------------------------------*
016400* 0000-MAINLINE                                              *
016500*-----------------------------------------------------------*
016600 0000-MAINLINE.
016700     IF LK-OPERATOR-ID NOT = SPACES
016800         MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
016900     END-IF
017000     MOVE LK-AUTH-LEVEL TO WS-AUTH-LEVEL
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017200     PERFORM 2000-ENTER-ONE-SECTION THRU 2000-EXIT
017300         UNTIL SESSION-IS-DONE
017400     PERFORM 3000-TERMINATE THRU 3000-EXIT
017500     GOBACK.
017600*-----------------------------------------------------------*
017700* 1000-INITIALIZE - LOAD THE OPERATOR'S SECTIONS AND THE     *
017800*                   KEYS ALREADY WAITING ON THE FEED, THEN   *
017900*                   OPEN THE MASTER AND THE FEED             *
018000*-----------------------------------------------------------*
018100 1000-INITIALIZE.
018200     DISPLAY "GRDENTRY - INSTRUCTOR GRADE ENTRY"
018300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018400     IF NOT SIGNED-ON-INSTRUCTOR AND NOT SIGNED-ON-REGISTRAR
018500         DISPLAY "GRDENTRY - NOT AUTHORIZED FOR GRADE ENTRY"
018600         SET SESSION-IS-DONE TO TRUE
018700         GO TO 1000-EXIT
018800     END-IF
018900     PERFORM 1100-LOAD-SECTIONS THRU 1100-EXIT
019000     IF WS-SECTION-COUNT = ZERO
019100         DISPLAY "GRDENTRY - NO SECTIONS ASSIGNED TO "
019200             WS-OPERATOR-ID " ON INSTASGN - SEE THE REGISTRAR"
019300         SET SESSION-IS-DONE TO TRUE
019400         GO TO 1000-EXIT
019500     END-IF
019600     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT
019700     IF SESSION-IS-DONE
019800         GO TO 1000-EXIT
019900     END-IF
020000     OPEN INPUT STUDENT-MASTER
020100     IF FSC-STATUS-CODE = "35"
020200         DISPLAY "GRDENTRY - NO STUDENT MASTER - SEE OPERATIONS"
020300         SET SESSION-IS-DONE TO TRUE
020400         GO TO 1000-EXIT
020500     END-IF
020600     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
020700     MOVE "OPEN"           TO FSC-OPERATION
020800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
020900     SET MASTER-IS-OPEN TO TRUE
021000     OPEN EXTEND GRADE-ENTRY-FEED
021100     IF FSC-STATUS-CODE = "35"
021200         OPEN OUTPUT GRADE-ENTRY-FEED
021300     END-IF
021400     MOVE "GRDENTRY" TO FSC-FILE-NAME
021500     MOVE "OPEN"     TO FSC-OPERATION
021600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
021700     SET FEED-IS-OPEN TO TRUE
021800     .
021900 1000-EXIT.
022000     EXIT.
022100*-----------------------------------------------------------*
022200* 1100-LOAD-SECTIONS - AN INSTRUCTOR GETS THE SECTIONS       *
022300*                      INSTASGN NAMES HIM OR HER FOR; A      *
022400*                      REGISTRAR GETS EVERY ASSIGNED SECTION *
022500*-----------------------------------------------------------*
022600 1100-LOAD-SECTIONS.
022700     MOVE ZERO TO WS-SECTION-COUNT
022800     OPEN INPUT INSTRUCTOR-ASSIGN
022900     IF FSC-STATUS-CODE = "35"
023000         GO TO 1100-EXIT
023100     END-IF
023200     MOVE "INSTASGN" TO FSC-FILE-NAME
023300     MOVE "OPEN"     TO FSC-OPERATION
023400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
023500     MOVE "N" TO WS-ASSIGN-EOF-SW
023600     PERFORM 1150-LOAD-ONE-SECTION THRU 1150-EXIT
023700         UNTIL ASSIGN-EOF
023800     CLOSE INSTRUCTOR-ASSIGN
023900     MOVE "INSTASGN" TO FSC-FILE-NAME
024000     MOVE "CLOSE"    TO FSC-OPERATION
024100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
024200     .
024300 1100-EXIT.
024400     EXIT.
024500*-----------------------------------------------------------*
024600* 1150-LOAD-ONE-SECTION - ONE INSTASGN RECORD                *
024700*-----------------------------------------------------------*
024800 1150-LOAD-ONE-SECTION.
024900     READ INSTRUCTOR-ASSIGN
025000         AT END
025100             SET ASSIGN-EOF TO TRUE
025200             GO TO 1150-EXIT
025300     END-READ
025400     MOVE "INSTASGN" TO FSC-FILE-NAME
025500     MOVE "READ"     TO FSC-OPERATION
025600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
025700     IF SIGNED-ON-INSTRUCTOR
025800             AND IA-INSTRUCTOR-ID NOT = WS-OPERATOR-ID
025900         GO TO 1150-EXIT
026000     END-IF
026100     IF WS-SECTION-COUNT >= WS-SECTION-MAX
026200         DISPLAY "GRDENTRY - MORE THAN " WS-SECTION-MAX
026300             " SECTIONS - ONLY THE FIRST ARE OFFERED"
026400         SET ASSIGN-EOF TO TRUE
026500         GO TO 1150-EXIT
026600     END-IF
026700     ADD 1 TO WS-SECTION-COUNT
026800     MOVE IA-COURSE-CODE   TO WS-SEC-COURSE (WS-SECTION-COUNT)
026900     MOVE IA-INSTRUCTOR-ID TO WS-SEC-INSTRUCTOR (WS-SECTION-COUNT)
026950     MOVE IA-SITE-CODE     TO WS-SEC-SITE (WS-SECTION-COUNT)
026960     IF WS-SEC-SITE (WS-SECTION-COUNT) = SPACES
026970         MOVE "01" TO WS-SEC-SITE (WS-SECTION-COUNT)
026980     END-IF
027000     MOVE ZERO             TO WS-SEC-KEYED (WS-SECTION-COUNT)
027100     .
027200 1150-EXIT.
027300     EXIT.
027400*-----------------------------------------------------------*
027500* 1200-LOAD-PENDING - REMEMBER EVERY KEY ALREADY ON THE      *
027600*                     FEED SO THE SAME GRADE IS NOT SENT     *
027700*                     TWICE (GETINPUT WOULD REJECT THE SECOND*
027800*                     AS A DUPLICATE OR A PRIOR-GRADE        *
027900*                     MISMATCH)                              *
028000*-----------------------------------------------------------*
028100 1200-LOAD-PENDING.
028200     MOVE ZERO TO WS-PENDING-COUNT
028300     OPEN INPUT GRADE-ENTRY-FEED
028400     IF FSC-STATUS-CODE = "35"
028500         GO TO 1200-EXIT
028600     END-IF
028700     MOVE "GRDENTRY" TO FSC-FILE-NAME
028800     MOVE "OPEN"     TO FSC-OPERATION
028900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029000     MOVE "N" TO WS-FEED-EOF-SW
029100     PERFORM 1250-LOAD-ONE-PENDING THRU 1250-EXIT
029200         UNTIL FEED-EOF
029300     CLOSE GRADE-ENTRY-FEED
029400     MOVE "GRDENTRY" TO FSC-FILE-NAME
029500     MOVE "CLOSE"    TO FSC-OPERATION
029600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029700     .
029800 1200-EXIT.
029900     EXIT.
030000*-----------------------------------------------------------*
030100* 1250-LOAD-ONE-PENDING - ONE FEED RECORD; TRAILERS SKIPPED; *
030200*                         A FULL TABLE ENDS THE SESSION      *
030300*                         BECAUSE DUPLICATES COULD NO LONGER *
030400*                         BE CAUGHT                          *
030500*-----------------------------------------------------------*
030600 1250-LOAD-ONE-PENDING.
030700     READ GRADE-ENTRY-FEED
030800         AT END
030900             SET FEED-EOF TO TRUE
031000             GO TO 1250-EXIT
031100     END-READ
031200     MOVE "GRDENTRY" TO FSC-FILE-NAME
031300     MOVE "READ"     TO FSC-OPERATION
031400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
031500     IF ETR-IS-TRAILER
031600         GO TO 1250-EXIT
031700     END-IF
031800     IF WS-PENDING-COUNT >= WS-PENDING-MAX
031900         DISPLAY "GRDENTRY - MORE THAN " WS-PENDING-MAX
032000             " GRADES ALREADY WAITING FOR TONIGHT'S LOAD - "
032100             "TRY AGAIN AFTER THE NIGHTLY RUN"
032200         SET FEED-EOF TO TRUE
032300         SET SESSION-IS-DONE TO TRUE
032400         GO TO 1250-EXIT
032500     END-IF
032600     ADD 1 TO WS-PENDING-COUNT
032700     MOVE SR-MASTER-KEY OF GRADE-ENTRY-RECORD
032800         TO WS-PENDING-KEY (WS-PENDING-COUNT)
032900     .
033000 1250-EXIT.
033100     EXIT.
033200*-----------------------------------------------------------*
033300* 2000-ENTER-ONE-SECTION - LIST THE SECTIONS, TAKE ONE, AND  *
033400*                          KEY ITS GRADES UNTIL A BLANK ID   *
033500*-----------------------------------------------------------*
033600 2000-ENTER-ONE-SECTION.
033700     DISPLAY " "
033800     DISPLAY "GRDENTRY - SECTIONS YOU MAY GRADE:"
033900     PERFORM 2050-SHOW-ONE-SECTION THRU 2050-EXIT
034000         VARYING WS-SEC-SUB FROM 1 BY 1
034100         UNTIL WS-SEC-SUB > WS-SECTION-COUNT
034200     DISPLAY "GRDENTRY - ENTER COURSE CODE (BLANK = DONE): "
034300     MOVE SPACES TO WS-ENTRY-COURSE
034400     ACCEPT WS-ENTRY-COURSE
034500     IF WS-ENTRY-COURSE = SPACES
034600         SET SESSION-IS-DONE TO TRUE
034700         GO TO 2000-EXIT
034800     END-IF
034850     MOVE SPACES TO WS-ENTRY-SITE
034900     PERFORM 2100-FIND-SECTION THRU 2100-EXIT
035000     IF NOT SECTION-ENTRY-FOUND
035100         DISPLAY "GRDENTRY - " WS-ENTRY-COURSE
035200             " IS NOT ONE OF YOUR SECTIONS"
035300         GO TO 2000-EXIT
035400     END-IF
035500     MOVE "N" TO WS-SECTION-DONE-SW
035600     PERFORM 2200-ENTER-ONE-GRADE THRU 2200-EXIT
035700         UNTIL SECTION-IS-DONE OR SESSION-IS-DONE
035800     .
035900 2000-EXIT.
036000     EXIT.
036100*-----------------------------------------------------------*
036200* 2050-SHOW-ONE-SECTION - ONE LINE OF THE SECTION LIST       *
036300*-----------------------------------------------------------*
036400 2050-SHOW-ONE-SECTION.
036500     MOVE WS-SEC-KEYED (WS-SEC-SUB) TO WS-COUNT-DISP
036600     DISPLAY "GRDENTRY -   " WS-SEC-COURSE (WS-SEC-SUB)
036650         " SITE " WS-SEC-SITE (WS-SEC-SUB)
036700         "  " WS-SEC-INSTRUCTOR (WS-SEC-SUB)
036800         "  KEYED THIS SESSION: " WS-COUNT-DISP
036900     .
037000 2050-EXIT.
037100     EXIT.
037200*-----------------------------------------------------------*
037300* 2100-FIND-SECTION - LOOK WS-ENTRY-COURSE UP IN THE SECTION *
037400*                     TABLE, AT SITE WS-ENTRY-SITE UNLESS    *
037450*                     THAT IS BLANK                          *
037500*-----------------------------------------------------------*
037600 2100-FIND-SECTION.
037700     MOVE "N" TO WS-SECTION-FOUND-SW
037800     PERFORM 2110-PROBE-ONE-SECTION THRU 2110-EXIT
037900         VARYING WS-SEC-SUB FROM 1 BY 1
038000         UNTIL WS-SEC-SUB > WS-SECTION-COUNT
038100             OR SECTION-ENTRY-FOUND
038200     .
038300 2100-EXIT.
038400     EXIT.
038500*-----------------------------------------------------------*
038600* 2110-PROBE-ONE-SECTION - ONE SECTION-TABLE PROBE           *
038700*-----------------------------------------------------------*
038800 2110-PROBE-ONE-SECTION.
038900     IF WS-SEC-COURSE (WS-SEC-SUB) = WS-ENTRY-COURSE
038950             AND (WS-ENTRY-SITE = SPACES
038960                 OR WS-SEC-SITE (WS-SEC-SUB) = WS-ENTRY-SITE)
039000         SET SECTION-ENTRY-FOUND TO TRUE
039100         MOVE WS-SEC-SUB TO WS-SEC-HIT
039200     END-IF
039300     .
039400 2110-EXIT.
039500     EXIT.
039600*-----------------------------------------------------------*
039700* 2200-ENTER-ONE-GRADE - ONE STUDENT IN THE CHOSEN SECTION:  *
039800*                        EDIT, SHOW, CONFIRM, AND WRITE      *
039900*-----------------------------------------------------------*
040000 2200-ENTER-ONE-GRADE.
040100     DISPLAY "GRDENTRY - " WS-ENTRY-COURSE
040200         " - ENTER STUDENT-ID (BLANK = END OF SECTION): "
040300     MOVE SPACES TO WS-ENTRY-ID
040400     ACCEPT WS-ENTRY-ID
040500     IF WS-ENTRY-ID = SPACES
040600         SET SECTION-IS-DONE TO TRUE
040700         GO TO 2200-EXIT
040800     END-IF
040900     CALL "IF-ELSE" USING WS-ENTRY-ID WS-ID-VALID-SW
041000     IF NOT ID-IS-VALID
041100         DISPLAY "GRDENTRY - STUDENT-ID " WS-ENTRY-ID
041200             " FAILS THE CHECK DIGIT - NOT ENTERED"
041300         GO TO 2200-EXIT
041400     END-IF
041500     MOVE WS-ENTRY-ID     TO WS-SEEK-STUDENT
041600     MOVE WS-ENTRY-COURSE TO WS-SEEK-COURSE
041700     PERFORM 2250-FIND-PENDING THRU 2250-EXIT
041800     IF PENDING-ENTRY-FOUND
041900         DISPLAY "GRDENTRY - A GRADE FOR " WS-ENTRY-ID " "
042000             WS-ENTRY-COURSE " IS ALREADY WAITING FOR TONIGHT'S "
042100             "LOAD - NOT ENTERED"
042200         GO TO 2200-EXIT
042300     END-IF
042400     MOVE WS-SEEK-KEY TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
042500     READ STUDENT-MASTER
042600         INVALID KEY CONTINUE
042700     END-READ
042800     IF FSC-STATUS-CODE = "23"
042900         DISPLAY "GRDENTRY - " WS-ENTRY-ID " IS NOT ENROLLED IN "
043000             WS-ENTRY-COURSE " - NOT ENTERED"
043100         GO TO 2200-EXIT
043200     END-IF
043300     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
043400     MOVE "READ"           TO FSC-OPERATION
043500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
043510     MOVE SR-SITE-CODE OF STUDENT-MASTER-RECORD TO WS-ENTRY-SITE
043520     IF WS-ENTRY-SITE = SPACES
043530         MOVE "01" TO WS-ENTRY-SITE
043540     END-IF
043550     PERFORM 2100-FIND-SECTION THRU 2100-EXIT
043560     IF NOT SECTION-ENTRY-FOUND
043570         DISPLAY "GRDENTRY - " WS-ENTRY-COURSE
043580             " IS NOT ONE OF YOUR SECTIONS"
043590         GO TO 2200-EXIT
043595     END-IF
043600     MOVE SR-GRADE OF STUDENT-MASTER-RECORD TO WS-GRADE-DISP
043700     DISPLAY "GRDENTRY - " SR-FULL-NAME OF STUDENT-MASTER-RECORD
043800     DISPLAY "GRDENTRY -   CURRENT GRADE " WS-GRADE-DISP
043900         " STATUS " SR-GRADE-STATUS OF STUDENT-MASTER-RECORD
044000         " TERM " SR-TERM-CODE OF STUDENT-MASTER-RECORD
044100     PERFORM 2300-GET-GRADE THRU 2300-EXIT
044200     IF NOT ENTRY-IS-VALID
044300         DISPLAY "GRDENTRY - NOT ENTERED"
044400         GO TO 2200-EXIT
044500     END-IF
044600     MOVE WS-NEW-GRADE TO WS-GRADE-DISP
044700     DISPLAY "GRDENTRY - POST " WS-ENTRY-ID " " WS-ENTRY-COURSE
044800         " GRADE " WS-GRADE-DISP " STATUS " WS-ENTRY-STATUS
044900         "? (Y/N): "
045000     MOVE SPACE TO WS-ENTRY-CONFIRM
045100     ACCEPT WS-ENTRY-CONFIRM
045200     IF WS-ENTRY-CONFIRM NOT = "Y"
045300         DISPLAY "GRDENTRY - NOT ENTERED"
045400         GO TO 2200-EXIT
045500     END-IF
045600     PERFORM 2500-WRITE-ENTRY THRU 2500-EXIT
045700     .
045800 2200-EXIT.
045900     EXIT.
046000*-----------------------------------------------------------*
046100* 2250-FIND-PENDING - IS WS-SEEK-KEY ALREADY ON THE FEED?    *
046200*-----------------------------------------------------------*
046300 2250-FIND-PENDING.
046400     MOVE "N" TO WS-PENDING-FOUND-SW
046500     PERFORM 2260-PROBE-ONE-PENDING THRU 2260-EXIT
046600         VARYING WS-PEND-SUB FROM 1 BY 1
046700         UNTIL WS-PEND-SUB > WS-PENDING-COUNT
046800             OR PENDING-ENTRY-FOUND
046900     .
047000 2250-EXIT.
047100     EXIT.
047200*-----------------------------------------------------------*
047300* 2260-PROBE-ONE-PENDING - ONE PENDING-KEY PROBE             *
047400*-----------------------------------------------------------*
047500 2260-PROBE-ONE-PENDING.
047600     IF WS-PENDING-KEY (WS-PEND-SUB) = WS-SEEK-KEY
047700         SET PENDING-ENTRY-FOUND TO TRUE
047800     END-IF
047900     .
048000 2260-EXIT.
048100     EXIT.
048200*-----------------------------------------------------------*
048300* 2300-GET-GRADE - GRADE STATUS, THEN EITHER ONE 0-100 SCORE *
048400*                  OR THE THREE WEIGHTED COMPONENTS, EDITED  *
048500*                  THE SAME WAY GETINPUT EDITS THE FEED      *
048600*-----------------------------------------------------------*
048700 2300-GET-GRADE.
048800     MOVE "N" TO WS-ENTRY-VALID-SW
048900     MOVE "N" TO WS-COMPONENT-SW
049000     MOVE ZERO TO WS-NEW-GRADE WS-HOMEWORK-SCORE WS-MIDTERM-SCORE
049100         WS-FINAL-SCORE WS-HOMEWORK-WEIGHT WS-MIDTERM-WEIGHT
049200         WS-FINAL-WEIGHT
049300     DISPLAY "GRDENTRY - GRADE STATUS (N = GRADED, "
049400         "I = INCOMPLETE): "
049500     MOVE SPACE TO WS-ENTRY-STATUS
049600     ACCEPT WS-ENTRY-STATUS
049700     IF WS-ENTRY-STATUS = SPACE
049800         MOVE "N" TO WS-ENTRY-STATUS
049900     END-IF
050000     IF WS-ENTRY-STATUS = "I"
050100         MOVE "Y" TO WS-ENTRY-VALID-SW
050200         GO TO 2300-EXIT
050300     END-IF
050400     IF WS-ENTRY-STATUS NOT = "N"
050500         DISPLAY "GRDENTRY - GRADE STATUS MUST BE N OR I"
050600         GO TO 2300-EXIT
050700     END-IF
050800     DISPLAY "GRDENTRY - ENTER COMPONENT SCORES (HOMEWORK/"
050900         "MIDTERM/FINAL)? (Y/N): "
051000     MOVE SPACE TO WS-ENTRY-COMP-REPLY
051100     ACCEPT WS-ENTRY-COMP-REPLY
051200     IF WS-ENTRY-COMP-REPLY = "Y"
051300         PERFORM 2400-GET-COMPONENTS THRU 2400-EXIT
051400         GO TO 2300-EXIT
051500     END-IF
051600     MOVE "GRADE" TO WS-ENTRY-LABEL
051700     PERFORM 2350-GET-ONE-SCORE THRU 2350-EXIT
051800     IF WS-ENTRY-LABEL = SPACES
051900         GO TO 2300-EXIT
052000     END-IF
052100     MOVE WS-CHECK-SCORE TO WS-NEW-GRADE
052200     MOVE "Y" TO WS-ENTRY-VALID-SW
052300     .
052400 2300-EXIT.
052500     EXIT.
052600*-----------------------------------------------------------*
052700* 2350-GET-ONE-SCORE - ONE NNNN (= NNN.N) SCORE, 0-100.0;    *
052800*                      A BAD ONE COMES BACK WITH THE LABEL   *
052900*                      BLANKED                               *
053000*-----------------------------------------------------------*
053100 2350-GET-ONE-SCORE.
053200     DISPLAY "GRDENTRY - ENTER " WS-ENTRY-LABEL
053300         " (NNNN = NNN.N): "
053400     MOVE SPACES TO WS-ENTRY-SCORE-X
053500     ACCEPT WS-ENTRY-SCORE-X
053600     IF WS-ENTRY-SCORE-X NOT NUMERIC
053700         DISPLAY "GRDENTRY - " WS-ENTRY-LABEL " NOT NUMERIC"
053800         MOVE SPACES TO WS-ENTRY-LABEL
053900         GO TO 2350-EXIT
054000     END-IF
054100     IF WS-ENTRY-SCORE > 100.0
054200         DISPLAY "GRDENTRY - " WS-ENTRY-LABEL " OVER 100.0"
054300         MOVE SPACES TO WS-ENTRY-LABEL
054400         GO TO 2350-EXIT
054500     END-IF
054600     MOVE WS-ENTRY-SCORE TO WS-CHECK-SCORE
054700     .
054800 2350-EXIT.
054900     EXIT.
055000*-----------------------------------------------------------*
055100* 2380-GET-ONE-WEIGHT - ONE NNN PERCENT WEIGHT; A BAD ONE    *
055200*                       COMES BACK WITH THE LABEL BLANKED    *
055300*-----------------------------------------------------------*
055400 2380-GET-ONE-WEIGHT.
055500     DISPLAY "GRDENTRY - ENTER " WS-ENTRY-LABEL
055600         " WEIGHT (NNN PERCENT): "
055700     MOVE SPACES TO WS-ENTRY-WEIGHT-X
055800     ACCEPT WS-ENTRY-WEIGHT-X
055900     IF WS-ENTRY-WEIGHT-X NOT NUMERIC
056000         DISPLAY "GRDENTRY - " WS-ENTRY-LABEL
056100             " WEIGHT NOT NUMERIC"
056200         MOVE SPACES TO WS-ENTRY-LABEL
056300         GO TO 2380-EXIT
056400     END-IF
056500     MOVE WS-ENTRY-WEIGHT TO WS-CHECK-WEIGHT
056600     .
056700 2380-EXIT.
056800     EXIT.
056900*-----------------------------------------------------------*
057000* 2400-GET-COMPONENTS - THREE SCORES AND THREE WEIGHTS; THE  *
057100*                       WEIGHTS MUST SUM TO 100 AND THE      *
057200*                       GRADE IS BLENDED THE WAY GETINPUT    *
057300*                       BLENDS IT                            *
057400*-----------------------------------------------------------*
057500 2400-GET-COMPONENTS.
057600     MOVE "HOMEWORK" TO WS-ENTRY-LABEL
057700     PERFORM 2350-GET-ONE-SCORE THRU 2350-EXIT
057800     IF WS-ENTRY-LABEL = SPACES
057900         GO TO 2400-EXIT
058000     END-IF
058100     MOVE WS-CHECK-SCORE TO WS-HOMEWORK-SCORE
058200     PERFORM 2380-GET-ONE-WEIGHT THRU 2380-EXIT
058300     IF WS-ENTRY-LABEL = SPACES
058400         GO TO 2400-EXIT
058500     END-IF
058600     MOVE WS-CHECK-WEIGHT TO WS-HOMEWORK-WEIGHT
058700     MOVE "MIDTERM" TO WS-ENTRY-LABEL
058800     PERFORM 2350-GET-ONE-SCORE THRU 2350-EXIT
058900     IF WS-ENTRY-LABEL = SPACES
059000         GO TO 2400-EXIT
059100     END-IF
059200     MOVE WS-CHECK-SCORE TO WS-MIDTERM-SCORE
059300     PERFORM 2380-GET-ONE-WEIGHT THRU 2380-EXIT
059400     IF WS-ENTRY-LABEL = SPACES
059500         GO TO 2400-EXIT
059600     END-IF
059700     MOVE WS-CHECK-WEIGHT TO WS-MIDTERM-WEIGHT
059800     MOVE "FINAL" TO WS-ENTRY-LABEL
059900     PERFORM 2350-GET-ONE-SCORE THRU 2350-EXIT
060000     IF WS-ENTRY-LABEL = SPACES
060100         GO TO 2400-EXIT
060200     END-IF
060300     MOVE WS-CHECK-SCORE TO WS-FINAL-SCORE
060400     PERFORM 2380-GET-ONE-WEIGHT THRU 2380-EXIT
060500     IF WS-ENTRY-LABEL = SPACES
060600         GO TO 2400-EXIT
060700     END-IF
060800     MOVE WS-CHECK-WEIGHT TO WS-FINAL-WEIGHT
060900     COMPUTE WS-WEIGHT-TOTAL = WS-HOMEWORK-WEIGHT
061000         + WS-MIDTERM-WEIGHT + WS-FINAL-WEIGHT
061100     IF WS-WEIGHT-TOTAL NOT = 100
061200         DISPLAY "GRDENTRY - WEIGHTS SUM TO " WS-WEIGHT-TOTAL
061300             " - THEY MUST SUM TO 100"
061400         GO TO 2400-EXIT
061500     END-IF
061600     COMPUTE WS-NEW-GRADE ROUNDED =
061700         (WS-HOMEWORK-SCORE * WS-HOMEWORK-WEIGHT
061800          + WS-MIDTERM-SCORE * WS-MIDTERM-WEIGHT
061900          + WS-FINAL-SCORE * WS-FINAL-WEIGHT) / 100
062000     SET COMPONENTS-ENTERED TO TRUE
062100     MOVE "Y" TO WS-ENTRY-VALID-SW
062200     .
062300 2400-EXIT.
062400     EXIT.
062500*-----------------------------------------------------------*
062600* 2500-WRITE-ENTRY - BUILD AND WRITE THE STUDENT-TRANS       *
062700*                    RECORD. A KEY THAT ALREADY HAS A REAL   *
062800*                    GRADE GOES OUT AS A "G" GRADE CHANGE    *
062900*                    CARRYING THE MASTER'S GRADE AS THE      *
063000*                    EXPECTED GRADE; AN ENROLLMENT OR        *
063100*                    INCOMPLETE PLACEHOLDER GOES OUT AS A    *
063200*                    "C". THE OPERATOR RIDES TR-AUTH-CODE.   *
063300*-----------------------------------------------------------*
063400 2500-WRITE-ENTRY.
063500     MOVE SPACES TO GRADE-ENTRY-RECORD
063600     MOVE SR-FULL-NAME OF STUDENT-MASTER-RECORD
063700         TO SR-FULL-NAME OF GRADE-ENTRY-RECORD
063800     MOVE WS-SEEK-KEY  TO SR-MASTER-KEY OF GRADE-ENTRY-RECORD
063900     MOVE WS-NEW-GRADE TO SR-GRADE OF GRADE-ENTRY-RECORD
064000     MOVE SPACE        TO SR-LETTER-GRADE OF GRADE-ENTRY-RECORD
064100     MOVE WS-ENTRY-STATUS
064200         TO SR-GRADE-STATUS OF GRADE-ENTRY-RECORD
064300     MOVE SR-TERM-CODE OF STUDENT-MASTER-RECORD
064400         TO SR-TERM-CODE OF GRADE-ENTRY-RECORD
064500     MOVE SPACES TO SR-POSTED-DATE OF GRADE-ENTRY-RECORD
064600     MOVE ZERO   TO SR-HOMEWORK-SCORE OF GRADE-ENTRY-RECORD
064700     MOVE ZERO   TO SR-MIDTERM-SCORE OF GRADE-ENTRY-RECORD
064800     MOVE ZERO   TO SR-FINAL-SCORE OF GRADE-ENTRY-RECORD
064800     MOVE SR-SITE-CODE OF STUDENT-MASTER-RECORD
064800         TO SR-SITE-CODE OF GRADE-ENTRY-RECORD
064900     IF SR-GRADE-NUMERIC OF STUDENT-MASTER-RECORD
065000         MOVE "G" TO TR-MAINT-CODE
065100         MOVE SR-GRADE OF STUDENT-MASTER-RECORD
065200             TO TR-EXPECTED-GRADE
065300     ELSE
065400         MOVE "C"  TO TR-MAINT-CODE
065500         MOVE ZERO TO TR-EXPECTED-GRADE
065600     END-IF
065700     MOVE WS-OPERATOR-ID     TO TR-AUTH-CODE
065800     MOVE WS-HOMEWORK-SCORE  TO TR-HOMEWORK-SCORE
065900     MOVE WS-MIDTERM-SCORE   TO TR-MIDTERM-SCORE
066000     MOVE WS-FINAL-SCORE     TO TR-FINAL-SCORE
066100     MOVE WS-HOMEWORK-WEIGHT TO TR-HOMEWORK-WEIGHT
066200     MOVE WS-MIDTERM-WEIGHT  TO TR-MIDTERM-WEIGHT
066300     MOVE WS-FINAL-WEIGHT    TO TR-FINAL-WEIGHT
066400     IF COMPONENTS-ENTERED
066500         MOVE "Y" TO TR-COMPONENT-FLAG
066600     ELSE
066700         MOVE SPACE TO TR-COMPONENT-FLAG
066800     END-IF
066900     WRITE GRADE-ENTRY-RECORD
067000     MOVE "GRDENTRY" TO FSC-FILE-NAME
067100     MOVE "WRITE"    TO FSC-OPERATION
067200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
067300     ADD 1 TO WS-ENTRIES-WRITTEN
067400     ADD WS-NEW-GRADE TO WS-GRADE-HASH
067500     ADD 1 TO WS-SEC-KEYED (WS-SEC-HIT)
067600     IF WS-PENDING-COUNT < WS-PENDING-MAX
067700         ADD 1 TO WS-PENDING-COUNT
067800         MOVE WS-SEEK-KEY TO WS-PENDING-KEY (WS-PENDING-COUNT)
067900     ELSE
068000         DISPLAY "GRDENTRY - PENDING-GRADE TABLE FULL - "
068100             "SESSION ENDED"
068200         SET SESSION-IS-DONE TO TRUE
068300     END-IF
068400     DISPLAY "GRDENTRY - ENTERED FOR TONIGHT'S LOAD"
068500     .
068600 2500-EXIT.
068700     EXIT.
068800*-----------------------------------------------------------*
068900* 3000-TERMINATE - CLOSE THE SESSION'S RECORDS WITH THEIR    *
069000*                  CONTROL TRAILER AND CLOSE UP              *
069100*-----------------------------------------------------------*
069200 3000-TERMINATE.
069300     IF FEED-IS-OPEN AND WS-ENTRIES-WRITTEN > ZERO
069400         MOVE SPACES TO ENTRY-TRAILER-RECORD
069500         MOVE WS-ENTRIES-WRITTEN TO ETR-RECORD-COUNT
069600         MOVE WS-GRADE-HASH      TO ETR-GRADE-HASH
069700         MOVE ALL "9" TO ETR-TRAILER-KEY
069800         MOVE "T" TO ETR-MAINT-CODE
069900         WRITE ENTRY-TRAILER-RECORD
070000         MOVE "GRDENTRY" TO FSC-FILE-NAME
070100         MOVE "WRITE"    TO FSC-OPERATION
070200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
070300     END-IF
070400     IF FEED-IS-OPEN
070500         CLOSE GRADE-ENTRY-FEED
070600         MOVE "GRDENTRY" TO FSC-FILE-NAME
070700         MOVE "CLOSE"    TO FSC-OPERATION
070800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
070900     END-IF
071000     IF MASTER-IS-OPEN
071100         CLOSE STUDENT-MASTER
071200         MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
071300         MOVE "CLOSE"          TO FSC-OPERATION
071400         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
071500     END-IF
071600     MOVE WS-ENTRIES-WRITTEN TO WS-COUNT-DISP
071700     DISPLAY "GRDENTRY - " WS-COUNT-DISP
071800         " GRADE(S) ENTERED FOR THE NEXT NIGHTLY LOAD"
071900     .
072000 3000-EXIT.
072100     EXIT.
072200     COPY "fscchk.cpy".
072300 END PROGRAM GRDENTRY.
