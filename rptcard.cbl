000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RPTCARD.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - END-OF-TERM REPORT CARDS,     *
001300*                   ONE PER STUDENT, MAILED TO THE GUARDIAN. *
001400*                   RUNS ON THE NIGHT A TERM CLOSES (THE     *
001500*                   TERMCARD NAMES THE TERM; BLANK OR NO     *
001600*                   TERMCARD MEANS NO CARDS TONIGHT), AHEAD  *
001700*                   OF TERMROLL, WHILE THE TERM'S RECORDS    *
001800*                   ARE STILL ON STUDENT-MASTER. EACH CARD   *
001900*                   LISTS EVERY COURSE THE STUDENT HAS FOR   *
002000*                   THE TERM WITH ITS CATALOG TITLE, GRADE,  *
002100*                   LETTER, STATUS AND INSTRUCTOR (INSTASGN, *
002200*                   MATCHED ON COURSE AND CAMPUS), THE TERM  *
002300*                   GPA ON THE OFFTRANS RULES, THE TERM'S    *
002400*                   UNEXCUSED ABSENCES AND TARDIES FOOTED    *
002500*                   FROM THE ATTNHIST LEDGER, AND A NOTE     *
002600*                   EXPLAINING ANY INCOMPLETE, WITHDRAWN OR  *
002700*                   UNGRADED COURSE. THE CARD IS ADDRESSED TO*
002800*                   THE GUARDIAN NAMED ON DEMOMAST (TO THE   *
002900*                   FAMILY WHEN NONE IS NAMED). AN           *
003000*                   UNDELIVERABLE ADDRESS HOLDS THE CARD ON  *
003100*                   THE MAILHELD REPORT AS GRDLETTR DOES. A  *
003200*                   REGISTER LISTS EVERY CARD PRODUCED.      *
003300*                   TRANSFER CREDIT ("T") WAS NOT TAKEN HERE *
003400*                   AND IS LEFT OFF THE CARD.                *
003500*-----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RUN-CONTROL ASSIGN TO RUNCTL
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS FSC-STATUS-CODE.
004200     SELECT TERM-CARD ASSIGN TO TERMCARD
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
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS CC-COURSE-CODE
005600         FILE STATUS IS FSC-STATUS-CODE.
005700     SELECT INSTRUCTOR-ASSIGN ASSIGN TO INSTASGN
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FSC-STATUS-CODE.
006000     SELECT ATTENDANCE-HISTORY ASSIGN TO ATTNHIST
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS FSC-STATUS-CODE.
006300     SELECT ATTENDANCE-SORTED ASSIGN TO ATTNSRTD
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS FSC-STATUS-CODE.
006600     SELECT ATTENDANCE-SORT ASSIGN TO SORTWK01.
006700     SELECT DEMOGRAPHIC-MASTER ASSIGN TO DEMOMAST
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS DM-STUDENT-ID
007100         FILE STATUS IS FSC-STATUS-CODE.
007200     SELECT REPORT-CARD-FILE ASSIGN TO RPTCARDS
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS FSC-STATUS-CODE.
007500     SELECT CARD-REGISTER ASSIGN TO RPTCREG
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS FSC-STATUS-CODE.
007800     SELECT MAIL-HELD-RPT ASSIGN TO MAILHELD
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS FSC-STATUS-CODE.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  RUN-CONTROL
008400     RECORD CONTAINS 32 CHARACTERS.
008500 01  RUN-CONTROL-RECORD.
008600     COPY "runctl.cpy".
008700 FD  TERM-CARD
008800     RECORD CONTAINS 5 CHARACTERS.
008900 01  TERM-CARD-RECORD              PIC X(05).
009000 FD  STUDENT-MASTER
009100     RECORD CONTAINS 97 CHARACTERS.
009200 01  STUDENT-MASTER-RECORD.
009300     COPY "studrec.cpy".
009400 FD  COURSE-CATALOG
009500     RECORD CONTAINS 51 CHARACTERS.
009600 01  COURSE-CATALOG-RECORD.
009700     COPY "crscat.cpy".
009800 FD  INSTRUCTOR-ASSIGN
009900     RECORD CONTAINS 50 CHARACTERS.
010000 01  INSTRUCTOR-ASSIGN-RECORD.
010100     COPY "instasgn.cpy".
010200 FD  ATTENDANCE-HISTORY
010300     RECORD CONTAINS 33 CHARACTERS.
010400 01  ATTENDANCE-HISTORY-RECORD.
010500     COPY "attnhist.cpy".
010600 FD  ATTENDANCE-SORTED
010700     RECORD CONTAINS 33 CHARACTERS.
010800 01  ATTENDANCE-SORTED-RECORD.
010900     05  AS-STUDENT-ID         PIC X(08).
011000     05  AS-COURSE-CODE        PIC X(06).
011100     05  AS-EVENT-DATE         PIC X(08).
011200     05  AS-TERM-CODE          PIC X(05).
011300     05  AS-UNEXCUSED          PIC 9(03).
011400     05  AS-TARDIES            PIC 9(03).
011500 SD  ATTENDANCE-SORT.
011600 01  ATTENDANCE-SORT-RECORD.
011700     05  SRT-STUDENT-ID        PIC X(08).
011800     05  FILLER                PIC X(25).
011900 FD  DEMOGRAPHIC-MASTER
012000     RECORD CONTAINS 200 CHARACTERS.
012100 01  DEMOGRAPHIC-RECORD.
012200     COPY "demorec.cpy".
012300 FD  REPORT-CARD-FILE
012400     RECORD CONTAINS 80 CHARACTERS.
012500 01  REPORT-CARD-RECORD            PIC X(80).
012600 FD  CARD-REGISTER
012700     RECORD CONTAINS 80 CHARACTERS.
012800 01  CARD-REGISTER-RECORD          PIC X(80).
012900 FD  MAIL-HELD-RPT
013000     RECORD CONTAINS 80 CHARACTERS.
013100 01  MAIL-HELD-RPT-RECORD          PIC X(80).
013200 WORKING-STORAGE SECTION.
013300 01  WS-SWITCHES.
013400     05  WS-MASTER-EOF-SW          PIC X(01)  VALUE "N".
013500         88  MASTER-EOF                       VALUE "Y".
013600     05  WS-SORTED-EOF-SW          PIC X(01)  VALUE "N".
013700         88  SORTED-EOF                       VALUE "Y".
013800     05  WS-ASSIGN-EOF-SW          PIC X(01)  VALUE "N".
013900         88  ASSIGN-EOF                       VALUE "Y".
014000     05  WS-CATALOG-OPEN-SW        PIC X(01)  VALUE "N".
014100         88  CATALOG-IS-OPEN                  VALUE "Y".
014200     05  WS-DEMO-OPEN-SW           PIC X(01)  VALUE "N".
014300         88  DEMO-IS-OPEN                     VALUE "Y".
014400     05  WS-DEMO-FOUND-SW          PIC X(01)  VALUE "N".
014500         88  DEMO-RECORD-FOUND                VALUE "Y".
014600     05  WS-CARD-OPEN-SW           PIC X(01)  VALUE "N".
014700         88  CARD-IN-PROGRESS                 VALUE "Y".
014800     05  WS-CARD-HELD-SW           PIC X(01)  VALUE "N".
014900         88  CARD-IS-HELD                     VALUE "Y".
015000     05  WS-INST-EXACT-SW          PIC X(01)  VALUE "N".
015100         88  INSTRUCTOR-EXACT                 VALUE "Y".
015200     05  WS-INST-ANY-SW            PIC X(01)  VALUE "N".
015300         88  INSTRUCTOR-ANY-SITE              VALUE "Y".
015400     05  WS-HAS-INCOMPLETE-SW      PIC X(01)  VALUE "N".
015500         88  CARD-HAS-INCOMPLETE              VALUE "Y".
015600     05  WS-HAS-WITHDRAWN-SW       PIC X(01)  VALUE "N".
015700         88  CARD-HAS-WITHDRAWN               VALUE "Y".
015800     05  WS-HAS-ENROLLED-SW        PIC X(01)  VALUE "N".
015900         88  CARD-HAS-ENROLLED                VALUE "Y".
016000 01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
016100 01  WS-CLOSING-TERM               PIC X(05)  VALUE SPACES.
016200 01  WS-BREAK-ID                   PIC X(08)  VALUE LOW-VALUES.
016300 01  WS-BREAK-NAME                 PIC X(50)  VALUE SPACES.
016400*-----------------------------------------------------------*
016500* INSTRUCTOR ASSIGNMENTS, LOADED ONCE FROM INSTASGN AND      *
016600* LOOKED UP BY COURSE AND CAMPUS FOR EVERY COURSE LINE       *
016700*-----------------------------------------------------------*
016800 77  WS-INST-MAX                   PIC 9(04)  COMP VALUE 2000.
016900 01  WS-INSTRUCTOR-TABLE.
017000     05  WS-INST-COUNT             PIC 9(04)  COMP VALUE ZERO.
017100     05  WS-INST-ENTRY OCCURS 2000 TIMES.
017200         10  WS-INST-COURSE        PIC X(06).
017300         10  WS-INST-SITE          PIC X(02).
017400         10  WS-INST-NAME          PIC X(30).
017500 01  WS-WORK-FIELDS.
017600     05  WS-INST-SUB               PIC 9(04)  COMP.
017700     05  WS-INST-HIT               PIC 9(04)  COMP.
017800     05  WS-INST-ANY-HIT           PIC 9(04)  COMP.
017900     05  WS-ROW-SITE               PIC X(02).
018000     05  WS-ROW-CREDITS            PIC 9(02).
018100     05  WS-ROW-TITLE              PIC X(30).
018200     05  WS-ROW-INSTRUCTOR         PIC X(30).
018300     05  WS-QUALITY-POINTS         PIC 9(01)V9.
018400     05  WS-STATUS-TEXT            PIC X(10).
018500     05  WS-ADDRESS-TAG            PIC X(12).
018600     05  WS-GPA-TEXT               PIC X(04).
018700 01  WS-STUDENT-TOTALS.
018800     05  WS-COURSES-ON-CARD        PIC 9(03)  VALUE ZERO.
018900     05  WS-TERM-POINTS            PIC 9(05)V99 VALUE ZERO.
019000     05  WS-TERM-CREDITS           PIC 9(04)  VALUE ZERO.
019100     05  WS-TERM-GPA               PIC 9(01)V99 VALUE ZERO.
019200     05  WS-STU-UNEXCUSED          PIC 9(05)  VALUE ZERO.
019300     05  WS-STU-TARDIES            PIC 9(05)  VALUE ZERO.
019400 01  WS-EDITED-FIELDS.
019500     05  WS-GRADE-ED               PIC ZZ9.9.
019600     05  WS-GPA-ED                 PIC 9.99.
019700     05  WS-UNEXCUSED-ED           PIC ZZ,ZZ9.
019800     05  WS-TARDIES-ED             PIC ZZ,ZZ9.
019900*-----------------------------------------------------------*
020000* ONE COURSE LINE ON THE CARD                                *
020100*-----------------------------------------------------------*
020200 01  WS-COURSE-LINE.
020300     05  CL-COURSE-CODE            PIC X(06).
020400     05  FILLER                    PIC X(02)  VALUE SPACES.
020500     05  CL-COURSE-TITLE           PIC X(24).
020600     05  FILLER                    PIC X(01)  VALUE SPACES.
020700     05  CL-GRADE                  PIC X(05).
020800     05  FILLER                    PIC X(01)  VALUE SPACES.
020900     05  CL-LETTER                 PIC X(01).
021000     05  FILLER                    PIC X(02)  VALUE SPACES.
021100     05  CL-STATUS                 PIC X(10).
021200     05  FILLER                    PIC X(02)  VALUE SPACES.
021300     05  CL-INSTRUCTOR             PIC X(26).
021400 01  WS-COUNTERS.
021500     05  WS-CARDS-PRINTED          PIC 9(05)  VALUE ZERO.
021600     05  WS-NO-ADDRESS-COUNT       PIC 9(05)  VALUE ZERO.
021700     05  WS-CARDS-HELD             PIC 9(05)  VALUE ZERO.
021800 01  MAIL-HELD-LINE.
021900     COPY "mailheld.cpy".
022000 01  FSC-CONTROLS.
022100     COPY "fscctl.cpy".
022200 PROCEDURE DIVISION.
022300*-----------------------------------------------------------*
022400* 0000-MAINLINE                                              *
022500*-----------------------------------------------------------*
022600 0000-MAINLINE.
022700     MOVE "RPTCARD" TO FSC-STEP-PROGRAM
022800     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023000     IF WS-CLOSING-TERM NOT = SPACES
023100         PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
023200             UNTIL MASTER-EOF
023300         IF CARD-IN-PROGRESS
023400             PERFORM 2700-FINISH-CARD THRU 2700-EXIT
023500         END-IF
023600     END-IF
023700     PERFORM 3000-TERMINATE THRU 3000-EXIT
023800     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
023900     GOBACK.
024000*-----------------------------------------------------------*
024100* 1000-INITIALIZE - RUN DATE AND CLOSING TERM, HEAD THE      *
024200*                   REPORTS; WHEN A TERM IS CLOSING, SORT    *
024300*                   THE ATTENDANCE LEDGER, LOAD THE          *
024400*                   INSTRUCTORS AND OPEN THE MASTERS         *
024500*-----------------------------------------------------------*
024600 1000-INITIALIZE.
024700     PERFORM 1900-READ-RUN-CONTROL THRU 1900-EXIT
024800     IF WS-RUN-DATE = SPACES
024900         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025000     END-IF
025100     PERFORM 1950-READ-TERM-CARD THRU 1950-EXIT
025200     OPEN OUTPUT REPORT-CARD-FILE
025300     MOVE "REPORT-CARDS" TO FSC-FILE-NAME
025400     MOVE "OPEN"         TO FSC-OPERATION
025500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
025600     OPEN OUTPUT CARD-REGISTER
025700     MOVE "CARD-REGISTER" TO FSC-FILE-NAME
025800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
025900     MOVE SPACES TO CARD-REGISTER-RECORD
026000     STRING "REPORT CARD REGISTER - TERM " DELIMITED BY SIZE
026100         WS-CLOSING-TERM DELIMITED BY SIZE
026200         " - " DELIMITED BY SIZE
026300         WS-RUN-DATE DELIMITED BY SIZE
026400         INTO CARD-REGISTER-RECORD
026500     END-STRING
026600     PERFORM 2850-WRITE-REGISTER-LINE THRU 2850-EXIT
026700     MOVE SPACES TO CARD-REGISTER-RECORD
026800     PERFORM 2850-WRITE-REGISTER-LINE THRU 2850-EXIT
026900     OPEN OUTPUT MAIL-HELD-RPT
027000     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
027100     MOVE "OPEN"          TO FSC-OPERATION
027200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
027300     MOVE SPACES TO MAIL-HELD-RPT-RECORD
027400     STRING "RPTCARD - MAIL HELD - BAD ADDRESS - "
027500             DELIMITED BY SIZE
027600         WS-RUN-DATE DELIMITED BY SIZE
027700         INTO MAIL-HELD-RPT-RECORD
027800     END-STRING
027900     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
028000     MOVE SPACES TO MAIL-HELD-RPT-RECORD
028100     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
028200     MOVE SPACES TO MAIL-HELD-RPT-RECORD
028300     STRING "  STUDENT   NAME                            "
028400             DELIMITED BY SIZE
028500         "MAIL PIECE            RETURNED" DELIMITED BY SIZE
028600         INTO MAIL-HELD-RPT-RECORD
028700     END-STRING
028800     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
028900     IF WS-CLOSING-TERM = SPACES
029000         MOVE "NO TERM CLOSED TONIGHT - NO REPORT CARDS PRODUCED"
029100             TO CARD-REGISTER-RECORD
029200         PERFORM 2850-WRITE-REGISTER-LINE THRU 2850-EXIT
029300         GO TO 1000-EXIT
029400     END-IF
029500     MOVE SPACES TO CARD-REGISTER-RECORD
029600     STRING "STUDENT   NAME                            "
029700             DELIMITED BY SIZE
029800         "COURSES  GPA   CARD" DELIMITED BY SIZE
029900         INTO CARD-REGISTER-RECORD
030000     END-STRING
030100     PERFORM 2850-WRITE-REGISTER-LINE THRU 2850-EXIT
030200     SORT ATTENDANCE-SORT
030300         ON ASCENDING KEY SRT-STUDENT-ID
030400         USING ATTENDANCE-HISTORY
030500         GIVING ATTENDANCE-SORTED
030600     OPEN INPUT ATTENDANCE-SORTED
030700     MOVE "ATTEND-SORTED" TO FSC-FILE-NAME
030800     MOVE "OPEN"          TO FSC-OPERATION
030900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
031000     PERFORM 2450-READ-SORTED THRU 2450-EXIT
031100     PERFORM 1100-LOAD-INSTRUCTORS THRU 1100-EXIT
031200     OPEN INPUT COURSE-CATALOG
031300     IF FSC-STATUS-CODE = "35"
031400         CONTINUE
031500     ELSE
031600         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
031700         MOVE "OPEN"           TO FSC-OPERATION
031800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
031900         SET CATALOG-IS-OPEN TO TRUE
032000     END-IF
032100     OPEN INPUT DEMOGRAPHIC-MASTER
032200     IF FSC-STATUS-CODE = "35"
032300         CONTINUE
032400     ELSE
032500         MOVE "DEMO-MASTER" TO FSC-FILE-NAME
032600         MOVE "OPEN"        TO FSC-OPERATION
032700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
032800         SET DEMO-IS-OPEN TO TRUE
032900     END-IF
033000     OPEN INPUT STUDENT-MASTER
033100     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
033200     MOVE "OPEN"           TO FSC-OPERATION
033300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
033400     MOVE LOW-VALUES TO SR-MASTER-KEY
033500     START STUDENT-MASTER KEY NOT LESS THAN SR-MASTER-KEY
033600         INVALID KEY
033700             SET MASTER-EOF TO TRUE
033800     END-START
033900     .
034000 1000-EXIT.
034100     EXIT.
034200*-----------------------------------------------------------*
034300* 1100-LOAD-INSTRUCTORS - INSTASGN INTO THE INSTRUCTOR       *
034400*                         TABLE; NO INSTASGN DD PRINTS EVERY *
034500*                         COURSE AS "STAFF"                  *
034600*-----------------------------------------------------------*
034700 1100-LOAD-INSTRUCTORS.
034800     OPEN INPUT INSTRUCTOR-ASSIGN
034900     IF FSC-STATUS-CODE = "35"
035000         GO TO 1100-EXIT
035100     END-IF
035200     MOVE "INSTRUCTOR-ASGN" TO FSC-FILE-NAME
035300     MOVE "OPEN"            TO FSC-OPERATION
035400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035500     PERFORM 1150-LOAD-ONE-ASSIGNMENT THRU 1150-EXIT
035600         UNTIL ASSIGN-EOF
035700     CLOSE INSTRUCTOR-ASSIGN
035800     MOVE "INSTRUCTOR-ASGN" TO FSC-FILE-NAME
035900     MOVE "CLOSE"           TO FSC-OPERATION
036000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
036100     .
036200 1100-EXIT.
036300     EXIT.
036400*-----------------------------------------------------------*
036500* 1150-LOAD-ONE-ASSIGNMENT - ONE INSTASGN RECORD INTO THE    *
036600*                            TABLE; A FULL TABLE LEAVES THE  *
036700*                            REST AS "STAFF" AND ENDS RC 4   *
036800*-----------------------------------------------------------*
036900 1150-LOAD-ONE-ASSIGNMENT.
037000     READ INSTRUCTOR-ASSIGN
037100         AT END
037200             SET ASSIGN-EOF TO TRUE
037300             GO TO 1150-EXIT
037400     END-READ
037500     MOVE "INSTRUCTOR-ASGN" TO FSC-FILE-NAME
037600     MOVE "READ"            TO FSC-OPERATION
037700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037800     IF WS-INST-COUNT >= WS-INST-MAX
037900         DISPLAY "RPTCARD - INSTRUCTOR TABLE FULL AT " WS-INST-MAX
038000             " - COURSE " IA-COURSE-CODE " PRINTS AS STAFF"
038100         MOVE 4 TO RETURN-CODE
038200         GO TO 1150-EXIT
038300     END-IF
038400     ADD 1 TO WS-INST-COUNT
038500     MOVE IA-COURSE-CODE     TO WS-INST-COURSE (WS-INST-COUNT)
038600     MOVE IA-SITE-CODE       TO WS-INST-SITE (WS-INST-COUNT)
038700     IF WS-INST-SITE (WS-INST-COUNT) = SPACES
038800         MOVE "01" TO WS-INST-SITE (WS-INST-COUNT)
038900     END-IF
039000     MOVE IA-INSTRUCTOR-NAME TO WS-INST-NAME (WS-INST-COUNT)
039100     .
039200 1150-EXIT.
039300     EXIT.
039400*-----------------------------------------------------------*
039500* 1900-READ-RUN-CONTROL - PICK UP THE SHARED RUN DATE; A     *
039600*                         MISSING RUNCTL DD IS NOT AN ERROR  *
039700*-----------------------------------------------------------*
039800 1900-READ-RUN-CONTROL.
039900     OPEN INPUT RUN-CONTROL
040000     IF FSC-STATUS-CODE = "35"
040100         GO TO 1900-EXIT
040200     END-IF
040300     MOVE "RUN-CONTROL" TO FSC-FILE-NAME
040400     MOVE "OPEN"        TO FSC-OPERATION
040500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
040600     READ RUN-CONTROL
040700         AT END
040800             CLOSE RUN-CONTROL
040900             GO TO 1900-EXIT
041000     END-READ
041100     MOVE "READ" TO FSC-OPERATION
041200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
041300     MOVE RC-RUN-DATE TO WS-RUN-DATE
041400     CLOSE RUN-CONTROL
041500     MOVE "CLOSE" TO FSC-OPERATION
041600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
041700     .
041800 1900-EXIT.
041900     EXIT.
042000*-----------------------------------------------------------*
042100* 1950-READ-TERM-CARD - THE TERM CLOSING TONIGHT; A BLANK    *
042200*                       CARD OR NO TERMCARD DD MEANS NONE    *
042300*-----------------------------------------------------------*
042400 1950-READ-TERM-CARD.
042500     OPEN INPUT TERM-CARD
042600     IF FSC-STATUS-CODE = "35"
042700         MOVE SPACES TO WS-CLOSING-TERM
042800         GO TO 1950-EXIT
042900     END-IF
043000     MOVE "TERM-CARD" TO FSC-FILE-NAME
043100     MOVE "OPEN"      TO FSC-OPERATION
043200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
043300     READ TERM-CARD
043400         AT END
043500             MOVE SPACES TO TERM-CARD-RECORD
043600     END-READ
043700     IF FSC-STATUS-CODE = "00"
043800         MOVE TERM-CARD-RECORD TO WS-CLOSING-TERM
043900     END-IF
044000     CLOSE TERM-CARD
044100     MOVE "CLOSE" TO FSC-OPERATION
044200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
044300     .
044400 1950-EXIT.
044500     EXIT.
044600*-----------------------------------------------------------*
044700* 2000-PROCESS-MASTER - ONE STUDENT-MASTER RECORD; A NEW     *
044800*                       STUDENT-ID WITHIN THE CLOSING TERM   *
044900*                       STARTS A FRESH CARD                  *
045000*-----------------------------------------------------------*
045100 2000-PROCESS-MASTER.
045200     READ STUDENT-MASTER NEXT
045300         AT END
045400             SET MASTER-EOF TO TRUE
045500             GO TO 2000-EXIT
045600     END-READ
045700     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
045800     MOVE "READ"           TO FSC-OPERATION
045900     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
046000         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
046100     END-IF
046200     ADD 1 TO FSC-STEP-RECORDS-IN
046300     IF SR-TERM-CODE NOT = WS-CLOSING-TERM
046400         GO TO 2000-EXIT
046500     END-IF
046600     IF SR-GRADE-TRANSFER
046700         GO TO 2000-EXIT
046800     END-IF
046900     IF SR-STUDENT-ID NOT = WS-BREAK-ID
047000         IF CARD-IN-PROGRESS
047100             PERFORM 2700-FINISH-CARD THRU 2700-EXIT
047200         END-IF
047300         MOVE SR-STUDENT-ID TO WS-BREAK-ID
047400         MOVE SR-FULL-NAME
047500             TO WS-BREAK-NAME
047600         PERFORM 2300-START-CARD THRU 2300-EXIT
047700     END-IF
047800     PERFORM 2500-WRITE-COURSE-LINE THRU 2500-EXIT
047900     .
048000 2000-EXIT.
048100     EXIT.
048200*-----------------------------------------------------------*
048300* 2300-START-CARD - ADDRESS BLOCK AND HEADINGS FOR A NEW     *
048400*                   CARD, ONE CARD PER PAGE                  *
048500*-----------------------------------------------------------*
048600 2300-START-CARD.
048700     SET CARD-IN-PROGRESS TO TRUE
048800     MOVE ZERO TO WS-COURSES-ON-CARD
048900     MOVE ZERO TO WS-TERM-POINTS
049000     MOVE ZERO TO WS-TERM-CREDITS
049100     MOVE "N" TO WS-HAS-INCOMPLETE-SW
049200     MOVE "N" TO WS-HAS-WITHDRAWN-SW
049300     MOVE "N" TO WS-HAS-ENROLLED-SW
049400     PERFORM 2400-FOOT-ATTENDANCE THRU 2400-EXIT
049500     PERFORM 2350-LOOK-UP-ADDRESS THRU 2350-EXIT
049600     MOVE "N" TO WS-CARD-HELD-SW
049700     IF DEMO-RECORD-FOUND AND DM-ADDRESS-UNDELIVERABLE
049800         SET CARD-IS-HELD TO TRUE
049900         GO TO 2300-EXIT
050000     END-IF
050100     ADD 1 TO WS-CARDS-PRINTED
050200     MOVE SPACES TO REPORT-CARD-RECORD
050300     STRING "END-OF-TERM REPORT CARD - TERM " DELIMITED BY SIZE
050400         WS-CLOSING-TERM DELIMITED BY SIZE
050500         " - ISSUED " DELIMITED BY SIZE
050600         WS-RUN-DATE DELIMITED BY SIZE
050700         INTO REPORT-CARD-RECORD
050800     END-STRING
050900     IF WS-CARDS-PRINTED = 1
051000         WRITE REPORT-CARD-RECORD
051100     ELSE
051200         WRITE REPORT-CARD-RECORD AFTER ADVANCING PAGE
051300     END-IF
051400     MOVE "REPORT-CARDS" TO FSC-FILE-NAME
051500     MOVE "WRITE"        TO FSC-OPERATION
051600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
051700     ADD 1 TO FSC-STEP-RECORDS-OUT
051800     MOVE SPACES TO REPORT-CARD-RECORD
051900     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
052000     IF DEMO-RECORD-FOUND
052100         IF DM-GUARDIAN-NAME NOT = SPACES
052200             MOVE DM-GUARDIAN-NAME TO REPORT-CARD-RECORD
052300             PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
052400             MOVE SPACES TO REPORT-CARD-RECORD
052500             STRING "PARENT/GUARDIAN OF " DELIMITED BY SIZE
052600                 DM-FIRST-NAME DELIMITED BY "  "
052700                 " " DELIMITED BY SIZE
052800                 DM-LAST-NAME DELIMITED BY "  "
052900                 INTO REPORT-CARD-RECORD
053000             END-STRING
053100         ELSE
053200             MOVE SPACES TO REPORT-CARD-RECORD
053300             STRING "TO THE FAMILY OF " DELIMITED BY SIZE
053400                 DM-FIRST-NAME DELIMITED BY "  "
053500                 " " DELIMITED BY SIZE
053600                 DM-LAST-NAME DELIMITED BY "  "
053700                 INTO REPORT-CARD-RECORD
053800             END-STRING
053900         END-IF
054000         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
054100         MOVE DM-ADDRESS-LINE-1 TO REPORT-CARD-RECORD
054200         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
054300         IF DM-ADDRESS-LINE-2 NOT = SPACES
054400             MOVE DM-ADDRESS-LINE-2 TO REPORT-CARD-RECORD
054500             PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
054600         END-IF
054700         MOVE SPACES TO REPORT-CARD-RECORD
054800         STRING DM-CITY DELIMITED BY SIZE
054900             " " DELIMITED BY SIZE
055000             DM-STATE DELIMITED BY SIZE
055100             " " DELIMITED BY SIZE
055200             DM-ZIP-CODE DELIMITED BY SIZE
055300             INTO REPORT-CARD-RECORD
055400         END-STRING
055500         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
055600     ELSE
055700         ADD 1 TO WS-NO-ADDRESS-COUNT
055800         MOVE SPACES TO REPORT-CARD-RECORD
055900         STRING "TO THE FAMILY OF STUDENT " DELIMITED BY SIZE
056000             WS-BREAK-ID DELIMITED BY SIZE
056100             " (NO ADDRESS ON FILE)" DELIMITED BY SIZE
056200             INTO REPORT-CARD-RECORD
056300         END-STRING
056400         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
056500     END-IF
056600     MOVE SPACES TO REPORT-CARD-RECORD
056700     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
056800     MOVE SPACES TO REPORT-CARD-RECORD
056900     STRING "STUDENT: " DELIMITED BY SIZE
057000         WS-BREAK-NAME DELIMITED BY "  "
057100         "  (ID " DELIMITED BY SIZE
057200         WS-BREAK-ID DELIMITED BY SIZE
057300         ")" DELIMITED BY SIZE
057400         INTO REPORT-CARD-RECORD
057500     END-STRING
057600     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
057700     MOVE SPACES TO REPORT-CARD-RECORD
057800     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
057900     MOVE SPACES TO REPORT-CARD-RECORD
058000     STRING "COURSE  TITLE                    GRADE    "
058100             DELIMITED BY SIZE
058200         "STATUS      INSTRUCTOR" DELIMITED BY SIZE
058300         INTO REPORT-CARD-RECORD
058400     END-STRING
058500     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
058600     .
058700 2300-EXIT.
058800     EXIT.
058900*-----------------------------------------------------------*
059000* 2350-LOOK-UP-ADDRESS - THE STUDENT'S DEMOGRAPHIC RECORD;   *
059100*                        MISSING IS NOT FATAL, JUST COUNTED  *
059200*-----------------------------------------------------------*
059300 2350-LOOK-UP-ADDRESS.
059400     MOVE "N" TO WS-DEMO-FOUND-SW
059500     IF NOT DEMO-IS-OPEN
059600         GO TO 2350-EXIT
059700     END-IF
059800     MOVE WS-BREAK-ID TO DM-STUDENT-ID
059900     READ DEMOGRAPHIC-MASTER
060000         INVALID KEY
060100             GO TO 2350-EXIT
060200     END-READ
060300     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
060400     MOVE "READ"        TO FSC-OPERATION
060500     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
060600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
060700     END-IF
060800     IF FSC-STATUS-CODE = "00"
060900         SET DEMO-RECORD-FOUND TO TRUE
061000     END-IF
061100     .
061200 2350-EXIT.
061300     EXIT.
061400*-----------------------------------------------------------*
061500* 2400-FOOT-ATTENDANCE - TOTAL THE STUDENT'S UNEXCUSED       *
061600*                        ABSENCES AND TARDIES FOR THE TERM   *
061700*                        FROM THE SORTED LEDGER; EVENTS FOR  *
061800*                        STUDENTS WITH NO CARD ARE PASSED BY *
061900*-----------------------------------------------------------*
062000 2400-FOOT-ATTENDANCE.
062100     MOVE ZERO TO WS-STU-UNEXCUSED
062200     MOVE ZERO TO WS-STU-TARDIES
062300     PERFORM 2420-FOOT-ONE-EVENT THRU 2420-EXIT
062400         UNTIL SORTED-EOF
062500             OR AS-STUDENT-ID > WS-BREAK-ID
062600     .
062700 2400-EXIT.
062800     EXIT.
062900*-----------------------------------------------------------*
063000* 2420-FOOT-ONE-EVENT - ONE LEDGER EVENT AT OR AHEAD OF THE  *
063100*                       CURRENT STUDENT                      *
063200*-----------------------------------------------------------*
063300 2420-FOOT-ONE-EVENT.
063400     IF AS-STUDENT-ID = WS-BREAK-ID
063500             AND AS-TERM-CODE = WS-CLOSING-TERM
063600         ADD AS-UNEXCUSED TO WS-STU-UNEXCUSED
063700         ADD AS-TARDIES   TO WS-STU-TARDIES
063800     END-IF
063900     PERFORM 2450-READ-SORTED THRU 2450-EXIT
064000     .
064100 2420-EXIT.
064200     EXIT.
064300*-----------------------------------------------------------*
064400* 2450-READ-SORTED - NEXT SORTED LEDGER RECORD               *
064500*-----------------------------------------------------------*
064600 2450-READ-SORTED.
064700     READ ATTENDANCE-SORTED
064800         AT END
064900             SET SORTED-EOF TO TRUE
065000     END-READ
065100     MOVE "ATTEND-SORTED" TO FSC-FILE-NAME
065200     MOVE "READ"          TO FSC-OPERATION
065300     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "10"
065400         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
065500     END-IF
065600     .
065700 2450-EXIT.
065800     EXIT.
065900*-----------------------------------------------------------*
066000* 2500-WRITE-COURSE-LINE - ONE LINE PER COURSE; A GRADED     *
066100*                          COURSE GOES INTO THE TERM GPA ON  *
066200*                          THE OFFTRANS RULES                *
066300*-----------------------------------------------------------*
066400 2500-WRITE-COURSE-LINE.
066500     ADD 1 TO WS-COURSES-ON-CARD
066600     PERFORM 2550-LOOK-UP-CATALOG THRU 2550-EXIT
066700     PERFORM 2600-FIND-INSTRUCTOR THRU 2600-EXIT
066800     MOVE SPACES TO WS-COURSE-LINE
066900     MOVE SR-COURSE-CODE TO CL-COURSE-CODE
067000     MOVE WS-ROW-TITLE      TO CL-COURSE-TITLE
067100     MOVE WS-ROW-INSTRUCTOR TO CL-INSTRUCTOR
067200     EVALUATE TRUE
067300         WHEN SR-GRADE-INCOMPLETE
067400             MOVE "INCOMPLETE" TO WS-STATUS-TEXT
067500             SET CARD-HAS-INCOMPLETE TO TRUE
067600         WHEN SR-GRADE-WITHDRAWN
067700             MOVE "WITHDRAWN " TO WS-STATUS-TEXT
067800             SET CARD-HAS-WITHDRAWN TO TRUE
067900         WHEN SR-GRADE-ENROLLED
068000             MOVE "ENROLLED  " TO WS-STATUS-TEXT
068100             SET CARD-HAS-ENROLLED TO TRUE
068200         WHEN SR-LETTER-GRADE = "P"
068300             MOVE "PASS      " TO WS-STATUS-TEXT
068400         WHEN OTHER
068500             MOVE SPACES TO WS-STATUS-TEXT
068600     END-EVALUATE
068700     MOVE WS-STATUS-TEXT TO CL-STATUS
068800     IF WS-STATUS-TEXT = SPACES
068900         MOVE SR-GRADE TO WS-GRADE-ED
069000         MOVE WS-GRADE-ED TO CL-GRADE
069100         MOVE SR-LETTER-GRADE TO CL-LETTER
069200         PERFORM 2650-GRADE-TO-POINTS THRU 2650-EXIT
069300         COMPUTE WS-TERM-POINTS =
069400             WS-TERM-POINTS + WS-QUALITY-POINTS * WS-ROW-CREDITS
069500         ADD WS-ROW-CREDITS TO WS-TERM-CREDITS
069600     END-IF
069700     IF WS-STATUS-TEXT = "PASS      "
069800         MOVE SR-LETTER-GRADE TO CL-LETTER
069900     END-IF
070000     MOVE WS-COURSE-LINE TO REPORT-CARD-RECORD
070100     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
070200     .
070300 2500-EXIT.
070400     EXIT.
070500*-----------------------------------------------------------*
070600* 2550-LOOK-UP-CATALOG - TITLE AND CREDIT HOURS FOR THE      *
070700*                        COURSE; ONE CREDIT AND NO TITLE     *
070800*                        WHEN THE CATALOG IS MISSING OR      *
070900*                        SILENT                              *
071000*-----------------------------------------------------------*
071100 2550-LOOK-UP-CATALOG.
071200     MOVE 1 TO WS-ROW-CREDITS
071300     MOVE SPACES TO WS-ROW-TITLE
071400     IF NOT CATALOG-IS-OPEN
071500         GO TO 2550-EXIT
071600     END-IF
071700     MOVE SR-COURSE-CODE TO CC-COURSE-CODE
071800     READ COURSE-CATALOG
071900         INVALID KEY
072000             GO TO 2550-EXIT
072100     END-READ
072200     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
072300     MOVE "READ"           TO FSC-OPERATION
072400     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
072500         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
072600     END-IF
072700     IF FSC-STATUS-CODE = "00"
072800         MOVE CC-COURSE-TITLE TO WS-ROW-TITLE
072900         IF CC-CREDIT-HOURS > ZERO
073000             MOVE CC-CREDIT-HOURS TO WS-ROW-CREDITS
073100         END-IF
073200     END-IF
073300     .
073400 2550-EXIT.
073500     EXIT.
073600*-----------------------------------------------------------*
073700* 2600-FIND-INSTRUCTOR - THE INSTRUCTOR ASSIGNED TO THE      *
073800*                        COURSE AT THE STUDENT'S CAMPUS,     *
073900*                        ELSE AT ANY CAMPUS, ELSE "STAFF"    *
074000*-----------------------------------------------------------*
074100 2600-FIND-INSTRUCTOR.
074200     MOVE "STAFF" TO WS-ROW-INSTRUCTOR
074300     MOVE SR-SITE-CODE TO WS-ROW-SITE
074400     IF WS-ROW-SITE = SPACES
074500         MOVE "01" TO WS-ROW-SITE
074600     END-IF
074700     MOVE "N" TO WS-INST-EXACT-SW
074800     MOVE "N" TO WS-INST-ANY-SW
074900     PERFORM 2610-PROBE-ONE-INSTRUCTOR THRU 2610-EXIT
075000         VARYING WS-INST-SUB FROM 1 BY 1
075100         UNTIL WS-INST-SUB > WS-INST-COUNT
075200             OR INSTRUCTOR-EXACT
075300     IF INSTRUCTOR-EXACT
075400         MOVE WS-INST-NAME (WS-INST-HIT) TO WS-ROW-INSTRUCTOR
075500     ELSE
075600         IF INSTRUCTOR-ANY-SITE
075700             MOVE WS-INST-NAME (WS-INST-ANY-HIT)
075800                 TO WS-ROW-INSTRUCTOR
075900         END-IF
076000     END-IF
076100     .
076200 2600-EXIT.
076300     EXIT.
076400*-----------------------------------------------------------*
076500* 2610-PROBE-ONE-INSTRUCTOR - ONE INSTRUCTOR-TABLE PROBE     *
076600*-----------------------------------------------------------*
076700 2610-PROBE-ONE-INSTRUCTOR.
076800     IF WS-INST-COURSE (WS-INST-SUB) NOT =
076900             SR-COURSE-CODE
077000         GO TO 2610-EXIT
077100     END-IF
077200     IF WS-INST-SITE (WS-INST-SUB) = WS-ROW-SITE
077300         SET INSTRUCTOR-EXACT TO TRUE
077400         MOVE WS-INST-SUB TO WS-INST-HIT
077500         GO TO 2610-EXIT
077600     END-IF
077700     IF NOT INSTRUCTOR-ANY-SITE
077800         SET INSTRUCTOR-ANY-SITE TO TRUE
077900         MOVE WS-INST-SUB TO WS-INST-ANY-HIT
078000     END-IF
078100     .
078200 2610-EXIT.
078300     EXIT.
078400*-----------------------------------------------------------*
078500* 2650-GRADE-TO-POINTS - LETTER GRADE TO QUALITY POINTS      *
078600*-----------------------------------------------------------*
078700 2650-GRADE-TO-POINTS.
078800     EVALUATE SR-LETTER-GRADE
078900         WHEN "A"
079000             MOVE 4.0 TO WS-QUALITY-POINTS
079100         WHEN "B"
079200             MOVE 3.0 TO WS-QUALITY-POINTS
079300         WHEN "C"
079400             MOVE 2.0 TO WS-QUALITY-POINTS
079500         WHEN "D"
079600             MOVE 1.0 TO WS-QUALITY-POINTS
079700         WHEN OTHER
079800             MOVE 0.0 TO WS-QUALITY-POINTS
079900     END-EVALUATE
080000     .
080100 2650-EXIT.
080200     EXIT.
080300*-----------------------------------------------------------*
080400* 2700-FINISH-CARD - TERM GPA, ATTENDANCE, THE NOTES FOR     *
080500*                    ANY UNGRADED COURSE, AND THE REGISTER   *
080600*                    ENTRY                                   *
080700*-----------------------------------------------------------*
080800 2700-FINISH-CARD.
080900     MOVE SPACES TO REPORT-CARD-RECORD
081000     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
081100     IF WS-TERM-CREDITS > ZERO
081200         COMPUTE WS-TERM-GPA ROUNDED =
081300             WS-TERM-POINTS / WS-TERM-CREDITS
081400         MOVE WS-TERM-GPA TO WS-GPA-ED
081500         MOVE WS-GPA-ED TO WS-GPA-TEXT
081600         MOVE SPACES TO REPORT-CARD-RECORD
081700         STRING "TERM GPA: " DELIMITED BY SIZE
081800             WS-GPA-ED DELIMITED BY SIZE
081900             INTO REPORT-CARD-RECORD
082000         END-STRING
082100     ELSE
082200         MOVE " N/A" TO WS-GPA-TEXT
082300         MOVE "TERM GPA: NONE - NO COURSE WAS GRADED THIS TERM"
082400             TO REPORT-CARD-RECORD
082500     END-IF
082600     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
082700     MOVE WS-STU-UNEXCUSED TO WS-UNEXCUSED-ED
082800     MOVE WS-STU-TARDIES   TO WS-TARDIES-ED
082900     MOVE SPACES TO REPORT-CARD-RECORD
083000     STRING "UNEXCUSED ABSENCES: " DELIMITED BY SIZE
083100         WS-UNEXCUSED-ED DELIMITED BY SIZE
083200         "    TARDIES: " DELIMITED BY SIZE
083300         WS-TARDIES-ED DELIMITED BY SIZE
083400         INTO REPORT-CARD-RECORD
083500     END-STRING
083600     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
083700     IF CARD-HAS-INCOMPLETE OR CARD-HAS-WITHDRAWN
083800             OR CARD-HAS-ENROLLED
083900         PERFORM 2750-WRITE-NOTES THRU 2750-EXIT
084000     END-IF
084100     MOVE SPACES TO REPORT-CARD-RECORD
084200     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
084300     MOVE "QUESTIONS? PLEASE CALL THE REGISTRAR'S OFFICE."
084400         TO REPORT-CARD-RECORD
084500     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
084600     IF DEMO-RECORD-FOUND
084700         MOVE "ADDRESSED   " TO WS-ADDRESS-TAG
084800     ELSE
084900         MOVE "NO ADDRESS  " TO WS-ADDRESS-TAG
085000     END-IF
085100     IF CARD-IS-HELD
085200         MOVE "MAIL HELD   " TO WS-ADDRESS-TAG
085300         PERFORM 2860-WRITE-MAIL-HELD THRU 2860-EXIT
085400     END-IF
085500     MOVE SPACES TO CARD-REGISTER-RECORD
085600     STRING WS-BREAK-ID DELIMITED BY SIZE
085700         "  " DELIMITED BY SIZE
085800         WS-BREAK-NAME (1:30) DELIMITED BY SIZE
085900         "  " DELIMITED BY SIZE
086000         WS-COURSES-ON-CARD DELIMITED BY SIZE
086100         "      " DELIMITED BY SIZE
086200         WS-GPA-TEXT DELIMITED BY SIZE
086300         "  " DELIMITED BY SIZE
086400         WS-ADDRESS-TAG DELIMITED BY SIZE
086500         INTO CARD-REGISTER-RECORD
086600     END-STRING
086700     PERFORM 2850-WRITE-REGISTER-LINE THRU 2850-EXIT
086800     MOVE "N" TO WS-CARD-OPEN-SW
086900     .
087000 2700-EXIT.
087100     EXIT.
087200*-----------------------------------------------------------*
087300* 2750-WRITE-NOTES - ONE EXPLANATION FOR EACH KIND OF        *
087400*                    UNGRADED COURSE ON THE CARD             *
087500*-----------------------------------------------------------*
087600 2750-WRITE-NOTES.
087700     MOVE SPACES TO REPORT-CARD-RECORD
087800     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
087900     MOVE "NOTES:" TO REPORT-CARD-RECORD
088000     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
088100     IF CARD-HAS-INCOMPLETE
088200         MOVE "  INCOMPLETE - COURSE WORK IS STILL OUTSTANDING."
088300             TO REPORT-CARD-RECORD
088400         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
088500         MOVE "    IT MUST BE FINISHED WITHIN SIX WEEKS OR THE"
088600             TO REPORT-CARD-RECORD
088700         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
088800         MOVE "    GRADE BECOMES AN F. NOT IN THE TERM GPA."
088900             TO REPORT-CARD-RECORD
089000         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
089100     END-IF
089200     IF CARD-HAS-WITHDRAWN
089300         MOVE "  WITHDRAWN - THE STUDENT LEFT THE COURSE. NO"
089400             TO REPORT-CARD-RECORD
089500         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
089600         MOVE "    GRADE IS GIVEN AND IT IS NOT IN THE TERM GPA."
089700             TO REPORT-CARD-RECORD
089800         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
089900     END-IF
090000     IF CARD-HAS-ENROLLED
090100         MOVE "  ENROLLED - NO FINAL GRADE HAS BEEN POSTED YET."
090200             TO REPORT-CARD-RECORD
090300         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
090400         MOVE "    IT IS NOT IN THE TERM GPA."
090500             TO REPORT-CARD-RECORD
090600         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
090700     END-IF
090800     .
090900 2750-EXIT.
091000     EXIT.
091100*-----------------------------------------------------------*
091200* 2800-WRITE-CARD-LINE - WRITE THE CURRENT CARD LINE         *
091300*-----------------------------------------------------------*
091400 2800-WRITE-CARD-LINE.
091500     IF CARD-IS-HELD
091600         GO TO 2800-EXIT
091700     END-IF
091800     WRITE REPORT-CARD-RECORD
091900     MOVE "REPORT-CARDS" TO FSC-FILE-NAME
092000     MOVE "WRITE"        TO FSC-OPERATION
092100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
092200     ADD 1 TO FSC-STEP-RECORDS-OUT
092300     .
092400 2800-EXIT.
092500     EXIT.
092600*-----------------------------------------------------------*
092700* 2850-WRITE-REGISTER-LINE - WRITE THE CURRENT REGISTER LINE *
092800*-----------------------------------------------------------*
092900 2850-WRITE-REGISTER-LINE.
093000     WRITE CARD-REGISTER-RECORD
093100     MOVE "CARD-REGISTER" TO FSC-FILE-NAME
093200     MOVE "WRITE"         TO FSC-OPERATION
093300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
093400     .
093500 2850-EXIT.
093600     EXIT.
093700*-----------------------------------------------------------*
093800* 2860-WRITE-MAIL-HELD - LIST A CARD HELD FOR A              *
093900*                        RETURNED-MAIL ADDRESS ON THE        *
094000*                        MAIL HELD - BAD ADDRESS REPORT      *
094100*-----------------------------------------------------------*
094200 2860-WRITE-MAIL-HELD.
094300     ADD 1 TO WS-CARDS-HELD
094400     MOVE SPACES TO MH-STUDENT-NAME
094500     STRING DM-LAST-NAME DELIMITED BY "  "
094600         ", " DELIMITED BY SIZE
094700         DM-FIRST-NAME DELIMITED BY "  "
094800         INTO MH-STUDENT-NAME
094900     END-STRING
095000     MOVE WS-BREAK-ID TO MH-STUDENT-ID
095100     MOVE "REPORT CARD" TO MH-MAIL-PIECE
095200     MOVE DM-UNDELIV-DATE TO MH-UNDELIV-DATE
095300     MOVE MAIL-HELD-LINE TO MAIL-HELD-RPT-RECORD
095400     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
095500     .
095600 2860-EXIT.
095700     EXIT.
095800*-----------------------------------------------------------*
095900* 2870-WRITE-HELD-LINE - WRITE ONE MAIL HELD REPORT LINE     *
096000*-----------------------------------------------------------*
096100 2870-WRITE-HELD-LINE.
096200     WRITE MAIL-HELD-RPT-RECORD
096300     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
096400     MOVE "WRITE"         TO FSC-OPERATION
096500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
096600     .
096700 2870-EXIT.
096800     EXIT.
096900*-----------------------------------------------------------*
097000* 3000-TERMINATE - FOOT THE REGISTER AND CLOSE EVERYTHING    *
097100*-----------------------------------------------------------*
097200 3000-TERMINATE.
097300     MOVE SPACES TO CARD-REGISTER-RECORD
097400     PERFORM 2850-WRITE-REGISTER-LINE THRU 2850-EXIT
097500     MOVE SPACES TO CARD-REGISTER-RECORD
097600     STRING "REPORT CARDS PRODUCED: " DELIMITED BY SIZE
097700         WS-CARDS-PRINTED DELIMITED BY SIZE
097800         "  NO ADDRESS: " DELIMITED BY SIZE
097900         WS-NO-ADDRESS-COUNT DELIMITED BY SIZE
098000         "  MAIL HELD: " DELIMITED BY SIZE
098100         WS-CARDS-HELD DELIMITED BY SIZE
098200         INTO CARD-REGISTER-RECORD
098300     END-STRING
098400     PERFORM 2850-WRITE-REGISTER-LINE THRU 2850-EXIT
098500     DISPLAY "RPTCARD - TERM " WS-CLOSING-TERM
098600         " CARDS: " WS-CARDS-PRINTED
098700         " NO ADDRESS: " WS-NO-ADDRESS-COUNT
098800         " MAIL HELD: " WS-CARDS-HELD
098900     IF WS-CLOSING-TERM NOT = SPACES
099000         CLOSE STUDENT-MASTER
099100         MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
099200         MOVE "CLOSE"          TO FSC-OPERATION
099300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
099400         CLOSE ATTENDANCE-SORTED
099500         MOVE "ATTEND-SORTED" TO FSC-FILE-NAME
099600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
099700     END-IF
099800     IF CATALOG-IS-OPEN
099900         CLOSE COURSE-CATALOG
100000         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
100100         MOVE "CLOSE"          TO FSC-OPERATION
100200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
100300     END-IF
100400     IF DEMO-IS-OPEN
100500         CLOSE DEMOGRAPHIC-MASTER
100600         MOVE "DEMO-MASTER" TO FSC-FILE-NAME
100700         MOVE "CLOSE"       TO FSC-OPERATION
100800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
100900     END-IF
101000     CLOSE REPORT-CARD-FILE
101100     MOVE "REPORT-CARDS" TO FSC-FILE-NAME
101200     MOVE "CLOSE"        TO FSC-OPERATION
101300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
101400     CLOSE CARD-REGISTER
101500     MOVE "CARD-REGISTER" TO FSC-FILE-NAME
101600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
101700     MOVE SPACES TO MAIL-HELD-RPT-RECORD
101800     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
101900     MOVE SPACES TO MAIL-HELD-RPT-RECORD
102000     STRING "REPORT CARDS HELD: " DELIMITED BY SIZE
102100         WS-CARDS-HELD DELIMITED BY SIZE
102200         INTO MAIL-HELD-RPT-RECORD
102300     END-STRING
102400     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
102500     CLOSE MAIL-HELD-RPT
102600     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
102700     MOVE "CLOSE"         TO FSC-OPERATION
102800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
102900     .
103000 3000-EXIT.
103100     EXIT.
103200     COPY "fscchk.cpy".
103300 END PROGRAM RPTCARD.
