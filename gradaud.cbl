000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADAUD.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - GRADUATION REQUIREMENT AUDIT. *
001300*                   LOADS ONE PROGRAM'S REQUIREMENTS FROM    *
001400*                   THE PROGREQ CONTROL DATASET (PROGREQ.    *
001500*                   CPY), COPIES EVERY TERM-ARCHIVE AND      *
001600*                   STUDENT-MASTER RECORD TO A WORK FILE     *
001700*                   SORTED BY STUDENT/COURSE/TERM, AND       *
001800*                   MATCHES IT AGAINST THE DEMOGRAPHIC       *
001900*                   MASTER IN STUDENT-ID ORDER. EVERY ACTIVE *
002000*                   ("A") STUDENT IS AUDITED: REQUIRED       *
002100*                   COURSES FIRST, THEN ELECTIVE MINIMUMS    *
002200*                   (A COURSE COUNTS TOWARD ONE REQUIREMENT  *
002300*                   ONLY), TOTAL CREDITS, AND THE MINIMUM    *
002400*                   CUMULATIVE GPA. ATTEMPTS ON THE SUPRSEDE *
002500*                   REGISTER ARE LEFT OUT SO A RETAKE COUNTS *
002600*                   ONCE, AND GRADES/CREDITS FOLLOW THE      *
002700*                   OFFTRANS RULES. AN "E" ENROLLMENT PRINTS *
002800*                   AS IN PROGRESS. EACH STUDENT GETS A      *
002900*                   BLOCK ON THE AUDIT REPORT OF MET, IN-    *
003000*                   PROGRESS, AND OUTSTANDING REQUIREMENTS;  *
003100*                   A STUDENT WITH ANYTHING OUTSTANDING      *
003200*                   (NOT EVEN COVERED BY A CURRENT           *
003300*                   ENROLLMENT) ALSO LANDS ON THE NOT-ON-    *
003400*                   TRACK LIST. THE SYSIN CARD CARRIES THE   *
003500*                   PROGRAM CODE (COLS 1-4, BLANK = EVERY    *
003600*                   RECORD ON FILE) AND AN OPTIONAL ENTERING *
003700*                   COHORT (COLS 5-9) THAT LIMITS THE AUDIT  *
003800*                   TO THAT COHORT ON THE CUMSTAND FILE.     *
003850*  10/15/2026  DT   DEMOMAST RECORD CONTAINS 200             *
003850*                   (DEMOREC.CPY GREW FOR THE                *
003850*                   UNDELIVERABLE-ADDRESS FLAG).             *
003875*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003875*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003875*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003887*  10/15/2026  DT   THE TERM ARCHIVE IS NOW A KSDS KEYED ON  *
003887*                   STUDENT, COURSE AND TERM (TERMARCH.CPY). *
003887*                   IT IS STILL READ FRONT TO BACK; ONLY THE *
003887*                   97-BYTE STUDENT-MASTER IMAGE AHEAD OF    *
003887*                   THE KEY GOES TO THE ATTEMPT WORK FILE.   *
003893*  10/15/2026  DT   "T" TRANSFER CREDIT (XFERCRED) BECOMES A *
003893*                   ROW OF ITS OWN KIND - ITS CREDITS ARE    *
003893*                   EARNED AND COUNT TOWARD REQUIRED,        *
003893*                   ELECTIVE AND TOTAL-CREDIT REQUIREMENTS   *
003893*                   (A REQUIRED COURSE IS MET AT ANY MINIMUM *
003893*                   GRADE), BUT IT CARRIES NO QUALITY POINTS *
003893*                   AND STAYS OUT OF THE GPA.                *
003896*  10/15/2026  DT   THE ATTEMPT SORT RECORD IS NOW THE FULL  *
003896*                   97 BYTES - AT 95 THE SORT DROPPED        *
003896*                   SR-SITE-CODE FROM EVERY SORTED ATTEMPT.  *
003900*-----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT REQUIREMENT-FILE ASSIGN TO PROGREQ
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FSC-STATUS-CODE.
004600     SELECT DEMOGRAPHIC-MASTER ASSIGN TO DEMOMAST
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS DM-STUDENT-ID
005000         FILE STATUS IS FSC-STATUS-CODE.
005100     SELECT TERM-ARCHIVE ASSIGN TO TERMARCH
005200         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS TA-ARCHIVE-KEY
005300         FILE STATUS IS FSC-STATUS-CODE.
005400     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS SR-MASTER-KEY OF STUDENT-MASTER-RECORD
005800         ALTERNATE RECORD KEY IS SR-FULL-NAME
005900             OF STUDENT-MASTER-RECORD WITH DUPLICATES
006000         FILE STATUS IS FSC-STATUS-CODE.
006100     SELECT COURSE-CATALOG ASSIGN TO CRSCAT
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS CC-COURSE-CODE
006500         FILE STATUS IS FSC-STATUS-CODE.
006600     SELECT SUPERSEDE-REGISTER ASSIGN TO SUPRSEDE
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS FSC-STATUS-CODE.
006900     SELECT STANDING-FILE ASSIGN TO CUMSTAND
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS CS-STUDENT-ID
007300         FILE STATUS IS FSC-STATUS-CODE.
007400     SELECT ATTEMPT-WORK ASSIGN TO ATTMWORK
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS FSC-STATUS-CODE.
007700     SELECT ATTEMPT-SORTED ASSIGN TO ATTMSRTD
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS FSC-STATUS-CODE.
008000     SELECT ATTEMPT-SORT ASSIGN TO SORTWK01.
008100     SELECT AUDIT-RPT ASSIGN TO AUDITRPT
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS FSC-STATUS-CODE.
008400     SELECT NOT-ON-TRACK-RPT ASSIGN TO NOTRKRPT
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS FSC-STATUS-CODE.
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  REQUIREMENT-FILE
009000     RECORD CONTAINS 50 CHARACTERS.
009100 01  REQUIREMENT-RECORD.
009200     COPY "progreq.cpy".
009300 FD  DEMOGRAPHIC-MASTER
009400     RECORD CONTAINS 200 CHARACTERS.
009500 01  DEMOGRAPHIC-RECORD.
009600     COPY "demorec.cpy".
009700 FD  TERM-ARCHIVE
009800     RECORD CONTAINS 116 CHARACTERS.
009900 01  TERM-ARCHIVE-RECORD.
009900     05  TA-MASTER-IMAGE           PIC X(97).
009900     COPY "termarch.cpy".
010000 FD  STUDENT-MASTER
010100     RECORD CONTAINS 97 CHARACTERS.
010200 01  STUDENT-MASTER-RECORD.
010300     COPY "studrec.cpy".
010400 FD  COURSE-CATALOG
010500     RECORD CONTAINS 51 CHARACTERS.
010600 01  COURSE-CATALOG-RECORD.
010700     COPY "crscat.cpy".
010800 FD  SUPERSEDE-REGISTER
010900     RECORD CONTAINS 34 CHARACTERS.
011000 01  SUPERSEDE-RECORD.
011100     COPY "suprsede.cpy".
011200 FD  STANDING-FILE
011300     RECORD CONTAINS 60 CHARACTERS.
011400 01  STANDING-RECORD.
011500     COPY "cumstand.cpy".
011600 FD  ATTEMPT-WORK
011700     RECORD CONTAINS 97 CHARACTERS.
011800 01  ATTEMPT-WORK-RECORD           PIC X(97).
011900 FD  ATTEMPT-SORTED
012000     RECORD CONTAINS 97 CHARACTERS.
012100 01  ATTEMPT-SORTED-RECORD.
012200     COPY "studrec.cpy".
012300 SD  ATTEMPT-SORT.
012400 01  ATTEMPT-SORT-RECORD.
012500     05  FILLER                PIC X(50).
012600     05  AS-MASTER-KEY         PIC X(14).
012700     05  FILLER                PIC X(06).
012800     05  AS-TERM-CODE          PIC X(05).
012900     05  FILLER                PIC X(22).
013000 FD  AUDIT-RPT
013100     RECORD CONTAINS 80 CHARACTERS.
013200 01  AUDIT-RPT-RECORD              PIC X(80).
013300 FD  NOT-ON-TRACK-RPT
013400     RECORD CONTAINS 80 CHARACTERS.
013500 01  NOT-ON-TRACK-RPT-RECORD       PIC X(80).
013600 WORKING-STORAGE SECTION.
013700 01  WS-SWITCHES.
013800     05  WS-REQ-EOF-SW             PIC X(01)  VALUE "N".
013900         88  REQUIREMENTS-EOF                 VALUE "Y".
014000     05  WS-DEMO-EOF-SW            PIC X(01)  VALUE "N".
014100         88  DEMO-EOF                         VALUE "Y".
014200     05  WS-ARCH-EOF-SW            PIC X(01)  VALUE "N".
014300         88  ARCHIVE-EOF                      VALUE "Y".
014400     05  WS-MASTER-EOF-SW          PIC X(01)  VALUE "N".
014500         88  MASTER-EOF                       VALUE "Y".
014600     05  WS-CATALOG-OPEN-SW        PIC X(01)  VALUE "N".
014700         88  CATALOG-IS-OPEN                  VALUE "Y".
014800     05  WS-NO-SUP-SW              PIC X(01)  VALUE "N".
014900         88  NO-SUPERSEDE-FILE                VALUE "Y".
015000     05  WS-SUP-EOF-SW             PIC X(01)  VALUE "N".
015100         88  SUPERSEDE-EOF                    VALUE "Y".
015200     05  WS-SORTED-EOF-SW          PIC X(01)  VALUE "N".
015300         88  SORTED-EOF                       VALUE "Y".
015400     05  WS-ROW-SUP-SW             PIC X(01)  VALUE "N".
015500         88  ROW-IS-SUPERSEDED                VALUE "Y".
015600     05  WS-COHORT-FILTER-SW       PIC X(01)  VALUE "N".
015700         88  COHORT-FILTER-ON                 VALUE "Y".
015800     05  WS-NOTHING-TO-AUDIT-SW    PIC X(01)  VALUE "N".
015900         88  NOTHING-TO-AUDIT                 VALUE "Y".
016000 01  WS-AUDIT-CARD.
016100     05  WS-AUDIT-PROGRAM          PIC X(04).
016200     05  WS-AUDIT-COHORT           PIC X(05).
016300     05  FILLER                    PIC X(71).
016400 01  WS-RUN-DATE                   PIC X(08).
016500 77  WS-REQ-MAX                    PIC 9(03)  COMP VALUE 100.
016600 01  WS-REQ-TABLE.
016700     05  WS-REQ-COUNT              PIC 9(03)  COMP VALUE ZERO.
016800     05  WS-REQ-ENTRY OCCURS 100 TIMES.
016900         10  WS-REQ-TYPE           PIC X(01).
017000         10  WS-REQ-COURSE         PIC X(06).
017100         10  WS-REQ-PREFIX-LEN     PIC 9(02)  COMP.
017200         10  WS-REQ-MIN-LETTER     PIC X(01).
017300         10  WS-REQ-MIN-CREDITS    PIC 9(03).
017400         10  WS-REQ-MIN-GPA        PIC 9(01)V99.
017500         10  WS-REQ-DESCRIPTION    PIC X(30).
017600 77  WS-ROW-MAX                    PIC 9(03)  COMP VALUE 200.
017700 01  WS-ROW-TABLE.
017800     05  WS-ROW-COUNT              PIC 9(03)  COMP VALUE ZERO.
017900     05  WS-ROW-ENTRY OCCURS 200 TIMES.
018000         10  WS-ROW-COURSE         PIC X(06).
018100         10  WS-ROW-TERM           PIC X(05).
018200         10  WS-ROW-LETTER         PIC X(01).
018300         10  WS-ROW-KIND           PIC X(01).
018400             88  ROW-GRADED                   VALUE "G".
018500             88  ROW-IN-PROGRESS              VALUE "E".
018500             88  ROW-TRANSFER                 VALUE "T".
018600         10  WS-ROW-CREDITS        PIC 9(02).
018700         10  WS-ROW-USED-SW        PIC X(01).
018800             88  ROW-IS-USED                  VALUE "Y".
018900 01  WS-MATCH-KEYS.
019000     05  WS-ATTEMPT-KEY.
019100         10  WS-AK-STUDENT-ID      PIC X(08).
019200         10  WS-AK-COURSE-CODE     PIC X(06).
019300         10  WS-AK-TERM-CODE       PIC X(05).
019400     05  WS-SUPERSEDE-KEY.
019500         10  WS-SK-STUDENT-ID      PIC X(08).
019600         10  WS-SK-COURSE-CODE     PIC X(06).
019700         10  WS-SK-TERM-CODE       PIC X(05).
019800 01  WS-STUDENT-FIELDS.
019900     05  WS-STU-NAME               PIC X(40).
020000     05  WS-STU-EARNED             PIC 9(04).
020100     05  WS-STU-IN-PROGRESS        PIC 9(04).
020200     05  WS-STU-GPA-CREDITS        PIC 9(04).
020300     05  WS-STU-POINTS             PIC 9(05)V99.
020400     05  WS-STU-GPA                PIC 9(01)V99.
020500     05  WS-STU-OUTSTANDING        PIC 9(03).
020600 01  WS-WORK-FIELDS.
020700     05  WS-REQ-SUB                PIC 9(03)  COMP.
020800     05  WS-ROW-SUB                PIC 9(03)  COMP.
020900     05  WS-FOUND-SUB              PIC 9(03)  COMP.
021000     05  WS-PROGRESS-SUB           PIC 9(03)  COMP.
021100     05  WS-PASS-TYPE              PIC X(01).
021200     05  WS-ROW-CREDIT-WORK        PIC 9(02).
021300     05  WS-QUALITY-POINTS         PIC 9(01)V9.
021400     05  WS-REQ-EARNED             PIC 9(04).
021500     05  WS-REQ-PROGRESS           PIC 9(04).
021600     05  WS-REQ-RESULT             PIC X(11).
021700     05  WS-PREFIX-TEXT            PIC X(06).
021800     05  WS-RANK-LETTER            PIC X(01).
021900     05  WS-RANK-VALUE             PIC 9(01).
022000     05  WS-ROW-RANK               PIC 9(01).
022100     05  WS-MIN-RANK               PIC 9(01).
022200 01  WS-COUNTERS.
022300     05  WS-STUDENTS-AUDITED       PIC 9(05)  VALUE ZERO.
022400     05  WS-STUDENTS-NOT-ON-TRACK  PIC 9(05)  VALUE ZERO.
022500     05  WS-STUDENTS-INACTIVE      PIC 9(05)  VALUE ZERO.
022600     05  WS-STUDENTS-OTHER-COHORT  PIC 9(05)  VALUE ZERO.
022700 01  FSC-CONTROLS.
022800     COPY "fscctl.cpy".
022900 PROCEDURE DIVISION.
023000*-----------------------------------------------------------*
023100* 0000-MAINLINE                                             *
023200*-----------------------------------------------------------*
023300 0000-MAINLINE.
023300     MOVE "GRADAUD" TO FSC-STEP-PROGRAM
023300     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
023400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023500     IF NOT NOTHING-TO-AUDIT
023600         PERFORM 1100-COPY-ARCHIVE THRU 1100-EXIT
023700         PERFORM 1200-COPY-MASTER THRU 1200-EXIT
023800         CLOSE ATTEMPT-WORK
023900         MOVE "ATTEMPT-WORK" TO FSC-FILE-NAME
024000         MOVE "CLOSE"        TO FSC-OPERATION
024100         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
024200         SORT ATTEMPT-SORT
024300             ON ASCENDING KEY AS-MASTER-KEY
024400             ON ASCENDING KEY AS-TERM-CODE
024500             USING ATTEMPT-WORK
024600             GIVING ATTEMPT-SORTED
024700         PERFORM 1500-OPEN-PASS-TWO THRU 1500-EXIT
024800         PERFORM 2000-AUDIT-ONE-STUDENT THRU 2000-EXIT
024900             UNTIL DEMO-EOF
025000     END-IF
025100     PERFORM 3900-TERMINATE THRU 3900-EXIT
025100     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
025200     GOBACK.
025300*-----------------------------------------------------------*
025400* 1000-INITIALIZE - READ THE AUDIT CARD, LOAD THE PROGRAM'S  *
025500*                   REQUIREMENTS, OPEN THE REPORTS AND THE   *
025600*                   OPTIONAL CATALOG/STANDING FILES; NO      *
025700*                   REQUIREMENTS MEANS NOTHING TO AUDIT      *
025800*-----------------------------------------------------------*
025900 1000-INITIALIZE.
026000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
026100     MOVE SPACES TO WS-AUDIT-CARD
026200     DISPLAY "GRADAUD - ENTER PROGRAM CODE (COLS 1-4) AND "
026300         "OPTIONAL COHORT TERM (COLS 5-9): "
026400     ACCEPT WS-AUDIT-CARD
026500     IF WS-AUDIT-COHORT NOT = SPACES
026600         SET COHORT-FILTER-ON TO TRUE
026700     END-IF
026800     OPEN OUTPUT AUDIT-RPT
026900     MOVE "AUDIT-RPT" TO FSC-FILE-NAME
027000     MOVE "OPEN"      TO FSC-OPERATION
027100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
027200     OPEN OUTPUT NOT-ON-TRACK-RPT
027300     MOVE "NOT-ON-TRACK-RPT" TO FSC-FILE-NAME
027400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
027500     MOVE SPACES TO AUDIT-RPT-RECORD
027600     STRING "GRADUATION REQUIREMENT AUDIT - PROGRAM "
027700             DELIMITED BY SIZE
027800         WS-AUDIT-PROGRAM DELIMITED BY SIZE
027900         "  COHORT " DELIMITED BY SIZE
028000         WS-AUDIT-COHORT DELIMITED BY SIZE
028100         "  RUN " DELIMITED BY SIZE
028200         WS-RUN-DATE DELIMITED BY SIZE
028300         INTO AUDIT-RPT-RECORD
028400     END-STRING
028500     PERFORM 3800-WRITE-AUDIT-LINE THRU 3800-EXIT
028600     MOVE SPACES TO NOT-ON-TRACK-RPT-RECORD
028700     STRING "STUDENTS NOT ON TRACK TO FINISH - PROGRAM "
028800             DELIMITED BY SIZE
028900         WS-AUDIT-PROGRAM DELIMITED BY SIZE
029000         "  COHORT " DELIMITED BY SIZE
029100         WS-AUDIT-COHORT DELIMITED BY SIZE
029200         "  RUN " DELIMITED BY SIZE
029300         WS-RUN-DATE DELIMITED BY SIZE
029400         INTO NOT-ON-TRACK-RPT-RECORD
029500     END-STRING
029600     PERFORM 3850-WRITE-TRACK-LINE THRU 3850-EXIT
029700     MOVE SPACES TO NOT-ON-TRACK-RPT-RECORD
029800     PERFORM 3850-WRITE-TRACK-LINE THRU 3850-EXIT
029900     STRING "  STUDENT  NAME                           "
029910             DELIMITED BY SIZE
029920         "OPEN  EARNED  GPA" DELIMITED BY SIZE
030000         INTO NOT-ON-TRACK-RPT-RECORD
030010     END-STRING
030100     PERFORM 3850-WRITE-TRACK-LINE THRU 3850-EXIT
030200     PERFORM 1300-LOAD-REQUIREMENTS THRU 1300-EXIT
030300     IF WS-REQ-COUNT = ZERO
030400         SET NOTHING-TO-AUDIT TO TRUE
030500         DISPLAY "GRADAUD - NO REQUIREMENTS ON FILE FOR PROGRAM "
030600             WS-AUDIT-PROGRAM " - NOTHING AUDITED"
030700         MOVE "NO REQUIREMENTS ON FILE FOR THIS PROGRAM"
030800             TO AUDIT-RPT-RECORD
030900         PERFORM 3800-WRITE-AUDIT-LINE THRU 3800-EXIT
031000         MOVE 8 TO RETURN-CODE
031100         GO TO 1000-EXIT
031200     END-IF
031300     OPEN INPUT COURSE-CATALOG
031400     IF FSC-STATUS-CODE = "35"
031500         CONTINUE
031600     ELSE
031700         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
031800         MOVE "OPEN"           TO FSC-OPERATION
031900         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
032000         SET CATALOG-IS-OPEN TO TRUE
032100     END-IF
032200     IF COHORT-FILTER-ON
032300         OPEN INPUT STANDING-FILE
032400         MOVE "STANDING-FILE" TO FSC-FILE-NAME
032500         MOVE "OPEN"          TO FSC-OPERATION
032600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
032700     END-IF
032800     OPEN OUTPUT ATTEMPT-WORK
032900     MOVE "ATTEMPT-WORK" TO FSC-FILE-NAME
033000     MOVE "OPEN"         TO FSC-OPERATION
033100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
033200     .
033300 1000-EXIT.
033400     EXIT.
033500*-----------------------------------------------------------*
033600* 1100-COPY-ARCHIVE - EVERY ARCHIVED RECORD TO THE ATTEMPT   *
033700*                     WORK FILE; NO ARCHIVE IS AN EMPTY SIDE *
033800*-----------------------------------------------------------*
033900 1100-COPY-ARCHIVE.
034000     OPEN INPUT TERM-ARCHIVE
034100     IF FSC-STATUS-CODE = "35"
034200         GO TO 1100-EXIT
034300     END-IF
034400     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
034500     MOVE "OPEN"         TO FSC-OPERATION
034600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
034700     PERFORM 1150-COPY-ONE-ARCHIVE THRU 1150-EXIT
034800         UNTIL ARCHIVE-EOF
034900     CLOSE TERM-ARCHIVE
035000     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
035100     MOVE "CLOSE"        TO FSC-OPERATION
035200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035300     .
035400 1100-EXIT.
035500     EXIT.
035600*-----------------------------------------------------------*
035700* 1150-COPY-ONE-ARCHIVE - ONE ARCHIVE READ AND WORK WRITE    *
035800*-----------------------------------------------------------*
035900 1150-COPY-ONE-ARCHIVE.
036000     READ TERM-ARCHIVE
036100         AT END
036200             SET ARCHIVE-EOF TO TRUE
036300             GO TO 1150-EXIT
036400     END-READ
036500     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
036600     MOVE "READ"         TO FSC-OPERATION
036700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
036800     MOVE TA-MASTER-IMAGE TO ATTEMPT-WORK-RECORD
036900     PERFORM 1900-WRITE-ATTEMPT-WORK THRU 1900-EXIT
037000     .
037100 1150-EXIT.
037200     EXIT.
037300*-----------------------------------------------------------*
037400* 1200-COPY-MASTER - EVERY CURRENT MASTER RECORD TO THE      *
037500*                    ATTEMPT WORK FILE; NO MASTER IS AN      *
037600*                    EMPTY SIDE                              *
037700*-----------------------------------------------------------*
037800 1200-COPY-MASTER.
037900     OPEN INPUT STUDENT-MASTER
038000     IF FSC-STATUS-CODE = "35"
038100         GO TO 1200-EXIT
038200     END-IF
038300     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
038400     MOVE "OPEN"           TO FSC-OPERATION
038500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
038600     MOVE LOW-VALUES
038700         TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
038800     START STUDENT-MASTER KEY NOT LESS THAN
038900             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
039000         INVALID KEY
039100             SET MASTER-EOF TO TRUE
039200     END-START
039300     PERFORM 1250-COPY-ONE-MASTER THRU 1250-EXIT
039400         UNTIL MASTER-EOF
039500     CLOSE STUDENT-MASTER
039600     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
039700     MOVE "CLOSE"          TO FSC-OPERATION
039800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
039900     .
040000 1200-EXIT.
040100     EXIT.
040200*-----------------------------------------------------------*
040300* 1250-COPY-ONE-MASTER - ONE MASTER READ AND WORK WRITE      *
040400*-----------------------------------------------------------*
040500 1250-COPY-ONE-MASTER.
040600     READ STUDENT-MASTER NEXT
040700         AT END
040800             SET MASTER-EOF TO TRUE
040900             GO TO 1250-EXIT
041000     END-READ
041100     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
041200     MOVE "READ"           TO FSC-OPERATION
041300     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
041400         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
041500     END-IF
041600     MOVE STUDENT-MASTER-RECORD TO ATTEMPT-WORK-RECORD
041700     PERFORM 1900-WRITE-ATTEMPT-WORK THRU 1900-EXIT
041800     .
041900 1250-EXIT.
042000     EXIT.
042100*-----------------------------------------------------------*
042200* 1300-LOAD-REQUIREMENTS - THE PROGRAM'S REQUIREMENT         *
042300*                          RECORDS INTO THE IN-CORE TABLE    *
042400*-----------------------------------------------------------*
042500 1300-LOAD-REQUIREMENTS.
042600     OPEN INPUT REQUIREMENT-FILE
042700     MOVE "REQUIREMENT-FILE" TO FSC-FILE-NAME
042800     MOVE "OPEN"             TO FSC-OPERATION
042900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
043000     PERFORM 1350-LOAD-ONE-REQUIREMENT THRU 1350-EXIT
043100         UNTIL REQUIREMENTS-EOF
043200     CLOSE REQUIREMENT-FILE
043300     MOVE "CLOSE" TO FSC-OPERATION
043400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
043500     .
043600 1300-EXIT.
043700     EXIT.
043800*-----------------------------------------------------------*
043900* 1350-LOAD-ONE-REQUIREMENT - ONE REQUIREMENT RECORD INTO    *
044000*                             THE TABLE WHEN IT BELONGS TO   *
044100*                             THE PROGRAM BEING AUDITED; AN  *
044200*                             UNKNOWN TYPE IS SKIPPED        *
044300*-----------------------------------------------------------*
044400 1350-LOAD-ONE-REQUIREMENT.
044500     READ REQUIREMENT-FILE
044600         AT END
044700             SET REQUIREMENTS-EOF TO TRUE
044800             GO TO 1350-EXIT
044900     END-READ
045000     MOVE "REQUIREMENT-FILE" TO FSC-FILE-NAME
045100     MOVE "READ"             TO FSC-OPERATION
045200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
045300     IF WS-AUDIT-PROGRAM NOT = SPACES
045400             AND PR-PROGRAM-CODE NOT = WS-AUDIT-PROGRAM
045500         GO TO 1350-EXIT
045600     END-IF
045700     IF NOT PR-TYPE-VALID
045800         DISPLAY "GRADAUD - UNKNOWN REQUIREMENT TYPE "
045900             PR-REQ-TYPE " SKIPPED: " PR-DESCRIPTION
046000         MOVE 4 TO RETURN-CODE
046100         GO TO 1350-EXIT
046200     END-IF
046300     IF WS-REQ-COUNT >= WS-REQ-MAX
046400         DISPLAY "GRADAUD - MORE THAN " WS-REQ-MAX
046500             " REQUIREMENTS - EXTRA REQUIREMENT SKIPPED: "
046600             PR-DESCRIPTION
046700         MOVE 8 TO RETURN-CODE
046800         GO TO 1350-EXIT
046900     END-IF
047000     ADD 1 TO WS-REQ-COUNT
047100     MOVE PR-REQ-TYPE    TO WS-REQ-TYPE (WS-REQ-COUNT)
047200     MOVE PR-COURSE-CODE TO WS-REQ-COURSE (WS-REQ-COUNT)
047300     MOVE PR-MIN-LETTER  TO WS-REQ-MIN-LETTER (WS-REQ-COUNT)
047400     MOVE PR-MIN-CREDITS TO WS-REQ-MIN-CREDITS (WS-REQ-COUNT)
047500     MOVE PR-MIN-GPA     TO WS-REQ-MIN-GPA (WS-REQ-COUNT)
047600     MOVE PR-DESCRIPTION TO WS-REQ-DESCRIPTION (WS-REQ-COUNT)
047700     MOVE ZERO TO WS-REQ-PREFIX-LEN (WS-REQ-COUNT)
047800     INSPECT PR-COURSE-CODE
047900         TALLYING WS-REQ-PREFIX-LEN (WS-REQ-COUNT)
048000         FOR CHARACTERS BEFORE INITIAL SPACE
048100     .
048200 1350-EXIT.
048300     EXIT.
048400*-----------------------------------------------------------*
048500* 1500-OPEN-PASS-TWO - OPEN THE SORTED ATTEMPTS, THE         *
048600*                      SUPRSEDE REGISTER (OPTIONAL), AND THE *
048700*                      DEMOGRAPHIC MASTER, AND PRIME THE     *
048800*                      SORTED AND REGISTER READS             *
048900*-----------------------------------------------------------*
049000 1500-OPEN-PASS-TWO.
049100     OPEN INPUT ATTEMPT-SORTED
049200     MOVE "ATTEMPT-SORTED" TO FSC-FILE-NAME
049300     MOVE "OPEN"           TO FSC-OPERATION
049400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
049500     OPEN INPUT SUPERSEDE-REGISTER
049600     IF FSC-STATUS-CODE = "35"
049700         SET NO-SUPERSEDE-FILE TO TRUE
049800         SET SUPERSEDE-EOF TO TRUE
049900     ELSE
050000         MOVE "SUPERSEDE-REG" TO FSC-FILE-NAME
050100         MOVE "OPEN"          TO FSC-OPERATION
050200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
050300         PERFORM 2250-READ-SUPERSEDE THRU 2250-EXIT
050400     END-IF
050500     OPEN INPUT DEMOGRAPHIC-MASTER
050600     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
050700     MOVE "OPEN"        TO FSC-OPERATION
050800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
050900     MOVE LOW-VALUES TO DM-STUDENT-ID
051000     START DEMOGRAPHIC-MASTER KEY NOT LESS THAN DM-STUDENT-ID
051100         INVALID KEY
051200             SET DEMO-EOF TO TRUE
051300     END-START
051400     PERFORM 2050-READ-SORTED THRU 2050-EXIT
051500     .
051600 1500-EXIT.
051700     EXIT.
051800*-----------------------------------------------------------*
051900* 1900-WRITE-ATTEMPT-WORK - WRITE THE CURRENT WORK RECORD    *
052000*-----------------------------------------------------------*
052100 1900-WRITE-ATTEMPT-WORK.
052200     WRITE ATTEMPT-WORK-RECORD
052300     MOVE "ATTEMPT-WORK" TO FSC-FILE-NAME
052400     MOVE "WRITE"        TO FSC-OPERATION
052500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
052600     .
052700 1900-EXIT.
052800     EXIT.
052900*-----------------------------------------------------------*
053000* 2000-AUDIT-ONE-STUDENT - NEXT DEMOGRAPHIC RECORD: GATHER   *
053100*                          ITS COURSE ROWS FROM THE SORTED   *
053200*                          ATTEMPTS, THEN AUDIT IT WHEN IT   *
053300*                          IS ACTIVE (AND IN THE COHORT)     *
053400*-----------------------------------------------------------*
053500 2000-AUDIT-ONE-STUDENT.
053500     ADD 1 TO FSC-STEP-RECORDS-IN
053600     READ DEMOGRAPHIC-MASTER NEXT
053700         AT END
053800             SET DEMO-EOF TO TRUE
053900             GO TO 2000-EXIT
054000     END-READ
054100     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
054200     MOVE "READ"        TO FSC-OPERATION
054300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
054400     MOVE ZERO TO WS-ROW-COUNT
054500     PERFORM 2100-GATHER-ONE-ATTEMPT THRU 2100-EXIT
054600         UNTIL SORTED-EOF
054700             OR SR-STUDENT-ID OF ATTEMPT-SORTED-RECORD
054800                 > DM-STUDENT-ID
054900     IF NOT DM-STATUS-ACTIVE
055000         ADD 1 TO WS-STUDENTS-INACTIVE
055100         GO TO 2000-EXIT
055200     END-IF
055300     IF COHORT-FILTER-ON
055400         MOVE DM-STUDENT-ID TO CS-STUDENT-ID
055500         READ STANDING-FILE
055600             INVALID KEY
055700                 MOVE SPACES TO CS-COHORT-TERM
055800         END-READ
055900         MOVE "STANDING-FILE" TO FSC-FILE-NAME
056000         MOVE "READ"          TO FSC-OPERATION
056100         IF FSC-STATUS-CODE NOT = "00"
056200                 AND FSC-STATUS-CODE NOT = "23"
056300             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
056400         END-IF
056500         IF CS-COHORT-TERM NOT = WS-AUDIT-COHORT
056600             ADD 1 TO WS-STUDENTS-OTHER-COHORT
056700             GO TO 2000-EXIT
056800         END-IF
056900     END-IF
057000     PERFORM 2300-AUDIT-STUDENT THRU 2300-EXIT
057100     .
057200 2000-EXIT.
057300     EXIT.
057400*-----------------------------------------------------------*
057500* 2050-READ-SORTED - READ NEXT SORTED ATTEMPT                *
057600*-----------------------------------------------------------*
057700 2050-READ-SORTED.
057800     READ ATTEMPT-SORTED
057900         AT END
058000             SET SORTED-EOF TO TRUE
058100     END-READ
058200     MOVE "ATTEMPT-SORTED" TO FSC-FILE-NAME
058300     MOVE "READ"           TO FSC-OPERATION
058400     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "10"
058500         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
058600     END-IF
058700     .
058800 2050-EXIT.
058900     EXIT.
059000*-----------------------------------------------------------*
059100* 2100-GATHER-ONE-ATTEMPT - AN ATTEMPT BELONGING TO THE      *
059200*                           CURRENT DEMOGRAPHIC RECORD GOES  *
059300*                           INTO THE ROW TABLE; ONE FOR AN   *
059400*                           ID NOT ON DEMOMAST IS PASSED BY  *
059500*-----------------------------------------------------------*
059600 2100-GATHER-ONE-ATTEMPT.
059700     IF SR-STUDENT-ID OF ATTEMPT-SORTED-RECORD = DM-STUDENT-ID
059800         PERFORM 2150-ADD-ROW THRU 2150-EXIT
059900     END-IF
060000     PERFORM 2050-READ-SORTED THRU 2050-EXIT
060100     .
060200 2100-EXIT.
060300     EXIT.
060400*-----------------------------------------------------------*
060500* 2150-ADD-ROW - A GRADED ATTEMPT THAT STANDS, AN "E"        *
060600*                ENROLLMENT, OR "T" TRANSFER CREDIT BECOMES  *
060650*                A ROW; SUPERSEDED, "I", AND "W" ATTEMPTS    *
060700*                DO NOT                                      *
060800*-----------------------------------------------------------*
060900 2150-ADD-ROW.
061000     IF SR-GRADE-NUMERIC OF ATTEMPT-SORTED-RECORD
061100         PERFORM 2200-CHECK-SUPERSEDED THRU 2200-EXIT
061200         IF ROW-IS-SUPERSEDED
061300             GO TO 2150-EXIT
061400         END-IF
061500     ELSE
061600         IF NOT SR-GRADE-ENROLLED OF ATTEMPT-SORTED-RECORD
061650                 AND NOT SR-GRADE-TRANSFER
061660                     OF ATTEMPT-SORTED-RECORD
061700             GO TO 2150-EXIT
061800         END-IF
061900     END-IF
062000     IF WS-ROW-COUNT >= WS-ROW-MAX
062100         DISPLAY "GRADAUD - MORE THAN " WS-ROW-MAX
062200             " COURSE ROWS FOR STUDENT " DM-STUDENT-ID
062300             " - AUDIT INCOMPLETE"
062400         MOVE 8 TO RETURN-CODE
062500         GO TO 2150-EXIT
062600     END-IF
062700     ADD 1 TO WS-ROW-COUNT
062800     MOVE SR-COURSE-CODE OF ATTEMPT-SORTED-RECORD
062900         TO WS-ROW-COURSE (WS-ROW-COUNT)
063000     MOVE SR-TERM-CODE OF ATTEMPT-SORTED-RECORD
063100         TO WS-ROW-TERM (WS-ROW-COUNT)
063200     MOVE SR-LETTER-GRADE OF ATTEMPT-SORTED-RECORD
063300         TO WS-ROW-LETTER (WS-ROW-COUNT)
063400     EVALUATE TRUE
063450         WHEN SR-GRADE-NUMERIC OF ATTEMPT-SORTED-RECORD
063500             MOVE "G" TO WS-ROW-KIND (WS-ROW-COUNT)
063550         WHEN SR-GRADE-TRANSFER OF ATTEMPT-SORTED-RECORD
063600             MOVE "T" TO WS-ROW-KIND (WS-ROW-COUNT)
063650         WHEN OTHER
063700             MOVE "E" TO WS-ROW-KIND (WS-ROW-COUNT)
063800     END-EVALUATE
063900     MOVE "N" TO WS-ROW-USED-SW (WS-ROW-COUNT)
064000     PERFORM 2280-LOOK-UP-CREDITS THRU 2280-EXIT
064100     MOVE WS-ROW-CREDIT-WORK TO WS-ROW-CREDITS (WS-ROW-COUNT)
064200     .
064300 2150-EXIT.
064400     EXIT.
064500*-----------------------------------------------------------*
064600* 2200-CHECK-SUPERSEDED - MATCH THE ATTEMPT'S STUDENT/       *
064700*                         COURSE/TERM AGAINST THE REGISTER,  *
064800*                         WHICH GRDRPLCE WRITES IN THAT SAME *
064900*                         ORDER, ADVANCING IT AS WE GO       *
065000*-----------------------------------------------------------*
065100 2200-CHECK-SUPERSEDED.
065200     MOVE "N" TO WS-ROW-SUP-SW
065300     MOVE SR-STUDENT-ID OF ATTEMPT-SORTED-RECORD
065400         TO WS-AK-STUDENT-ID
065500     MOVE SR-COURSE-CODE OF ATTEMPT-SORTED-RECORD
065600         TO WS-AK-COURSE-CODE
065700     MOVE SR-TERM-CODE OF ATTEMPT-SORTED-RECORD
065800         TO WS-AK-TERM-CODE
065900     PERFORM 2250-READ-SUPERSEDE THRU 2250-EXIT
066000         UNTIL SUPERSEDE-EOF
066100             OR WS-SUPERSEDE-KEY NOT < WS-ATTEMPT-KEY
066200     IF NOT SUPERSEDE-EOF
066300             AND WS-SUPERSEDE-KEY = WS-ATTEMPT-KEY
066400         SET ROW-IS-SUPERSEDED TO TRUE
066500     END-IF
066600     .
066700 2200-EXIT.
066800     EXIT.
066900*-----------------------------------------------------------*
067000* 2250-READ-SUPERSEDE - NEXT REGISTER ROW INTO THE MATCH KEY *
067100*-----------------------------------------------------------*
067200 2250-READ-SUPERSEDE.
067300     READ SUPERSEDE-REGISTER
067400         AT END
067500             SET SUPERSEDE-EOF TO TRUE
067600             GO TO 2250-EXIT
067700     END-READ
067800     MOVE "SUPERSEDE-REG" TO FSC-FILE-NAME
067900     MOVE "READ"          TO FSC-OPERATION
068000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
068100     MOVE SP-STUDENT-ID      TO WS-SK-STUDENT-ID
068200     MOVE SP-COURSE-CODE     TO WS-SK-COURSE-CODE
068300     MOVE SP-SUPERSEDED-TERM TO WS-SK-TERM-CODE
068400     .
068500 2250-EXIT.
068600     EXIT.
068700*-----------------------------------------------------------*
068800* 2280-LOOK-UP-CREDITS - CATALOG CREDIT HOURS FOR THE        *
068900*                        ATTEMPT; ONE CREDIT WHEN THE        *
069000*                        CATALOG IS MISSING OR SILENT        *
069100*-----------------------------------------------------------*
069200 2280-LOOK-UP-CREDITS.
069300     MOVE 1 TO WS-ROW-CREDIT-WORK
069400     IF NOT CATALOG-IS-OPEN
069500         GO TO 2280-EXIT
069600     END-IF
069700     MOVE SR-COURSE-CODE OF ATTEMPT-SORTED-RECORD
069800         TO CC-COURSE-CODE
069900     READ COURSE-CATALOG
070000         INVALID KEY
070100             GO TO 2280-EXIT
070200     END-READ
070300     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
070400     MOVE "READ"           TO FSC-OPERATION
070500     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
070600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
070700     END-IF
070800     IF FSC-STATUS-CODE = "00" AND CC-CREDIT-HOURS > ZERO
070900         MOVE CC-CREDIT-HOURS TO WS-ROW-CREDIT-WORK
071000     END-IF
071100     .
071200 2280-EXIT.
071300     EXIT.
071400*-----------------------------------------------------------*
071500* 2300-AUDIT-STUDENT - STUDENT HEADING, CREDIT AND GPA       *
071600*                      TOTALS, ONE LINE PER REQUIREMENT      *
071700*                      (REQUIRED COURSES, THEN ELECTIVES,    *
071800*                      THEN TOTAL CREDITS, THEN GPA), AND    *
071900*                      THE ON-TRACK VERDICT                  *
072000*-----------------------------------------------------------*
072100 2300-AUDIT-STUDENT.
072200     ADD 1 TO WS-STUDENTS-AUDITED
072300     MOVE SPACES TO WS-STU-NAME
072400     STRING DM-LAST-NAME DELIMITED BY SPACE
072500         ", " DELIMITED BY SIZE
072600         DM-FIRST-NAME DELIMITED BY SPACE
072700         INTO WS-STU-NAME
072800     END-STRING
072900     MOVE ZERO TO WS-STU-EARNED
073000     MOVE ZERO TO WS-STU-IN-PROGRESS
073100     MOVE ZERO TO WS-STU-GPA-CREDITS
073200     MOVE ZERO TO WS-STU-POINTS
073300     MOVE ZERO TO WS-STU-GPA
073400     MOVE ZERO TO WS-STU-OUTSTANDING
073500     PERFORM 2350-TOTAL-ONE-ROW THRU 2350-EXIT
073600         VARYING WS-ROW-SUB FROM 1 BY 1
073700         UNTIL WS-ROW-SUB > WS-ROW-COUNT
073800     IF WS-STU-GPA-CREDITS > ZERO
073900         COMPUTE WS-STU-GPA ROUNDED =
074000             WS-STU-POINTS / WS-STU-GPA-CREDITS
074100     END-IF
074200     MOVE SPACES TO AUDIT-RPT-RECORD
074300     PERFORM 3800-WRITE-AUDIT-LINE THRU 3800-EXIT
074400     MOVE SPACES TO AUDIT-RPT-RECORD
074500     STRING "STUDENT " DELIMITED BY SIZE
074600         DM-STUDENT-ID DELIMITED BY SIZE
074700         "  " DELIMITED BY SIZE
074800         WS-STU-NAME DELIMITED BY SIZE
074900         INTO AUDIT-RPT-RECORD
075000     END-STRING
075100     PERFORM 3800-WRITE-AUDIT-LINE THRU 3800-EXIT
075200     MOVE SPACES TO AUDIT-RPT-RECORD
075300     STRING "  CREDITS EARNED: " DELIMITED BY SIZE
075400         WS-STU-EARNED DELIMITED BY SIZE
075500         "  IN PROGRESS: " DELIMITED BY SIZE
075600         WS-STU-IN-PROGRESS DELIMITED BY SIZE
075700         "  CUMULATIVE GPA: " DELIMITED BY SIZE
075800         WS-STU-GPA DELIMITED BY SIZE
075900         INTO AUDIT-RPT-RECORD
076000     END-STRING
076100     PERFORM 3800-WRITE-AUDIT-LINE THRU 3800-EXIT
076200     MOVE "R" TO WS-PASS-TYPE
076300     PERFORM 2400-CHECK-REQUIREMENT THRU 2400-EXIT
076400         VARYING WS-REQ-SUB FROM 1 BY 1
076500         UNTIL WS-REQ-SUB > WS-REQ-COUNT
076600     MOVE "E" TO WS-PASS-TYPE
076700     PERFORM 2400-CHECK-REQUIREMENT THRU 2400-EXIT
076800         VARYING WS-REQ-SUB FROM 1 BY 1
076900         UNTIL WS-REQ-SUB > WS-REQ-COUNT
077000     MOVE "T" TO WS-PASS-TYPE
077100     PERFORM 2400-CHECK-REQUIREMENT THRU 2400-EXIT
077200         VARYING WS-REQ-SUB FROM 1 BY 1
077300         UNTIL WS-REQ-SUB > WS-REQ-COUNT
077400     MOVE "G" TO WS-PASS-TYPE
077500     PERFORM 2400-CHECK-REQUIREMENT THRU 2400-EXIT
077600         VARYING WS-REQ-SUB FROM 1 BY 1
077700         UNTIL WS-REQ-SUB > WS-REQ-COUNT
077800     MOVE SPACES TO AUDIT-RPT-RECORD
077900     IF WS-STU-OUTSTANDING = ZERO
078000         MOVE "  ON TRACK" TO AUDIT-RPT-RECORD
078100         PERFORM 3800-WRITE-AUDIT-LINE THRU 3800-EXIT
078200         GO TO 2300-EXIT
078300     END-IF
078400     STRING "  *** NOT ON TRACK - " DELIMITED BY SIZE
078500         WS-STU-OUTSTANDING DELIMITED BY SIZE
078600         " REQUIREMENT(S) OUTSTANDING ***" DELIMITED BY SIZE
078700         INTO AUDIT-RPT-RECORD
078800     END-STRING
078900     PERFORM 3800-WRITE-AUDIT-LINE THRU 3800-EXIT
079000     ADD 1 TO WS-STUDENTS-NOT-ON-TRACK
079100     MOVE SPACES TO NOT-ON-TRACK-RPT-RECORD
079200     STRING "  " DELIMITED BY SIZE
079300         DM-STUDENT-ID DELIMITED BY SIZE
079400         " " DELIMITED BY SIZE
079500         WS-STU-NAME (1:30) DELIMITED BY SIZE
079600         " " DELIMITED BY SIZE
079700         WS-STU-OUTSTANDING DELIMITED BY SIZE
079800         "   " DELIMITED BY SIZE
079900         WS-STU-EARNED DELIMITED BY SIZE
080000         "    " DELIMITED BY SIZE
080100         WS-STU-GPA DELIMITED BY SIZE
080200         INTO NOT-ON-TRACK-RPT-RECORD
080300     END-STRING
080400     PERFORM 3850-WRITE-TRACK-LINE THRU 3850-EXIT
080500     .
080600 2300-EXIT.
080700     EXIT.
080800*-----------------------------------------------------------*
080900* 2350-TOTAL-ONE-ROW - FOLD ONE ROW INTO THE STUDENT'S       *
081000*                      EARNED, IN-PROGRESS, AND GPA TOTALS   *
081100*-----------------------------------------------------------*
081200 2350-TOTAL-ONE-ROW.
081300     IF ROW-IN-PROGRESS (WS-ROW-SUB)
081400         ADD WS-ROW-CREDITS (WS-ROW-SUB) TO WS-STU-IN-PROGRESS
081500         GO TO 2350-EXIT
081600     END-IF
081700     IF WS-ROW-LETTER (WS-ROW-SUB) NOT = "F"
081800         ADD WS-ROW-CREDITS (WS-ROW-SUB) TO WS-STU-EARNED
081900     END-IF
082000     IF WS-ROW-LETTER (WS-ROW-SUB) NOT = "P"
082050             AND NOT ROW-TRANSFER (WS-ROW-SUB)
082100         PERFORM 2360-GRADE-TO-POINTS THRU 2360-EXIT
082200         COMPUTE WS-STU-POINTS = WS-STU-POINTS
082300             + WS-QUALITY-POINTS * WS-ROW-CREDITS (WS-ROW-SUB)
082400         ADD WS-ROW-CREDITS (WS-ROW-SUB) TO WS-STU-GPA-CREDITS
082500     END-IF
082600     .
082700 2350-EXIT.
082800     EXIT.
082900*-----------------------------------------------------------*
083000* 2360-GRADE-TO-POINTS - LETTER GRADE TO QUALITY POINTS      *
083100*-----------------------------------------------------------*
083200 2360-GRADE-TO-POINTS.
083300     EVALUATE WS-ROW-LETTER (WS-ROW-SUB)
083400         WHEN "A"
083500             MOVE 4.0 TO WS-QUALITY-POINTS
083600         WHEN "B"
083700             MOVE 3.0 TO WS-QUALITY-POINTS
083800         WHEN "C"
083900             MOVE 2.0 TO WS-QUALITY-POINTS
084000         WHEN "D"
084100             MOVE 1.0 TO WS-QUALITY-POINTS
084200         WHEN OTHER
084300             MOVE 0.0 TO WS-QUALITY-POINTS
084400     END-EVALUATE
084500     .
084600 2360-EXIT.
084700     EXIT.
084800*-----------------------------------------------------------*
084900* 2400-CHECK-REQUIREMENT - ONE REQUIREMENT OF THE TYPE THIS  *
085000*                          PASS IS HANDLING                  *
085100*-----------------------------------------------------------*
085200 2400-CHECK-REQUIREMENT.
085300     IF WS-REQ-TYPE (WS-REQ-SUB) NOT = WS-PASS-TYPE
085400         GO TO 2400-EXIT
085500     END-IF
085600     EVALUATE WS-PASS-TYPE
085700         WHEN "R"
085800             PERFORM 2410-CHECK-REQUIRED-COURSE THRU 2410-EXIT
085900         WHEN "E"
086000             PERFORM 2420-CHECK-ELECTIVE THRU 2420-EXIT
086100         WHEN "T"
086200             PERFORM 2430-CHECK-TOTAL-CREDITS THRU 2430-EXIT
086300         WHEN "G"
086400             PERFORM 2440-CHECK-GPA THRU 2440-EXIT
086500     END-EVALUATE
086600     IF WS-REQ-RESULT = "OUTSTANDING"
086700         ADD 1 TO WS-STU-OUTSTANDING
086800     END-IF
086900     .
087000 2400-EXIT.
087100     EXIT.
087200*-----------------------------------------------------------*
087300* 2410-CHECK-REQUIRED-COURSE - MET BY AN UNUSED PASSING      *
087400*                              ATTEMPT AT THE MINIMUM LETTER *
087500*                              OR BETTER, IN PROGRESS WHEN   *
087600*                              THE STUDENT IS ENROLLED IN IT *
087700*-----------------------------------------------------------*
087800 2410-CHECK-REQUIRED-COURSE.
087900     MOVE ZERO TO WS-FOUND-SUB
088000     MOVE ZERO TO WS-PROGRESS-SUB
088100     MOVE 1 TO WS-MIN-RANK
088200     IF WS-REQ-MIN-LETTER (WS-REQ-SUB) NOT = SPACE
088300         MOVE WS-REQ-MIN-LETTER (WS-REQ-SUB) TO WS-RANK-LETTER
088400         PERFORM 2490-LETTER-TO-RANK THRU 2490-EXIT
088500         MOVE WS-RANK-VALUE TO WS-MIN-RANK
088600     END-IF
088700     PERFORM 2415-PROBE-REQUIRED-ROW THRU 2415-EXIT
088800         VARYING WS-ROW-SUB FROM 1 BY 1
088900         UNTIL WS-ROW-SUB > WS-ROW-COUNT
089000     MOVE SPACES TO AUDIT-RPT-RECORD
089100     EVALUATE TRUE
089200         WHEN WS-FOUND-SUB > ZERO
089300             MOVE "MET" TO WS-REQ-RESULT
089400             MOVE "Y" TO WS-ROW-USED-SW (WS-FOUND-SUB)
089500             STRING "  MET          " DELIMITED BY SIZE
089600                 WS-REQ-COURSE (WS-REQ-SUB) DELIMITED BY SIZE
089700                 " " DELIMITED BY SIZE
089800                 WS-REQ-DESCRIPTION (WS-REQ-SUB)
089900                     DELIMITED BY SIZE
090000                 "  GRADE " DELIMITED BY SIZE
090100                 WS-ROW-LETTER (WS-FOUND-SUB) DELIMITED BY SIZE
090200                 "  TERM " DELIMITED BY SIZE
090300                 WS-ROW-TERM (WS-FOUND-SUB) DELIMITED BY SIZE
090400                 INTO AUDIT-RPT-RECORD
090500             END-STRING
090600         WHEN WS-PROGRESS-SUB > ZERO
090700             MOVE "IN PROGRESS" TO WS-REQ-RESULT
090800             MOVE "Y" TO WS-ROW-USED-SW (WS-PROGRESS-SUB)
090900             STRING "  IN PROGRESS  " DELIMITED BY SIZE
091000                 WS-REQ-COURSE (WS-REQ-SUB) DELIMITED BY SIZE
091100                 " " DELIMITED BY SIZE
091200                 WS-REQ-DESCRIPTION (WS-REQ-SUB)
091300                     DELIMITED BY SIZE
091400                 "  TERM " DELIMITED BY SIZE
091500                 WS-ROW-TERM (WS-PROGRESS-SUB) DELIMITED BY SIZE
091600                 INTO AUDIT-RPT-RECORD
091700             END-STRING
091800         WHEN OTHER
091900             MOVE "OUTSTANDING" TO WS-REQ-RESULT
092000             STRING "  OUTSTANDING  " DELIMITED BY SIZE
092100                 WS-REQ-COURSE (WS-REQ-SUB) DELIMITED BY SIZE
092200                 " " DELIMITED BY SIZE
092300                 WS-REQ-DESCRIPTION (WS-REQ-SUB)
092400                     DELIMITED BY SIZE
092500                 "  MIN GRADE " DELIMITED BY SIZE
092600                 WS-REQ-MIN-LETTER (WS-REQ-SUB) DELIMITED BY SIZE
092700                 INTO AUDIT-RPT-RECORD
092800             END-STRING
092900     END-EVALUATE
093000     PERFORM 3800-WRITE-AUDIT-LINE THRU 3800-EXIT
093100     .
093200 2410-EXIT.
093300     EXIT.
093400*-----------------------------------------------------------*
093500* 2415-PROBE-REQUIRED-ROW - ONE ROW AGAINST THE REQUIRED     *
093600*                           COURSE; THE FIRST QUALIFYING     *
093700*                           PASS AND ENROLLMENT ARE KEPT     *
093800*-----------------------------------------------------------*
093900 2415-PROBE-REQUIRED-ROW.
094000     IF ROW-IS-USED (WS-ROW-SUB)
094100             OR WS-ROW-COURSE (WS-ROW-SUB)
094200                 NOT = WS-REQ-COURSE (WS-REQ-SUB)
094300         GO TO 2415-EXIT
094400     END-IF
094500     IF ROW-IN-PROGRESS (WS-ROW-SUB)
094600         IF WS-PROGRESS-SUB = ZERO
094700             MOVE WS-ROW-SUB TO WS-PROGRESS-SUB
094800         END-IF
094900         GO TO 2415-EXIT
095000     END-IF
095100     IF WS-ROW-LETTER (WS-ROW-SUB) = "F" OR WS-FOUND-SUB > ZERO
095200         GO TO 2415-EXIT
095300     END-IF
095320     IF ROW-TRANSFER (WS-ROW-SUB)
095340         MOVE WS-ROW-SUB TO WS-FOUND-SUB
095360         GO TO 2415-EXIT
095380     END-IF
095400     MOVE WS-ROW-LETTER (WS-ROW-SUB) TO WS-RANK-LETTER
095500     PERFORM 2490-LETTER-TO-RANK THRU 2490-EXIT
095600     IF WS-RANK-VALUE >= WS-MIN-RANK
095700         MOVE WS-ROW-SUB TO WS-FOUND-SUB
095800     END-IF
095900     .
096000 2415-EXIT.
096100     EXIT.
096200*-----------------------------------------------------------*
096300* 2420-CHECK-ELECTIVE - CREDITS FROM UNUSED PASSING ATTEMPTS *
096400*                       MATCHING THE PREFIX, TAKEN ONLY UNTIL *
096500*                       THE MINIMUM IS REACHED SO THE REST   *
096600*                       STAY FREE FOR LATER ELECTIVES; THEN  *
096700*                       CURRENT ENROLLMENTS THE SAME WAY     *
096800*-----------------------------------------------------------*
096900 2420-CHECK-ELECTIVE.
097000     MOVE ZERO TO WS-REQ-EARNED
097100     MOVE ZERO TO WS-REQ-PROGRESS
097200     PERFORM 2425-PROBE-ELECTIVE-ROW THRU 2425-EXIT
097300         VARYING WS-ROW-SUB FROM 1 BY 1
097400         UNTIL WS-ROW-SUB > WS-ROW-COUNT
097500     EVALUATE TRUE
097600         WHEN WS-REQ-EARNED >= WS-REQ-MIN-CREDITS (WS-REQ-SUB)
097700             MOVE "MET" TO WS-REQ-RESULT
097800         WHEN WS-REQ-EARNED + WS-REQ-PROGRESS
097900                 >= WS-REQ-MIN-CREDITS (WS-REQ-SUB)
098000             MOVE "IN PROGRESS" TO WS-REQ-RESULT
098100         WHEN OTHER
098200             MOVE "OUTSTANDING" TO WS-REQ-RESULT
098300     END-EVALUATE
098400     IF WS-REQ-PREFIX-LEN (WS-REQ-SUB) = ZERO
098500         MOVE "(ANY)" TO WS-PREFIX-TEXT
098600     ELSE
098700         MOVE WS-REQ-COURSE (WS-REQ-SUB) TO WS-PREFIX-TEXT
098800     END-IF
098900     MOVE SPACES TO AUDIT-RPT-RECORD
099000     STRING "  " DELIMITED BY SIZE
099100         WS-REQ-RESULT DELIMITED BY SIZE
099200         "  " DELIMITED BY SIZE
099300         WS-PREFIX-TEXT DELIMITED BY SIZE
099400         " " DELIMITED BY SIZE
099500         WS-REQ-DESCRIPTION (WS-REQ-SUB) DELIMITED BY SIZE
099600         "  " DELIMITED BY SIZE
099700         WS-REQ-EARNED DELIMITED BY SIZE
099800         " OF " DELIMITED BY SIZE
099900         WS-REQ-MIN-CREDITS (WS-REQ-SUB) DELIMITED BY SIZE
100000         " CR" DELIMITED BY SIZE
100100         INTO AUDIT-RPT-RECORD
100200     END-STRING
100300     PERFORM 3800-WRITE-AUDIT-LINE THRU 3800-EXIT
100400     .
100500 2420-EXIT.
100600     EXIT.
100700*-----------------------------------------------------------*
100800* 2425-PROBE-ELECTIVE-ROW - ONE ROW AGAINST THE ELECTIVE     *
100900*                           PREFIX                           *
101000*-----------------------------------------------------------*
101100 2425-PROBE-ELECTIVE-ROW.
101200     IF ROW-IS-USED (WS-ROW-SUB)
101300         GO TO 2425-EXIT
101400     END-IF
101500     IF WS-REQ-PREFIX-LEN (WS-REQ-SUB) > ZERO
101600         IF WS-ROW-COURSE (WS-ROW-SUB)
101700                 (1:WS-REQ-PREFIX-LEN (WS-REQ-SUB))
101800             NOT = WS-REQ-COURSE (WS-REQ-SUB)
101900                 (1:WS-REQ-PREFIX-LEN (WS-REQ-SUB))
102000             GO TO 2425-EXIT
102100         END-IF
102200     END-IF
102300     IF ROW-IN-PROGRESS (WS-ROW-SUB)
102400         IF WS-REQ-EARNED + WS-REQ-PROGRESS
102500                 < WS-REQ-MIN-CREDITS (WS-REQ-SUB)
102600             ADD WS-ROW-CREDITS (WS-ROW-SUB) TO WS-REQ-PROGRESS
102700             MOVE "Y" TO WS-ROW-USED-SW (WS-ROW-SUB)
102800         END-IF
102900         GO TO 2425-EXIT
103000     END-IF
103100     IF WS-ROW-LETTER (WS-ROW-SUB) NOT = "F"
103200             AND WS-REQ-EARNED < WS-REQ-MIN-CREDITS (WS-REQ-SUB)
103300         ADD WS-ROW-CREDITS (WS-ROW-SUB) TO WS-REQ-EARNED
103400         MOVE "Y" TO WS-ROW-USED-SW (WS-ROW-SUB)
103500     END-IF
103600     .
103700 2425-EXIT.
103800     EXIT.
103900*-----------------------------------------------------------*
104000* 2430-CHECK-TOTAL-CREDITS - ALL CREDITS EARNED AGAINST THE  *
104100*                            MINIMUM, CURRENT ENROLLMENTS    *
104200*                            COUNTING AS IN PROGRESS         *
104300*-----------------------------------------------------------*
104400 2430-CHECK-TOTAL-CREDITS.
104500     EVALUATE TRUE
104600         WHEN WS-STU-EARNED >= WS-REQ-MIN-CREDITS (WS-REQ-SUB)
104700             MOVE "MET" TO WS-REQ-RESULT
104800         WHEN WS-STU-EARNED + WS-STU-IN-PROGRESS
104900                 >= WS-REQ-MIN-CREDITS (WS-REQ-SUB)
105000             MOVE "IN PROGRESS" TO WS-REQ-RESULT
105100         WHEN OTHER
105200             MOVE "OUTSTANDING" TO WS-REQ-RESULT
105300     END-EVALUATE
105400     MOVE SPACES TO AUDIT-RPT-RECORD
105500     STRING "  " DELIMITED BY SIZE
105600         WS-REQ-RESULT DELIMITED BY SIZE
105700         "  TOTAL  " DELIMITED BY SIZE
105800         WS-REQ-DESCRIPTION (WS-REQ-SUB) DELIMITED BY SIZE
105900         "  " DELIMITED BY SIZE
106000         WS-STU-EARNED DELIMITED BY SIZE
106100         " OF " DELIMITED BY SIZE
106200         WS-REQ-MIN-CREDITS (WS-REQ-SUB) DELIMITED BY SIZE
106300         " CR" DELIMITED BY SIZE
106400         INTO AUDIT-RPT-RECORD
106500     END-STRING
106600     PERFORM 3800-WRITE-AUDIT-LINE THRU 3800-EXIT
106700     .
106800 2430-EXIT.
106900     EXIT.
107000*-----------------------------------------------------------*
107100* 2440-CHECK-GPA - CUMULATIVE GPA AGAINST THE MINIMUM; NO    *
107200*                  GRADED CREDITS YET IS IN PROGRESS, NOT    *
107300*                  A FAILURE                                 *
107400*-----------------------------------------------------------*
107500 2440-CHECK-GPA.
107600     EVALUATE TRUE
107700         WHEN WS-STU-GPA-CREDITS = ZERO
107800             MOVE "IN PROGRESS" TO WS-REQ-RESULT
107900         WHEN WS-STU-GPA >= WS-REQ-MIN-GPA (WS-REQ-SUB)
108000             MOVE "MET" TO WS-REQ-RESULT
108100         WHEN OTHER
108200             MOVE "OUTSTANDING" TO WS-REQ-RESULT
108300     END-EVALUATE
108400     MOVE SPACES TO AUDIT-RPT-RECORD
108500     STRING "  " DELIMITED BY SIZE
108600         WS-REQ-RESULT DELIMITED BY SIZE
108700         "  GPA    " DELIMITED BY SIZE
108800         WS-REQ-DESCRIPTION (WS-REQ-SUB) DELIMITED BY SIZE
108900         "  " DELIMITED BY SIZE
109000         WS-STU-GPA DELIMITED BY SIZE
109100         " VS " DELIMITED BY SIZE
109200         WS-REQ-MIN-GPA (WS-REQ-SUB) DELIMITED BY SIZE
109300         INTO AUDIT-RPT-RECORD
109400     END-STRING
109500     PERFORM 3800-WRITE-AUDIT-LINE THRU 3800-EXIT
109600     .
109700 2440-EXIT.
109800     EXIT.
109900*-----------------------------------------------------------*
110000* 2490-LETTER-TO-RANK - LETTER GRADE TO A COMPARABLE RANK    *
110100*                       (A=5 ... D=2, ANYTHING ELSE 1), THE  *
110200*                       SAME SCALE GETINPUT'S PREREQUISITE   *
110300*                       CHECK USES                           *
110400*-----------------------------------------------------------*
110500 2490-LETTER-TO-RANK.
110600     EVALUATE WS-RANK-LETTER
110700         WHEN "A"
110800             MOVE 5 TO WS-RANK-VALUE
110900         WHEN "B"
111000             MOVE 4 TO WS-RANK-VALUE
111100         WHEN "C"
111200             MOVE 3 TO WS-RANK-VALUE
111300         WHEN "D"
111400             MOVE 2 TO WS-RANK-VALUE
111500         WHEN OTHER
111600             MOVE 1 TO WS-RANK-VALUE
111700     END-EVALUATE
111800     .
111900 2490-EXIT.
112000     EXIT.
112100*-----------------------------------------------------------*
112200* 3800-WRITE-AUDIT-LINE - WRITE THE CURRENT AUDIT LINE       *
112300*-----------------------------------------------------------*
112400 3800-WRITE-AUDIT-LINE.
112500     WRITE AUDIT-RPT-RECORD
112600     MOVE "AUDIT-RPT" TO FSC-FILE-NAME
112700     MOVE "WRITE"     TO FSC-OPERATION
112800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
112800     ADD 1 TO FSC-STEP-RECORDS-OUT
112900     .
113000 3800-EXIT.
113100     EXIT.
113200*-----------------------------------------------------------*
113300* 3850-WRITE-TRACK-LINE - WRITE THE CURRENT NOT-ON-TRACK     *
113400*                         LINE                               *
113500*-----------------------------------------------------------*
113600 3850-WRITE-TRACK-LINE.
113700     WRITE NOT-ON-TRACK-RPT-RECORD
113800     MOVE "NOT-ON-TRACK-RPT" TO FSC-FILE-NAME
113900     MOVE "WRITE"            TO FSC-OPERATION
114000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
114100     .
114200 3850-EXIT.
114300     EXIT.
114400*-----------------------------------------------------------*
114500* 3900-TERMINATE - FOOT BOTH REPORTS AND CLOSE EVERYTHING    *
114600*-----------------------------------------------------------*
114700 3900-TERMINATE.
114800     MOVE SPACES TO AUDIT-RPT-RECORD
114900     PERFORM 3800-WRITE-AUDIT-LINE THRU 3800-EXIT
115000     MOVE SPACES TO AUDIT-RPT-RECORD
115100     STRING "STUDENTS AUDITED: " DELIMITED BY SIZE
115200         WS-STUDENTS-AUDITED DELIMITED BY SIZE
115300         "  NOT ON TRACK: " DELIMITED BY SIZE
115400         WS-STUDENTS-NOT-ON-TRACK DELIMITED BY SIZE
115500         "  INACTIVE SKIPPED: " DELIMITED BY SIZE
115600         WS-STUDENTS-INACTIVE DELIMITED BY SIZE
115700         INTO AUDIT-RPT-RECORD
115800     END-STRING
115900     PERFORM 3800-WRITE-AUDIT-LINE THRU 3800-EXIT
116000     IF COHORT-FILTER-ON
116100         MOVE SPACES TO AUDIT-RPT-RECORD
116200         STRING "OUTSIDE COHORT " DELIMITED BY SIZE
116300             WS-AUDIT-COHORT DELIMITED BY SIZE
116400             " SKIPPED: " DELIMITED BY SIZE
116500             WS-STUDENTS-OTHER-COHORT DELIMITED BY SIZE
116600             INTO AUDIT-RPT-RECORD
116700         END-STRING
116800         PERFORM 3800-WRITE-AUDIT-LINE THRU 3800-EXIT
116900     END-IF
117000     MOVE SPACES TO NOT-ON-TRACK-RPT-RECORD
117100     PERFORM 3850-WRITE-TRACK-LINE THRU 3850-EXIT
117200     MOVE SPACES TO NOT-ON-TRACK-RPT-RECORD
117300     STRING "STUDENTS NOT ON TRACK: " DELIMITED BY SIZE
117400         WS-STUDENTS-NOT-ON-TRACK DELIMITED BY SIZE
117500         " OF " DELIMITED BY SIZE
117600         WS-STUDENTS-AUDITED DELIMITED BY SIZE
117700         " AUDITED" DELIMITED BY SIZE
117800         INTO NOT-ON-TRACK-RPT-RECORD
117900     END-STRING
118000     PERFORM 3850-WRITE-TRACK-LINE THRU 3850-EXIT
118100     DISPLAY "GRADAUD - STUDENTS AUDITED: " WS-STUDENTS-AUDITED
118200         " NOT ON TRACK: " WS-STUDENTS-NOT-ON-TRACK
118300     IF NOT NOTHING-TO-AUDIT
118400         CLOSE ATTEMPT-SORTED
118500         MOVE "ATTEMPT-SORTED" TO FSC-FILE-NAME
118600         MOVE "CLOSE"          TO FSC-OPERATION
118700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
118800         CLOSE DEMOGRAPHIC-MASTER
118900         MOVE "DEMO-MASTER" TO FSC-FILE-NAME
119000         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
119100         IF NOT NO-SUPERSEDE-FILE
119200             CLOSE SUPERSEDE-REGISTER
119300             MOVE "SUPERSEDE-REG" TO FSC-FILE-NAME
119400             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
119500         END-IF
119600         IF CATALOG-IS-OPEN
119700             CLOSE COURSE-CATALOG
119800             MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
119900             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
120000         END-IF
120100         IF COHORT-FILTER-ON
120200             CLOSE STANDING-FILE
120300             MOVE "STANDING-FILE" TO FSC-FILE-NAME
120400             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
120500         END-IF
120600     END-IF
120700     CLOSE AUDIT-RPT
120800     MOVE "AUDIT-RPT" TO FSC-FILE-NAME
120900     MOVE "CLOSE"     TO FSC-OPERATION
121000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
121100     CLOSE NOT-ON-TRACK-RPT
121200     MOVE "NOT-ON-TRACK-RPT" TO FSC-FILE-NAME
121300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
121400     .
121500 3900-EXIT.
121600     EXIT.
121700     COPY "fscchk.cpy".
121800 END PROGRAM GRADAUD.
