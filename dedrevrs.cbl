000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DEDREVRS.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - DEDUCTION REVERSAL. TAKES     *
001300*                   THE DAY'S REVERSAL REQUESTS (DEDREV.CPY) *
001400*                   - AN ABSENCE EXCUSED AFTER ATTNFEED HAD  *
001500*                   ALREADY TAKEN THE POINTS, A LATE-WORK    *
001600*                   PENALTY WAIVED - AND FINDS EACH ONE'S    *
001700*                   ORIGINAL DEDUCTION ON THE RETAINED       *
001800*                   DEDUCTION-DETAIL HISTORY (DEDHIST) BY    *
001900*                   STUDENT, COURSE, REASON, AND DATE        *
002000*                   TAKEN. THE POINTS THE DEDUCTION TOOK     *
002100*                   (DD-BEFORE-SCORE LESS DD-AFTER-SCORE)    *
002200*                   GO BACK ON THE MASTER GRADE, THE LETTER  *
002300*                   GRADE IS DERIVED AGAIN FROM THE SAME     *
002400*                   GRDPOLCY CUTOFFS GETINPUT USES, AND THE  *
002500*                   CHANGE IS JOURNALED (OPERATOR            *
002600*                   "DEDREVRS", THE REQUESTER IN             *
002700*                   JR-AUTH-CODE), WRITTEN TO GRADE HISTORY  *
002800*                   AS A "V" POSTING, AND WRITTEN AS AN "R"  *
002900*                   DEDUCTION-DETAIL RECORD BOTH TO DEDHIST  *
003000*                   (SO THE SAME DEDUCTION CANNOT BE         *
003100*                   REVERSED TWICE) AND TO DEDREVD, WHICH    *
003200*                   THE NIGHTLY JOB SORTS IN WITH DEDDETL SO *
003300*                   DEDSTMT PRINTS THE REVERSAL UNDER THE    *
003400*                   ORIGINAL. A REQUEST IS REFUSED, AND      *
003500*                   LISTED AS SUCH ON THE DEDREVRP REPORT,   *
003600*                   WHEN IT HAS NO REQUESTER, THE DEDUCTION  *
003700*                   IS NOT ON DEDHIST OR IS ALREADY          *
003800*                   REVERSED, THE KEY IS ON GRADE HOLD OR    *
003900*                   NOT ON THE MASTER, THE GRADE IS NOT      *
004000*                   NUMERIC, OR THE GRADE HAS BEEN REPOSTED  *
004100*                   SINCE THE DEDUCTION (SR-POSTED-DATE      *
004200*                   MOVED) - THAT LAST ONE IS A HAND GRADE   *
004300*                   CHANGE, SINCE THE DEDUCTION MAY NO       *
004400*                   LONGER BE IN THE GRADE AT ALL. REFUSES   *
004500*                   TO RUN (RC=8) WHILE THE SYSSTAT          *
004600*                   INTERLOCK SAYS THE NIGHTLY LOAD OWNS THE *
004700*                   MASTER. RC=4 WHEN ANY REQUEST WAS        *
004800*                   REFUSED.                                 *
004900*-----------------------------------------------------------*
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT RUN-CONTROL ASSIGN TO RUNCTL
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FSC-STATUS-CODE.
005600     SELECT REVERSAL-FEED ASSIGN TO DEDREV
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FSC-STATUS-CODE.
005900     SELECT DEDUCTION-HISTORY ASSIGN TO DEDHIST
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS FSC-STATUS-CODE.
006200     SELECT DEDUCTION-HISTORY-OUT ASSIGN TO DEDHISTO
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FSC-STATUS-CODE.
006500     SELECT REVERSAL-DETAIL ASSIGN TO DEDREVD
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS FSC-STATUS-CODE.
006800     SELECT REVERSAL-RPT ASSIGN TO DEDREVRP
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FSC-STATUS-CODE.
007100     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS SR-MASTER-KEY OF STUDENT-MASTER-RECORD
007500         ALTERNATE RECORD KEY IS SR-FULL-NAME
007600             OF STUDENT-MASTER-RECORD WITH DUPLICATES
007700         FILE STATUS IS FSC-STATUS-CODE.
007800     SELECT GRADING-POLICY ASSIGN TO GRDPOLCY
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS FSC-STATUS-CODE.
008100     SELECT GRADE-HISTORY ASSIGN TO GRADHIST
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS FSC-STATUS-CODE.
008400     SELECT AUDIT-JOURNAL ASSIGN TO AUDITJRN
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS FSC-STATUS-CODE.
008700     SELECT SYSTEM-STATUS ASSIGN TO SYSSTAT
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS FSC-STATUS-CODE.
009000     SELECT HOLD-FILE ASSIGN TO HOLDFILE
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS HD-MASTER-KEY
009400         FILE STATUS IS FSC-STATUS-CODE.
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  RUN-CONTROL
009800     RECORD CONTAINS 32 CHARACTERS.
009900 01  RUN-CONTROL-RECORD.
010000     COPY "runctl.cpy".
010100 FD  REVERSAL-FEED
010200     RECORD CONTAINS 40 CHARACTERS.
010300 01  DEDUCTION-REVERSAL-RECORD.
010400     COPY "dedrev.cpy".
010500 FD  DEDUCTION-HISTORY
010600     RECORD CONTAINS 49 CHARACTERS.
010700 01  DEDUCTION-HISTORY-RECORD.
010800     COPY "dedrec.cpy".
010900 FD  DEDUCTION-HISTORY-OUT
011000     RECORD CONTAINS 49 CHARACTERS.
011100 01  DEDUCTION-HISTORY-OUT-RECORD   PIC X(49).
011200 FD  REVERSAL-DETAIL
011300     RECORD CONTAINS 49 CHARACTERS.
011400 01  REVERSAL-DETAIL-RECORD.
011500     COPY "dedrec.cpy".
011600 FD  REVERSAL-RPT
011700     RECORD CONTAINS 80 CHARACTERS.
011800 01  REVERSAL-RPT-RECORD           PIC X(80).
011900 FD  STUDENT-MASTER
012000     RECORD CONTAINS 97 CHARACTERS.
012100 01  STUDENT-MASTER-RECORD.
012200     COPY "studrec.cpy".
012300 FD  GRADING-POLICY
012400     RECORD CONTAINS 32 CHARACTERS.
012500 01  GRADING-POLICY-RECORD.
012600     COPY "grdpol.cpy".
012700 FD  GRADE-HISTORY
012800     RECORD CONTAINS 34 CHARACTERS.
012900 01  GRADE-HISTORY-RECORD.
013000     COPY "gradhist.cpy".
013100 FD  AUDIT-JOURNAL
013200     RECORD CONTAINS 240 CHARACTERS.
013300 01  AUDIT-JOURNAL-RECORD.
013400     COPY "audjrnl.cpy".
013500 FD  SYSTEM-STATUS
013600     RECORD CONTAINS 23 CHARACTERS.
013700 01  SYSTEM-STATUS-RECORD.
013800     COPY "sysstat.cpy".
013900 FD  HOLD-FILE
014000     RECORD CONTAINS 66 CHARACTERS.
014100 01  GRADE-HOLD-RECORD.
014200     COPY "holdrec.cpy".
014300 WORKING-STORAGE SECTION.
014400 01  WS-SWITCHES.
014500     05  WS-EOF-SW                 PIC X(01)  VALUE "N".
014600         88  END-OF-FILE                      VALUE "Y".
014700     05  WS-HISTORY-EOF-SW         PIC X(01)  VALUE "N".
014800         88  HISTORY-EOF                      VALUE "Y".
014900     05  WS-POLICY-EOF-SW          PIC X(01)  VALUE "N".
015000         88  POLICY-EOF                       VALUE "Y".
015100     05  WS-POLICY-FOUND-SW        PIC X(01)  VALUE "N".
015200         88  COURSE-POLICY-FOUND              VALUE "Y".
015300     05  WS-MASTER-OPEN-SW         PIC X(01)  VALUE "N".
015400         88  MASTER-IS-OPEN                   VALUE "Y".
015500     05  WS-HOLDS-OPEN-SW          PIC X(01)  VALUE "N".
015600         88  HOLDS-ARE-OPEN                   VALUE "Y".
015700     05  WS-KEY-HELD-SW            PIC X(01)  VALUE "N".
015800         88  KEY-IS-HELD                      VALUE "Y".
015900 01  WS-RUN-STAMP.
016000     05  WS-RUN-DATE               PIC X(08)  VALUE SPACES.
016100     05  WS-RUN-TIME.
016200         10  WS-RUN-TIME-HHMMSS    PIC X(06).
016300         10  FILLER                PIC X(02).
016400 01  WS-POSTING-CYCLE              PIC X(01)  VALUE "F".
016500 01  WS-JOURNAL-CONTROLS.
016600     05  WS-JR-ACTION              PIC X(08).
016700     05  WS-BEFORE-IMAGE           PIC X(97).
016800     05  WS-JR-SEQUENCE            PIC 9(07)  VALUE ZERO.
016900 01  WS-COUNTERS.
017000     05  WS-REQUESTS-READ          PIC 9(05)  VALUE ZERO.
017100     05  WS-REVERSED               PIC 9(05)  VALUE ZERO.
017200     05  WS-REFUSED                PIC 9(05)  VALUE ZERO.
017300     05  WS-HISTORY-READ           PIC 9(07)  VALUE ZERO.
017400 01  WS-REVERSAL-WORK.
017500     05  WS-POINTS-BACK            PIC S9(03)V9.
017600     05  WS-RESTORED-GRADE         PIC S9(04)V9.
017700     05  WS-PRIOR-GRADE            PIC 9(03)V9.
017800     05  WS-PRIOR-LETTER           PIC X(01).
017900     05  WS-NEW-SCORE              PIC 9(03)V9.
018000     05  WS-RESULT-TEXT            PIC X(40).
018100 01  WS-HISTORY-KEY.
018200     05  WS-HK-STUDENT-ID          PIC X(08).
018300     05  WS-HK-COURSE-CODE         PIC X(06).
018400     05  WS-HK-REASON-CODE         PIC X(02).
018500     05  WS-HK-DEDUCTION-DATE      PIC X(08).
018600 77  WS-REQUEST-MAX                PIC 9(04)  COMP VALUE 500.
018700 77  WS-RQ-SUB                     PIC 9(04)  COMP.
018800 77  WS-RQ-DUP                     PIC 9(04)  COMP.
018900 01  WS-REQUEST-TABLE.
019000     05  WS-REQUEST-COUNT          PIC 9(04)  COMP VALUE ZERO.
019100     05  WS-REQUEST-ENTRY OCCURS 500 TIMES.
019200         10  WS-RQ-KEY.
019300             15  WS-RQ-STUDENT-ID  PIC X(08).
019400             15  WS-RQ-COURSE-CODE PIC X(06).
019500             15  WS-RQ-REASON-CODE PIC X(02).
019600             15  WS-RQ-DEDUCTION-DATE
019700                                   PIC X(08).
019800         10  WS-RQ-REQUESTED-BY    PIC X(08).
019900         10  WS-RQ-FOUND-SW        PIC X(01).
020000             88  RQ-DEDUCTION-FOUND           VALUE "Y".
020100         10  WS-RQ-REVERSED-SW     PIC X(01).
020200             88  RQ-ALREADY-REVERSED          VALUE "Y".
020300         10  WS-RQ-AMOUNT          PIC 9(03)V9.
020400         10  WS-RQ-BEFORE-SCORE    PIC 9(03)V9.
020500         10  WS-RQ-AFTER-SCORE     PIC 9(03)V9.
020600 01  WS-POLICY-CONTROLS.
020700     05  WS-POL-SUB                PIC 9(03)  COMP.
020800     05  WS-POL-HIT                PIC 9(03)  COMP.
020900 77  WS-POLICY-MAX                 PIC 9(03)  COMP VALUE 300.
021000 01  WS-POLICY-TABLE.
021100     05  WS-POLICY-COUNT           PIC 9(03)  COMP VALUE ZERO.
021200     05  WS-POLICY-ENTRY OCCURS 300 TIMES.
021300         10  WS-POL-COURSE         PIC X(06).
021400         10  WS-POL-SCHEME         PIC X(01).
021500         10  WS-POL-CUT-A          PIC 9(03)V9.
021600         10  WS-POL-CUT-B          PIC 9(03)V9.
021700         10  WS-POL-CUT-C          PIC 9(03)V9.
021800         10  WS-POL-CUT-D          PIC 9(03)V9.
021900         10  WS-POL-PASS           PIC 9(03)V9.
022000 01  FSC-CONTROLS.
022100     COPY "fscctl.cpy".
022200 PROCEDURE DIVISION.
022300*-----------------------------------------------------------*
022400* 0000-MAINLINE                                              *
022500*-----------------------------------------------------------*
022600 0000-MAINLINE.
022700     MOVE "DEDREVRS" TO FSC-STEP-PROGRAM
022800     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023000     PERFORM 2000-APPLY-REVERSAL THRU 2000-EXIT
023100         VARYING WS-RQ-SUB FROM 1 BY 1
023200         UNTIL WS-RQ-SUB > WS-REQUEST-COUNT
023300     PERFORM 3000-TERMINATE THRU 3000-EXIT
023400     MOVE WS-REQUESTS-READ TO FSC-STEP-RECORDS-IN
023500     MOVE WS-REVERSED      TO FSC-STEP-RECORDS-OUT
023600     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
023700     GOBACK.
023800*-----------------------------------------------------------*
023900* 1000-INITIALIZE - RUN DATE, INTERLOCK, THE REQUESTS AND    *
024000*                   THEIR DEDUCTIONS; THE MASTER AND THE     *
024100*                   JOURNALS ARE ONLY OPENED WHEN THERE IS   *
024200*                   SOMETHING TO REVERSE                     *
024300*-----------------------------------------------------------*
024400 1000-INITIALIZE.
024500     PERFORM 1900-READ-RUN-CONTROL THRU 1900-EXIT
024600     IF WS-RUN-DATE = SPACES
024700         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
024800     END-IF
024900     ACCEPT WS-RUN-TIME FROM TIME
025000     PERFORM 1100-CHECK-INTERLOCK THRU 1100-EXIT
025100     OPEN OUTPUT REVERSAL-RPT
025200     MOVE "REVERSAL-RPT" TO FSC-FILE-NAME
025300     MOVE "OPEN"         TO FSC-OPERATION
025400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
025500     MOVE SPACES TO REVERSAL-RPT-RECORD
025600     STRING "DEDREVRS - DEDUCTION REVERSALS - " DELIMITED BY SIZE
025700         WS-RUN-DATE DELIMITED BY SIZE
025800         INTO REVERSAL-RPT-RECORD
025900     END-STRING
026000     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
026100     MOVE SPACES TO REVERSAL-RPT-RECORD
026200     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
026300     MOVE "  STUDENT  COURSE  RS  TAKEN     RESULT"
026400         TO REVERSAL-RPT-RECORD
026500     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
026600     OPEN OUTPUT REVERSAL-DETAIL
026700     MOVE "REVERSAL-DETAIL" TO FSC-FILE-NAME
026800     MOVE "OPEN"            TO FSC-OPERATION
026900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
027000     PERFORM 1200-LOAD-REQUESTS THRU 1200-EXIT
027100     IF WS-REQUEST-COUNT = ZERO
027200         DISPLAY "DEDREVRS - NO REVERSAL REQUESTS - NOTHING TO DO"
027300         GO TO 1000-EXIT
027400     END-IF
027500     PERFORM 1300-SCAN-DEDUCTION-HISTORY THRU 1300-EXIT
027600     PERFORM 1400-LOAD-GRADING-POLICY THRU 1400-EXIT
027700     OPEN I-O STUDENT-MASTER
027800     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
027900     MOVE "OPEN"           TO FSC-OPERATION
028000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
028100     SET MASTER-IS-OPEN TO TRUE
028200     OPEN EXTEND DEDUCTION-HISTORY-OUT
028300     IF FSC-STATUS-CODE = "35"
028400         OPEN OUTPUT DEDUCTION-HISTORY-OUT
028500     END-IF
028600     MOVE "DEDHIST-OUT" TO FSC-FILE-NAME
028700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
028800     OPEN EXTEND GRADE-HISTORY
028900     IF FSC-STATUS-CODE = "35"
029000         OPEN OUTPUT GRADE-HISTORY
029100     END-IF
029200     MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
029300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029400     OPEN EXTEND AUDIT-JOURNAL
029500     IF FSC-STATUS-CODE = "35"
029600         OPEN OUTPUT AUDIT-JOURNAL
029700     END-IF
029800     MOVE "AUDIT-JOURNAL" TO FSC-FILE-NAME
029900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
030000     MOVE "RUNOPEN" TO WS-JR-ACTION
030100     PERFORM 2750-WRITE-RUN-MARKER THRU 2750-EXIT
030200     OPEN INPUT HOLD-FILE
030300     IF FSC-STATUS-CODE = "35"
030400         CONTINUE
030500     ELSE
030600         MOVE "HOLD-FILE" TO FSC-FILE-NAME
030700         MOVE "OPEN"      TO FSC-OPERATION
030800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
030900         SET HOLDS-ARE-OPEN TO TRUE
031000     END-IF
031100     .
031200 1000-EXIT.
031300     EXIT.
031400*-----------------------------------------------------------*
031500* 1100-CHECK-INTERLOCK - REFUSE TO RUN WHILE THE NIGHTLY LOAD*
031600*                        OWNS THE MASTER; NO SYSSTAT DD MEANS*
031700*                        NO INTERLOCK                        *
031800*-----------------------------------------------------------*
031900 1100-CHECK-INTERLOCK.
032000     OPEN INPUT SYSTEM-STATUS
032100     IF FSC-STATUS-CODE = "35"
032200         GO TO 1100-EXIT
032300     END-IF
032400     MOVE "SYSTEM-STATUS" TO FSC-FILE-NAME
032500     MOVE "OPEN"          TO FSC-OPERATION
032600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
032700     READ SYSTEM-STATUS
032800         AT END CONTINUE
032900     END-READ
033000     IF FSC-STATUS-CODE = "00" AND SS-MASTER-BATCH
033100         DISPLAY "DEDREVRS - THE NIGHTLY LOAD OWNS THE "
033200             "MASTER (SET " SS-SET-DATE " " SS-SET-TIME
033300             " BY " SS-SET-JOB ") - REVERSALS REFUSED"
033400         DISPLAY "DEDREVRS - IF THAT JOB CRASHED, CLEAR THE "
033500             "FLAG THROUGH MAIN-MENU'S OVERRIDE AND RERUN"
033600         MOVE 8 TO RETURN-CODE
033700         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
033800         STOP RUN
033900     END-IF
034000     CLOSE SYSTEM-STATUS
034100     MOVE "CLOSE" TO FSC-OPERATION
034200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
034300     .
034400 1100-EXIT.
034500     EXIT.
034600*-----------------------------------------------------------*
034700* 1200-LOAD-REQUESTS - THE WHOLE REVERSAL FEED INTO THE      *
034800*                      REQUEST TABLE; NO DEDREV DD MEANS NO  *
034900*                      REQUESTS                              *
035000*-----------------------------------------------------------*
035100 1200-LOAD-REQUESTS.
035200     OPEN INPUT REVERSAL-FEED
035300     IF FSC-STATUS-CODE = "35"
035400         GO TO 1200-EXIT
035500     END-IF
035600     MOVE "REVERSAL-FEED" TO FSC-FILE-NAME
035700     MOVE "OPEN"          TO FSC-OPERATION
035800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035900     PERFORM 1210-LOAD-ONE-REQUEST THRU 1210-EXIT
036000         UNTIL END-OF-FILE
036100     CLOSE REVERSAL-FEED
036200     MOVE "REVERSAL-FEED" TO FSC-FILE-NAME
036300     MOVE "CLOSE"         TO FSC-OPERATION
036400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
036500     .
036600 1200-EXIT.
036700     EXIT.
036800*-----------------------------------------------------------*
036900* 1210-LOAD-ONE-REQUEST - ONE REQUEST INTO THE TABLE; A FULL *
037000*                         TABLE ABENDS SO THE FEED IS KEPT   *
037100*                         FOR A RERUN INSTEAD OF EMPTIED     *
037200*                         WITH REQUESTS UNREAD               *
037300*-----------------------------------------------------------*
037400 1210-LOAD-ONE-REQUEST.
037500     READ REVERSAL-FEED
037600         AT END
037700             SET END-OF-FILE TO TRUE
037800             GO TO 1210-EXIT
037900     END-READ
038000     MOVE "REVERSAL-FEED" TO FSC-FILE-NAME
038100     MOVE "READ"          TO FSC-OPERATION
038200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
038300     IF RV-REVERSAL-KEY = SPACES
038400         GO TO 1210-EXIT
038500     END-IF
038600     ADD 1 TO WS-REQUESTS-READ
038700     IF WS-REQUEST-COUNT >= WS-REQUEST-MAX
038800         DISPLAY "DEDREVRS - REVERSAL REQUEST TABLE FULL AT "
038900             WS-REQUEST-MAX " ENTRIES - ENLARGE THE TABLE"
039000         MOVE 16 TO RETURN-CODE
039100         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
039200         STOP RUN
039300     END-IF
039400     ADD 1 TO WS-REQUEST-COUNT
039500     MOVE RV-REVERSAL-KEY TO WS-RQ-KEY (WS-REQUEST-COUNT)
039600     MOVE RV-REQUESTED-BY
039700         TO WS-RQ-REQUESTED-BY (WS-REQUEST-COUNT)
039800     MOVE "N"  TO WS-RQ-FOUND-SW (WS-REQUEST-COUNT)
039900     MOVE "N"  TO WS-RQ-REVERSED-SW (WS-REQUEST-COUNT)
040000     MOVE ZERO TO WS-RQ-AMOUNT (WS-REQUEST-COUNT)
040100     MOVE ZERO TO WS-RQ-BEFORE-SCORE (WS-REQUEST-COUNT)
040200     MOVE ZERO TO WS-RQ-AFTER-SCORE (WS-REQUEST-COUNT)
040300     .
040400 1210-EXIT.
040500     EXIT.
040600*-----------------------------------------------------------*
040700* 1300-SCAN-DEDUCTION-HISTORY - ONE PASS OF THE RETAINED     *
040800*                               DEDUCTION DETAIL, MATCHING   *
040900*                               EVERY RECORD AGAINST EVERY   *
041000*                               REQUEST; NO DEDHIST DD LEAVES*
041100*                               EVERY REQUEST UNMATCHED      *
041200*-----------------------------------------------------------*
041300 1300-SCAN-DEDUCTION-HISTORY.
041400     OPEN INPUT DEDUCTION-HISTORY
041500     IF FSC-STATUS-CODE = "35"
041600         DISPLAY "DEDREVRS - NO DEDHIST DD - NO DEDUCTION CAN "
041700             "BE FOUND TO REVERSE"
041800         GO TO 1300-EXIT
041900     END-IF
042000     MOVE "DEDUCTION-HIST" TO FSC-FILE-NAME
042100     MOVE "OPEN"           TO FSC-OPERATION
042200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
042300     PERFORM 1310-SCAN-ONE-DEDUCTION THRU 1310-EXIT
042400         UNTIL HISTORY-EOF
042500     CLOSE DEDUCTION-HISTORY
042600     MOVE "DEDUCTION-HIST" TO FSC-FILE-NAME
042700     MOVE "CLOSE"          TO FSC-OPERATION
042800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
042900     DISPLAY "DEDREVRS - DEDUCTION HISTORY RECORDS SCANNED: "
043000         WS-HISTORY-READ
043100     .
043200 1300-EXIT.
043300     EXIT.
043400*-----------------------------------------------------------*
043500* 1310-SCAN-ONE-DEDUCTION - READ ONE HISTORY RECORD AND TRY  *
043600*                           IT AGAINST THE REQUEST TABLE     *
043700*-----------------------------------------------------------*
043800 1310-SCAN-ONE-DEDUCTION.
043900     READ DEDUCTION-HISTORY
044000         AT END
044100             SET HISTORY-EOF TO TRUE
044200             GO TO 1310-EXIT
044300     END-READ
044400     MOVE "DEDUCTION-HIST" TO FSC-FILE-NAME
044500     MOVE "READ"           TO FSC-OPERATION
044600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
044700     ADD 1 TO WS-HISTORY-READ
044800     MOVE DD-STUDENT-ID OF DEDUCTION-HISTORY-RECORD
044900         TO WS-HK-STUDENT-ID
045000     MOVE DD-COURSE-CODE OF DEDUCTION-HISTORY-RECORD
045100         TO WS-HK-COURSE-CODE
045200     MOVE DD-REASON-CODE OF DEDUCTION-HISTORY-RECORD
045300         TO WS-HK-REASON-CODE
045400     MOVE DD-DEDUCTION-DATE OF DEDUCTION-HISTORY-RECORD
045500         TO WS-HK-DEDUCTION-DATE
045600     PERFORM 1320-MATCH-ONE-REQUEST THRU 1320-EXIT
045700         VARYING WS-RQ-SUB FROM 1 BY 1
045800         UNTIL WS-RQ-SUB > WS-REQUEST-COUNT
045900     .
046000 1310-EXIT.
046100     EXIT.
046200*-----------------------------------------------------------*
046300* 1320-MATCH-ONE-REQUEST - A REVERSAL RECORD FOR THE KEY     *
046400*                          MEANS IT WAS ALREADY REVERSED; THE*
046500*                          FIRST DEDUCTION RECORD FOR THE KEY*
046600*                          SUPPLIES THE POINTS TO PUT BACK   *
046700*-----------------------------------------------------------*
046800 1320-MATCH-ONE-REQUEST.
046900     IF WS-RQ-KEY (WS-RQ-SUB) NOT = WS-HISTORY-KEY
047000         GO TO 1320-EXIT
047100     END-IF
047200     IF DD-ENTRY-REVERSAL OF DEDUCTION-HISTORY-RECORD
047300         MOVE "Y" TO WS-RQ-REVERSED-SW (WS-RQ-SUB)
047400         GO TO 1320-EXIT
047500     END-IF
047600     IF RQ-DEDUCTION-FOUND (WS-RQ-SUB)
047700         GO TO 1320-EXIT
047800     END-IF
047900     MOVE "Y" TO WS-RQ-FOUND-SW (WS-RQ-SUB)
048000     MOVE DD-DEDUCTION-AMT OF DEDUCTION-HISTORY-RECORD
048100         TO WS-RQ-AMOUNT (WS-RQ-SUB)
048200     MOVE DD-BEFORE-SCORE OF DEDUCTION-HISTORY-RECORD
048300         TO WS-RQ-BEFORE-SCORE (WS-RQ-SUB)
048400     MOVE DD-AFTER-SCORE OF DEDUCTION-HISTORY-RECORD
048500         TO WS-RQ-AFTER-SCORE (WS-RQ-SUB)
048600     .
048700 1320-EXIT.
048800     EXIT.
048900*-----------------------------------------------------------*
049000* 1400-LOAD-GRADING-POLICY - THE PER-COURSE CUTOFFS GETINPUT *
049100*                            GRADES WITH; NO GRDPOLCY DD     *
049200*                            MEANS THE COMPILED DEFAULTS     *
049300*-----------------------------------------------------------*
049400 1400-LOAD-GRADING-POLICY.
049500     OPEN INPUT GRADING-POLICY
049600     IF FSC-STATUS-CODE = "35"
049700         GO TO 1400-EXIT
049800     END-IF
049900     MOVE "GRADING-POLICY" TO FSC-FILE-NAME
050000     MOVE "OPEN"           TO FSC-OPERATION
050100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
050200     PERFORM 1410-LOAD-ONE-POLICY THRU 1410-EXIT
050300         UNTIL POLICY-EOF
050400     CLOSE GRADING-POLICY
050500     MOVE "GRADING-POLICY" TO FSC-FILE-NAME
050600     MOVE "CLOSE"          TO FSC-OPERATION
050700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
050800     .
050900 1400-EXIT.
051000     EXIT.
051100*-----------------------------------------------------------*
051200* 1410-LOAD-ONE-POLICY - ONE POLICY CARD INTO THE TABLE; A   *
051300*                        FULL TABLE ABENDS RATHER THAN       *
051400*                        GRADING ON THE WRONG RULES          *
051500*-----------------------------------------------------------*
051600 1410-LOAD-ONE-POLICY.
051700     READ GRADING-POLICY
051800         AT END
051900             SET POLICY-EOF TO TRUE
052000             GO TO 1410-EXIT
052100     END-READ
052200     MOVE "GRADING-POLICY" TO FSC-FILE-NAME
052300     MOVE "READ"           TO FSC-OPERATION
052400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
052500     IF WS-POLICY-COUNT >= WS-POLICY-MAX
052600         DISPLAY "DEDREVRS - GRADING POLICY TABLE FULL AT "
052700             WS-POLICY-MAX " ENTRIES - ENLARGE THE TABLE"
052800         MOVE 16 TO RETURN-CODE
052900         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
053000         STOP RUN
053100     END-IF
053200     ADD 1 TO WS-POLICY-COUNT
053300     MOVE GP-COURSE-CODE      TO WS-POL-COURSE (WS-POLICY-COUNT)
053400     MOVE GP-GRADE-SCHEME     TO WS-POL-SCHEME (WS-POLICY-COUNT)
053500     MOVE GP-CUTOFF-A         TO WS-POL-CUT-A (WS-POLICY-COUNT)
053600     MOVE GP-CUTOFF-B         TO WS-POL-CUT-B (WS-POLICY-COUNT)
053700     MOVE GP-CUTOFF-C         TO WS-POL-CUT-C (WS-POLICY-COUNT)
053800     MOVE GP-CUTOFF-D         TO WS-POL-CUT-D (WS-POLICY-COUNT)
053900     MOVE GP-PASS-CUTOFF      TO WS-POL-PASS (WS-POLICY-COUNT)
054000     .
054100 1410-EXIT.
054200     EXIT.
054300*-----------------------------------------------------------*
054400* 1900-READ-RUN-CONTROL - PICK UP THE SHARED RUN DATE AND    *
054500*                         POSTING CYCLE; A MISSING RUNCTL DD *
054600*                         IS NOT AN ERROR                    *
054700*-----------------------------------------------------------*
054800 1900-READ-RUN-CONTROL.
054900     OPEN INPUT RUN-CONTROL
055000     IF FSC-STATUS-CODE = "35"
055100         GO TO 1900-EXIT
055200     END-IF
055300     MOVE "RUN-CONTROL" TO FSC-FILE-NAME
055400     MOVE "OPEN"        TO FSC-OPERATION
055500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055600     READ RUN-CONTROL
055700         AT END
055800             CLOSE RUN-CONTROL
055900             GO TO 1900-EXIT
056000     END-READ
056100     MOVE "READ" TO FSC-OPERATION
056200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
056300     MOVE RC-RUN-DATE TO WS-RUN-DATE
056400     IF RC-CYCLE-PROGRESS
056500         MOVE "P" TO WS-POSTING-CYCLE
056600     END-IF
056700     CLOSE RUN-CONTROL
056800     MOVE "CLOSE" TO FSC-OPERATION
056900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
057000     .
057100 1900-EXIT.
057200     EXIT.
057300*-----------------------------------------------------------*
057400* 2000-APPLY-REVERSAL - ONE REQUEST: REFUSE IT, OR PUT THE   *
057500*                       DEDUCTED POINTS BACK ON THE MASTER   *
057600*-----------------------------------------------------------*
057700 2000-APPLY-REVERSAL.
057800     MOVE SPACES TO WS-RESULT-TEXT
057900     IF WS-RQ-REQUESTED-BY (WS-RQ-SUB) = SPACES
058000         MOVE "REFUSED - NO REQUESTER" TO WS-RESULT-TEXT
058100         GO TO 2000-REFUSED
058200     END-IF
058300     IF NOT RQ-DEDUCTION-FOUND (WS-RQ-SUB)
058400         MOVE "REFUSED - DEDUCTION NOT ON DEDHIST"
058500             TO WS-RESULT-TEXT
058600         GO TO 2000-REFUSED
058700     END-IF
058800     IF RQ-ALREADY-REVERSED (WS-RQ-SUB)
058900         MOVE "REFUSED - ALREADY REVERSED" TO WS-RESULT-TEXT
059000         GO TO 2000-REFUSED
059100     END-IF
059200     PERFORM 2900-CHECK-HOLD THRU 2900-EXIT
059300     IF KEY-IS-HELD
059400         MOVE "REFUSED - KEY ON GRADE HOLD" TO WS-RESULT-TEXT
059500         GO TO 2000-REFUSED
059600     END-IF
059700     MOVE WS-RQ-STUDENT-ID (WS-RQ-SUB)
059800         TO SR-STUDENT-ID OF STUDENT-MASTER-RECORD
059900     MOVE WS-RQ-COURSE-CODE (WS-RQ-SUB)
060000         TO SR-COURSE-CODE OF STUDENT-MASTER-RECORD
060100     READ STUDENT-MASTER
060200         INVALID KEY CONTINUE
060300     END-READ
060400     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
060500     MOVE "READ"           TO FSC-OPERATION
060600     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
060700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
060800     END-IF
060900     IF FSC-STATUS-CODE = "23"
061000         MOVE "REFUSED - NOT ON STUDENT MASTER" TO WS-RESULT-TEXT
061100         GO TO 2000-REFUSED
061200     END-IF
061300     IF NOT SR-GRADE-NUMERIC OF STUDENT-MASTER-RECORD
061400         MOVE "REFUSED - GRADE NOT NUMERIC" TO WS-RESULT-TEXT
061500         GO TO 2000-REFUSED
061600     END-IF
061700     IF SR-POSTED-DATE OF STUDENT-MASTER-RECORD
061800             NOT = WS-RQ-DEDUCTION-DATE (WS-RQ-SUB)
061900         MOVE "REFUSED - REPOSTED SINCE - CHANGE BY HAND"
062000             TO WS-RESULT-TEXT
062100         GO TO 2000-REFUSED
062200     END-IF
062300     PERFORM 2100-RESTORE-GRADE THRU 2100-EXIT
062400     ADD 1 TO WS-REVERSED
062500     STRING "REVERSED - SCORE NOW " DELIMITED BY SIZE
062600         WS-NEW-SCORE DELIMITED BY SIZE
062700         " (" DELIMITED BY SIZE
062800         SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
062900             DELIMITED BY SIZE
063000         ")" DELIMITED BY SIZE
063100         INTO WS-RESULT-TEXT
063200     END-STRING
063300     PERFORM 2800-WRITE-RESULT-LINE THRU 2800-EXIT
063400     GO TO 2000-EXIT
063500     .
063600 2000-REFUSED.
063700     ADD 1 TO WS-REFUSED
063800     PERFORM 2800-WRITE-RESULT-LINE THRU 2800-EXIT
063900     .
064000 2000-EXIT.
064100     EXIT.
064200*-----------------------------------------------------------*
064300* 2100-RESTORE-GRADE - ADD THE POINTS THE DEDUCTION TOOK BACK*
064400*                      ONTO THE GRADE AS IT STANDS (SO A     *
064500*                      CURVE APPLIED AFTER THE DEDUCTION IS  *
064600*                      KEPT), DERIVE THE LETTER AGAIN, AND   *
064700*                      RECORD THE CHANGE EVERYWHERE          *
064800*-----------------------------------------------------------*
064900 2100-RESTORE-GRADE.
065000     MOVE STUDENT-MASTER-RECORD TO WS-BEFORE-IMAGE
065100     MOVE SR-GRADE OF STUDENT-MASTER-RECORD TO WS-PRIOR-GRADE
065200     MOVE SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
065300         TO WS-PRIOR-LETTER
065400     COMPUTE WS-POINTS-BACK =
065500         WS-RQ-BEFORE-SCORE (WS-RQ-SUB)
065600         - WS-RQ-AFTER-SCORE (WS-RQ-SUB)
065700     COMPUTE WS-RESTORED-GRADE =
065800         SR-GRADE OF STUDENT-MASTER-RECORD + WS-POINTS-BACK
065900     IF WS-RESTORED-GRADE > 100.0
066000         MOVE 100.0 TO WS-RESTORED-GRADE
066100     END-IF
066200     IF WS-RESTORED-GRADE < 0
066300         MOVE 0 TO WS-RESTORED-GRADE
066400     END-IF
066500     MOVE WS-RESTORED-GRADE TO WS-NEW-SCORE
066600     MOVE WS-NEW-SCORE TO SR-GRADE OF STUDENT-MASTER-RECORD
066700     PERFORM 2200-DERIVE-LETTER-GRADE THRU 2200-EXIT
066800     REWRITE STUDENT-MASTER-RECORD
066900     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
067000     MOVE "REWRITE"        TO FSC-OPERATION
067100     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
067200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
067300     END-IF
067400     MOVE "REWRITE" TO WS-JR-ACTION
067500     PERFORM 2700-WRITE-AUDIT-JOURNAL THRU 2700-EXIT
067600     PERFORM 2600-WRITE-GRADE-HISTORY THRU 2600-EXIT
067700     PERFORM 2650-WRITE-REVERSAL-DETAIL THRU 2650-EXIT
067800     PERFORM 2150-MARK-DUPLICATE THRU 2150-EXIT
067900         VARYING WS-RQ-DUP FROM WS-RQ-SUB BY 1
068000         UNTIL WS-RQ-DUP > WS-REQUEST-COUNT
068100     .
068200 2100-EXIT.
068300     EXIT.
068400*-----------------------------------------------------------*
068500* 2150-MARK-DUPLICATE - A LATER REQUEST FOR THE SAME         *
068600*                       DEDUCTION IN THE SAME FEED IS NOW    *
068700*                       ALREADY REVERSED                     *
068800*-----------------------------------------------------------*
068900 2150-MARK-DUPLICATE.
069000     IF WS-RQ-DUP NOT = WS-RQ-SUB
069100         AND WS-RQ-KEY (WS-RQ-DUP) = WS-RQ-KEY (WS-RQ-SUB)
069200         MOVE "Y" TO WS-RQ-REVERSED-SW (WS-RQ-DUP)
069300     END-IF
069400     .
069500 2150-EXIT.
069600     EXIT.
069700*-----------------------------------------------------------*
069800* 2200-DERIVE-LETTER-GRADE - THE SAME CUTOFFS GETINPUT USES: *
069900*                            THE COURSE'S GRDPOLCY ENTRY     *
070000*                            WHEN THERE IS ONE, ELSE THE     *
070100*                            COMPILED 90/80/70/60 SCALE      *
070200*-----------------------------------------------------------*
070300 2200-DERIVE-LETTER-GRADE.
070400     MOVE "N" TO WS-POLICY-FOUND-SW
070500     PERFORM 2210-PROBE-ONE-POLICY THRU 2210-EXIT
070600         VARYING WS-POL-SUB FROM 1 BY 1
070700         UNTIL WS-POL-SUB > WS-POLICY-COUNT
070800             OR COURSE-POLICY-FOUND
070900     IF COURSE-POLICY-FOUND
071000         IF WS-POL-SCHEME (WS-POL-HIT) = "P"
071100             IF SR-GRADE OF STUDENT-MASTER-RECORD
071200                     >= WS-POL-PASS (WS-POL-HIT)
071300                 MOVE "P"
071400                     TO SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
071500             ELSE
071600                 MOVE "F"
071700                     TO SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
071800             END-IF
071900         ELSE
072000             EVALUATE TRUE
072100                 WHEN SR-GRADE OF STUDENT-MASTER-RECORD
072200                         >= WS-POL-CUT-A (WS-POL-HIT)
072300                     MOVE "A" TO SR-LETTER-GRADE
072400                         OF STUDENT-MASTER-RECORD
072500                 WHEN SR-GRADE OF STUDENT-MASTER-RECORD
072600                         >= WS-POL-CUT-B (WS-POL-HIT)
072700                     MOVE "B" TO SR-LETTER-GRADE
072800                         OF STUDENT-MASTER-RECORD
072900                 WHEN SR-GRADE OF STUDENT-MASTER-RECORD
073000                         >= WS-POL-CUT-C (WS-POL-HIT)
073100                     MOVE "C" TO SR-LETTER-GRADE
073200                         OF STUDENT-MASTER-RECORD
073300                 WHEN SR-GRADE OF STUDENT-MASTER-RECORD
073400                         >= WS-POL-CUT-D (WS-POL-HIT)
073500                     MOVE "D" TO SR-LETTER-GRADE
073600                         OF STUDENT-MASTER-RECORD
073700                 WHEN OTHER
073800                     MOVE "F" TO SR-LETTER-GRADE
073900                         OF STUDENT-MASTER-RECORD
074000             END-EVALUATE
074100         END-IF
074200         GO TO 2200-EXIT
074300     END-IF
074400     EVALUATE TRUE
074500         WHEN SR-GRADE OF STUDENT-MASTER-RECORD >= 90.0
074600             MOVE "A" TO SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
074700         WHEN SR-GRADE OF STUDENT-MASTER-RECORD >= 80.0
074800             MOVE "B" TO SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
074900         WHEN SR-GRADE OF STUDENT-MASTER-RECORD >= 70.0
075000             MOVE "C" TO SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
075100         WHEN SR-GRADE OF STUDENT-MASTER-RECORD >= 60.0
075200             MOVE "D" TO SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
075300         WHEN OTHER
075400             MOVE "F" TO SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
075500     END-EVALUATE
075600     .
075700 2200-EXIT.
075800     EXIT.
075900*-----------------------------------------------------------*
076000* 2210-PROBE-ONE-POLICY - IS THIS TABLE ENTRY FOR THE MASTER *
076100*                         RECORD'S COURSE                    *
076200*-----------------------------------------------------------*
076300 2210-PROBE-ONE-POLICY.
076400     IF WS-POL-COURSE (WS-POL-SUB)
076500             = SR-COURSE-CODE OF STUDENT-MASTER-RECORD
076600         SET COURSE-POLICY-FOUND TO TRUE
076700         MOVE WS-POL-SUB TO WS-POL-HIT
076800     END-IF
076900     .
077000 2210-EXIT.
077100     EXIT.
077200*-----------------------------------------------------------*
077300* 2600-WRITE-GRADE-HISTORY - A "V" POSTING CARRYING THE GRADE*
077400*                            BEFORE AND AFTER THE REVERSAL   *
077500*-----------------------------------------------------------*
077600 2600-WRITE-GRADE-HISTORY.
077700     MOVE SR-STUDENT-ID OF STUDENT-MASTER-RECORD  TO GH-STUDENT-ID
077800     MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
077900         TO GH-COURSE-CODE
078000     MOVE WS-PRIOR-GRADE   TO GH-PRIOR-GRADE
078100     MOVE WS-PRIOR-LETTER  TO GH-PRIOR-LETTER
078200     MOVE SR-GRADE OF STUDENT-MASTER-RECORD TO GH-NEW-GRADE
078300     MOVE SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
078400         TO GH-NEW-LETTER
078500     MOVE WS-RUN-DATE      TO GH-RUN-DATE
078600     SET GH-DEDUCTION-REVERSAL TO TRUE
078700     MOVE WS-POSTING-CYCLE TO GH-CYCLE
078800     WRITE GRADE-HISTORY-RECORD
078900     MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
079000     MOVE "WRITE"         TO FSC-OPERATION
079100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
079200     .
079300 2600-EXIT.
079400     EXIT.
079500*-----------------------------------------------------------*
079600* 2650-WRITE-REVERSAL-DETAIL - AN "R" DEDUCTION-DETAIL RECORD*
079700*                              CARRYING THE ORIGINAL'S       *
079800*                              FIELDS, TO DEDREVD FOR THE    *
079900*                              STATEMENT AND STRAIGHT ONTO   *
080000*                              DEDHIST SO A RERUN CANNOT PUT *
080100*                              THE SAME POINTS BACK TWICE    *
080200*-----------------------------------------------------------*
080300 2650-WRITE-REVERSAL-DETAIL.
080400     MOVE WS-RQ-STUDENT-ID (WS-RQ-SUB)
080500         TO DD-STUDENT-ID OF REVERSAL-DETAIL-RECORD
080600     MOVE WS-RQ-COURSE-CODE (WS-RQ-SUB)
080700         TO DD-COURSE-CODE OF REVERSAL-DETAIL-RECORD
080800     MOVE WS-RQ-AMOUNT (WS-RQ-SUB)
080900         TO DD-DEDUCTION-AMT OF REVERSAL-DETAIL-RECORD
081000     MOVE WS-RQ-REASON-CODE (WS-RQ-SUB)
081100         TO DD-REASON-CODE OF REVERSAL-DETAIL-RECORD
081200     MOVE WS-RQ-BEFORE-SCORE (WS-RQ-SUB)
081300         TO DD-BEFORE-SCORE OF REVERSAL-DETAIL-RECORD
081400     MOVE WS-RQ-AFTER-SCORE (WS-RQ-SUB)
081500         TO DD-AFTER-SCORE OF REVERSAL-DETAIL-RECORD
081600     MOVE "R" TO DD-ENTRY-TYPE OF REVERSAL-DETAIL-RECORD
081700     MOVE WS-RQ-DEDUCTION-DATE (WS-RQ-SUB)
081800         TO DD-DEDUCTION-DATE OF REVERSAL-DETAIL-RECORD
081900     MOVE WS-RUN-DATE
082000         TO DD-REVERSAL-DATE OF REVERSAL-DETAIL-RECORD
082100     MOVE WS-NEW-SCORE
082200         TO DD-RESTORED-SCORE OF REVERSAL-DETAIL-RECORD
082300     WRITE REVERSAL-DETAIL-RECORD
082400     MOVE "REVERSAL-DETAIL" TO FSC-FILE-NAME
082500     MOVE "WRITE"           TO FSC-OPERATION
082600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
082700     MOVE REVERSAL-DETAIL-RECORD TO DEDUCTION-HISTORY-OUT-RECORD
082800     WRITE DEDUCTION-HISTORY-OUT-RECORD
082900     MOVE "DEDHIST-OUT" TO FSC-FILE-NAME
083000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
083100     .
083200 2650-EXIT.
083300     EXIT.
083400*-----------------------------------------------------------*
083500* 2700-WRITE-AUDIT-JOURNAL - SAME BEFORE/AFTER JOURNALING AS *
083600*                            THE NIGHTLY LOAD, STAMPED WITH  *
083700*                            THIS PROGRAM'S NAME AND THE     *
083800*                            REQUESTER AS AUTHORIZER         *
083900*-----------------------------------------------------------*
084000 2700-WRITE-AUDIT-JOURNAL.
084100     MOVE WS-RUN-DATE        TO JR-RUN-DATE
084200     MOVE WS-RUN-TIME-HHMMSS TO JR-RUN-TIME
084300     MOVE "DEDREVRS"         TO JR-OPERATOR-ID
084400     MOVE WS-RQ-REQUESTED-BY (WS-RQ-SUB) TO JR-AUTH-CODE
084500     MOVE WS-JR-ACTION       TO JR-ACTION
084600     MOVE WS-BEFORE-IMAGE    TO JR-BEFORE-IMAGE
084700     MOVE STUDENT-MASTER-RECORD TO JR-AFTER-IMAGE
084800     MOVE SPACE TO JR-LATE-AUTH-FLAG
084900     ADD 1 TO WS-JR-SEQUENCE
085000     MOVE WS-JR-SEQUENCE TO JR-RUN-SEQUENCE
085100     WRITE AUDIT-JOURNAL-RECORD
085200     MOVE "AUDIT-JOURNAL" TO FSC-FILE-NAME
085300     MOVE "WRITE"         TO FSC-OPERATION
085400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
085500     .
085600 2700-EXIT.
085700     EXIT.
085800*-----------------------------------------------------------*
085900* 2750-WRITE-RUN-MARKER - ONE RUNOPEN OR RUNCLOSE JOURNAL    *
086000*                         RECORD (ACTION IN WS-JR-ACTION)    *
086100*                         BRACKETING THE RUN'S JOURNAL       *
086200*                         RECORDS                            *
086300*-----------------------------------------------------------*
086400 2750-WRITE-RUN-MARKER.
086500     MOVE WS-RUN-DATE        TO JR-RUN-DATE
086600     MOVE WS-RUN-TIME-HHMMSS TO JR-RUN-TIME
086700     MOVE "DEDREVRS"         TO JR-OPERATOR-ID
086800     MOVE SPACES             TO JR-AUTH-CODE
086900     MOVE WS-JR-ACTION       TO JR-ACTION
087000     MOVE SPACES             TO JR-BEFORE-IMAGE
087100     MOVE SPACES             TO JR-AFTER-IMAGE
087200     MOVE SPACE              TO JR-LATE-AUTH-FLAG
087300     ADD 1 TO WS-JR-SEQUENCE
087400     MOVE WS-JR-SEQUENCE     TO JR-RUN-SEQUENCE
087500     WRITE AUDIT-JOURNAL-RECORD
087600     MOVE "AUDIT-JOURNAL" TO FSC-FILE-NAME
087700     MOVE "WRITE"         TO FSC-OPERATION
087800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
087900     .
088000 2750-EXIT.
088100     EXIT.
088200*-----------------------------------------------------------*
088300* 2800-WRITE-RESULT-LINE - ONE REPORT LINE PER REQUEST WITH  *
088400*                          WHAT BECAME OF IT                 *
088500*-----------------------------------------------------------*
088600 2800-WRITE-RESULT-LINE.
088700     MOVE SPACES TO REVERSAL-RPT-RECORD
088800     STRING "  " DELIMITED BY SIZE
088900         WS-RQ-STUDENT-ID (WS-RQ-SUB) DELIMITED BY SIZE
089000         " " DELIMITED BY SIZE
089100         WS-RQ-COURSE-CODE (WS-RQ-SUB) DELIMITED BY SIZE
089200         "  " DELIMITED BY SIZE
089300         WS-RQ-REASON-CODE (WS-RQ-SUB) DELIMITED BY SIZE
089400         "  " DELIMITED BY SIZE
089500         WS-RQ-DEDUCTION-DATE (WS-RQ-SUB) DELIMITED BY SIZE
089600         "  " DELIMITED BY SIZE
089700         WS-RESULT-TEXT DELIMITED BY SIZE
089800         INTO REVERSAL-RPT-RECORD
089900     END-STRING
090000     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
090100     .
090200 2800-EXIT.
090300     EXIT.
090400*-----------------------------------------------------------*
090500* 2850-WRITE-REPORT-LINE - WRITE THE CURRENT REPORT LINE     *
090600*-----------------------------------------------------------*
090700 2850-WRITE-REPORT-LINE.
090800     WRITE REVERSAL-RPT-RECORD
090900     MOVE "REVERSAL-RPT" TO FSC-FILE-NAME
091000     MOVE "WRITE"        TO FSC-OPERATION
091100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
091200     .
091300 2850-EXIT.
091400     EXIT.
091500*-----------------------------------------------------------*
091600* 2900-CHECK-HOLD - IS THE REQUEST'S KEY FROZEN BY AN APPEAL *
091700*                   HOLD                                     *
091800*-----------------------------------------------------------*
091900 2900-CHECK-HOLD.
092000     MOVE "N" TO WS-KEY-HELD-SW
092100     IF NOT HOLDS-ARE-OPEN
092200         GO TO 2900-EXIT
092300     END-IF
092400     MOVE WS-RQ-STUDENT-ID (WS-RQ-SUB)  TO HD-STUDENT-ID
092500     MOVE WS-RQ-COURSE-CODE (WS-RQ-SUB) TO HD-COURSE-CODE
092600     READ HOLD-FILE
092700         INVALID KEY
092800             GO TO 2900-EXIT
092900     END-READ
093000     MOVE "HOLD-FILE" TO FSC-FILE-NAME
093100     MOVE "READ"      TO FSC-OPERATION
093200     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
093300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
093400     END-IF
093500     IF FSC-STATUS-CODE = "00"
093600         SET KEY-IS-HELD TO TRUE
093700     END-IF
093800     .
093900 2900-EXIT.
094000     EXIT.
094100*-----------------------------------------------------------*
094200* 3000-TERMINATE - TOTALS, RETURN CODE, CLOSE EVERYTHING     *
094300*-----------------------------------------------------------*
094400 3000-TERMINATE.
094500     MOVE SPACES TO REVERSAL-RPT-RECORD
094600     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
094700     MOVE SPACES TO REVERSAL-RPT-RECORD
094800     STRING "REQUESTS: " DELIMITED BY SIZE
094900         WS-REQUESTS-READ DELIMITED BY SIZE
095000         "  REVERSED: " DELIMITED BY SIZE
095100         WS-REVERSED DELIMITED BY SIZE
095200         "  REFUSED: " DELIMITED BY SIZE
095300         WS-REFUSED DELIMITED BY SIZE
095400         INTO REVERSAL-RPT-RECORD
095500     END-STRING
095600     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
095700     DISPLAY "DEDREVRS - REQUESTS: " WS-REQUESTS-READ
095800         " REVERSED: " WS-REVERSED " REFUSED: " WS-REFUSED
095900     IF WS-REFUSED > ZERO
096000         MOVE 4 TO RETURN-CODE
096100     END-IF
096200     IF MASTER-IS-OPEN
096300         CLOSE STUDENT-MASTER
096400         MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
096500         MOVE "CLOSE"          TO FSC-OPERATION
096600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
096700         CLOSE DEDUCTION-HISTORY-OUT
096800         MOVE "DEDHIST-OUT" TO FSC-FILE-NAME
096900         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
097000         CLOSE GRADE-HISTORY
097100         MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
097200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
097300         MOVE "RUNCLOSE" TO WS-JR-ACTION
097400         PERFORM 2750-WRITE-RUN-MARKER THRU 2750-EXIT
097500         CLOSE AUDIT-JOURNAL
097600         MOVE "AUDIT-JOURNAL" TO FSC-FILE-NAME
097700         MOVE "CLOSE"         TO FSC-OPERATION
097800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
097900     END-IF
098000     IF HOLDS-ARE-OPEN
098100         CLOSE HOLD-FILE
098200         MOVE "HOLD-FILE" TO FSC-FILE-NAME
098300         MOVE "CLOSE"     TO FSC-OPERATION
098400         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
098500     END-IF
098600     CLOSE REVERSAL-DETAIL
098700     MOVE "REVERSAL-DETAIL" TO FSC-FILE-NAME
098800     MOVE "CLOSE"           TO FSC-OPERATION
098900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
099000     CLOSE REVERSAL-RPT
099100     MOVE "REVERSAL-RPT" TO FSC-FILE-NAME
099200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
099300     .
099400 3000-EXIT.
099500     EXIT.
099600     COPY "fscchk.cpy".
099700 END PROGRAM DEDREVRS.
