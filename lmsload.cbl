000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LMSLOAD.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - LMS GRADEBOOK LOAD. READS THE *
001300*                   LMS'S COMMA-DELIMITED GRADEBOOK EXPORT   *
001400*                   (REG.DAILY.LMSGRADE) - A HEADING ROW,    *
001500*                   THEN ONE ROW PER STUDENT: LMS COURSE ID, *
001600*                   STUDENT ID, HOMEWORK, MIDTERM AND FINAL  *
001700*                   SCORES AS 0-100 WITH UP TO TWO DECIMAL   *
001800*                   PLACES. THE LMS COURSE ID IS MAPPED TO   *
001900*                   ITS CRSCAT COURSE AND COMPONENT WEIGHTS  *
002000*                   THROUGH THE LMSMAP TABLE (LMSMAP.CPY) AND*
002100*                   EACH ROW BECOMES A STUDENT-TRANS RECORD  *
002200*                   ON LMSFEED CARRYING THE THREE SCORES, THE*
002300*                   WEIGHTS AND TR-COMPONENT-FLAG "Y", SO    *
002400*                   GETINPUT BLENDS THE GRADE EXACTLY AS IT  *
002500*                   DOES FOR GRDENTRY. LIKE GRDENTRY, A KEY  *
002600*                   THAT ALREADY HAS A REAL GRADE GOES OUT AS*
002700*                   A "G" GRADE CHANGE AND AN ENROLLMENT OR  *
002800*                   INCOMPLETE AS A "C". LMSFEED ENDS WITH   *
002900*                   THE USUAL COUNT-AND-GRADE-HASH CONTROL   *
003000*                   TRAILER AND RIDES THE NIGHT'S SORTTRN    *
003100*                   CONCATENATION. A ROW THAT CANNOT BE      *
003200*                   MAPPED OR CONVERTED IS LISTED WITH ITS   *
003300*                   REASON ON LMSRPT AND SETS RETURN CODE 4. *
003400*-----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RUN-CONTROL ASSIGN TO RUNCTL
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FSC-STATUS-CODE.
004100     SELECT LMS-EXPORT ASSIGN TO LMSGRADE
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FSC-STATUS-CODE.
004400     SELECT LMS-MAPPING ASSIGN TO LMSMAP
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FSC-STATUS-CODE.
004700     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS SR-MASTER-KEY OF STUDENT-MASTER-RECORD
005100         ALTERNATE RECORD KEY IS SR-FULL-NAME
005200             OF STUDENT-MASTER-RECORD WITH DUPLICATES
005300         FILE STATUS IS FSC-STATUS-CODE.
005400     SELECT LMS-FEED ASSIGN TO LMSFEED
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS FSC-STATUS-CODE.
005700     SELECT LMS-RPT ASSIGN TO LMSRPT
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FSC-STATUS-CODE.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  RUN-CONTROL
006300     RECORD CONTAINS 32 CHARACTERS.
006400 01  RUN-CONTROL-RECORD.
006500     COPY "runctl.cpy".
006600 FD  LMS-EXPORT
006700     RECORD CONTAINS 200 CHARACTERS.
006800 01  LMS-EXPORT-RECORD             PIC X(200).
006900 FD  LMS-MAPPING
007000     RECORD CONTAINS 50 CHARACTERS.
007100 01  LMS-MAPPING-RECORD.
007200     COPY "lmsmap.cpy".
007300 FD  STUDENT-MASTER
007400     RECORD CONTAINS 97 CHARACTERS.
007500 01  STUDENT-MASTER-RECORD.
007600     COPY "studrec.cpy".
007700 FD  LMS-FEED
007800     RECORD CONTAINS 132 CHARACTERS.
007900 01  LMS-FEED-RECORD.
008000     COPY "studrec.cpy".
008100     COPY "stutran.cpy".
008200 01  LMS-TRAILER-RECORD.
008300     05  LTR-RECORD-COUNT      PIC 9(07).
008400     05  LTR-GRADE-HASH        PIC 9(11)V9.
008500     05  FILLER                PIC X(31).
008600     05  LTR-TRAILER-KEY       PIC X(14).
008700     05  FILLER                PIC X(33).
008800     05  LTR-MAINT-CODE        PIC X(01).
008900     05  FILLER                PIC X(34).
009000 FD  LMS-RPT
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  LMS-RPT-RECORD                PIC X(80).
009300 WORKING-STORAGE SECTION.
009400 01  WS-SWITCHES.
009500     05  WS-EOF-SW                 PIC X(01)  VALUE "N".
009600         88  END-OF-FILE                      VALUE "Y".
009700     05  WS-MAP-EOF-SW             PIC X(01)  VALUE "N".
009800         88  MAPPING-EOF                      VALUE "Y".
009900     05  WS-NO-EXPORT-SW           PIC X(01)  VALUE "N".
010000         88  NO-EXPORT-FILE                   VALUE "Y".
010100     05  WS-HEADING-SW             PIC X(01)  VALUE "Y".
010200         88  HEADING-PENDING                  VALUE "Y".
010300     05  WS-SC-VALID-SW            PIC X(01)  VALUE "N".
010400         88  SCORE-IS-VALID                   VALUE "Y".
010500 01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
010600 01  WS-COUNTERS.
010700     05  WS-ROWS-READ              PIC 9(05)  VALUE ZERO.
010800     05  WS-CONVERTED              PIC 9(05)  VALUE ZERO.
010900     05  WS-REFUSED                PIC 9(05)  VALUE ZERO.
011000     05  WS-GRADE-HASH             PIC 9(11)V9  VALUE ZERO.
011100 01  WS-EXPORT-FIELDS.
011200     05  WS-LX-COURSE-ID           PIC X(20).
011300     05  WS-LX-STUDENT-ID          PIC X(08).
011400     05  WS-LX-HOMEWORK            PIC X(10).
011500     05  WS-LX-MIDTERM             PIC X(10).
011600     05  WS-LX-FINAL               PIC X(10).
011700     05  WS-LX-EXTRA               PIC X(10).
011800 77  WS-LX-FIELDS                  PIC 9(02)  COMP.
011900 77  WS-LX-STUDENT-LEN             PIC 9(03)  COMP.
012000 01  WS-ROW-WORK.
012100     05  WS-RESULT-TEXT            PIC X(32).
012200     05  WS-HOMEWORK-SCORE         PIC 9(03)V9.
012300     05  WS-MIDTERM-SCORE          PIC 9(03)V9.
012400     05  WS-FINAL-SCORE            PIC 9(03)V9.
012500     05  WS-NEW-GRADE              PIC 9(03)V9.
012600     05  WS-WEIGHT-TOTAL           PIC 9(04).
012700 01  WS-SCORE-WORK.
012800     05  WS-SC-TEXT                PIC X(10).
012900     05  WS-SC-SCORE               PIC 9(03)V9.
013000     05  WS-SC-TOKEN               PIC X(10).
013100     05  WS-SC-REST                PIC X(10).
013200     05  WS-SC-DIGITS.
013300         10  WS-SC-WHOLE           PIC X(03)  JUSTIFIED RIGHT.
013400         10  WS-SC-FRACTION        PIC X(02).
013500     05  WS-SC-NUMBER REDEFINES WS-SC-DIGITS
013600                                   PIC 9(03)V99.
013700 77  WS-SC-WHOLE-LEN               PIC 9(03)  COMP.
013800 77  WS-SC-FRACTION-LEN            PIC 9(03)  COMP.
013900 77  WS-MAP-MAX                    PIC 9(04)  COMP VALUE 500.
014000 77  WS-MP-SUB                     PIC 9(04)  COMP.
014100 77  WS-MP-HIT                     PIC 9(04)  COMP.
014200 01  WS-MAPPING-TABLE.
014300     05  WS-MAP-COUNT              PIC 9(04)  COMP VALUE ZERO.
014400     05  WS-MAP-ENTRY OCCURS 500 TIMES.
014500         10  WS-MP-LMS-ID          PIC X(20).
014600         10  WS-MP-COURSE          PIC X(06).
014700         10  WS-MP-HOMEWORK-WEIGHT PIC 9(03).
014800         10  WS-MP-MIDTERM-WEIGHT  PIC 9(03).
014900         10  WS-MP-FINAL-WEIGHT    PIC 9(03).
015000         10  WS-MP-WEIGHTS-SW      PIC X(01).
015100             88  MP-WEIGHTS-VALID             VALUE "Y".
015200 77  WS-POSTED-MAX                 PIC 9(04)  COMP VALUE 3000.
015300 77  WS-PS-SUB                     PIC 9(04)  COMP.
015400 01  WS-POSTED-TABLE.
015500     05  WS-POSTED-COUNT           PIC 9(04)  COMP VALUE ZERO.
015600     05  WS-POSTED-KEY OCCURS 3000 TIMES
015700                                   PIC X(14).
015800 01  WS-POSTED-SW                  PIC X(01)  VALUE "N".
015900     88  KEY-ALREADY-POSTED                   VALUE "Y".
016000 01  WS-FEED-KEY.
016100     05  WS-FK-STUDENT-ID          PIC X(08).
016200     05  WS-FK-COURSE-CODE         PIC X(06).
016300 01  WS-ROW-NUMBER                 PIC 9(05)  VALUE ZERO.
016400 01  FSC-CONTROLS.
016500     COPY "fscctl.cpy".
016600 PROCEDURE DIVISION.
016700*-----------------------------------------------------------*
016800* 0000-MAINLINE                                              *
016900*-----------------------------------------------------------*
017000 0000-MAINLINE.
017100     MOVE "LMSLOAD" TO FSC-STEP-PROGRAM
017200     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017400     IF NOT NO-EXPORT-FILE
017500         PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
017600             UNTIL END-OF-FILE
017700     END-IF
017800     PERFORM 3000-TERMINATE THRU 3000-EXIT
017900     MOVE WS-ROWS-READ TO FSC-STEP-RECORDS-IN
018000     MOVE WS-CONVERTED TO FSC-STEP-RECORDS-OUT
018100     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
018200     GOBACK.
018300*-----------------------------------------------------------*
018400* 1000-INITIALIZE - RUN DATE, THE MAPPING TABLE, THE MASTER, *
018500*                   AND THE OUTPUTS; THE FEED IS WRITTEN     *
018600*                   (WITH ITS TRAILER) EVEN ON A NIGHT WITH  *
018700*                   NO EXPORT SO SORTTRN ALWAYS HAS IT TO    *
018800*                   READ                                     *
018900*-----------------------------------------------------------*
019000 1000-INITIALIZE.
019100     PERFORM 1900-READ-RUN-CONTROL THRU 1900-EXIT
019200     IF WS-RUN-DATE = SPACES
019300         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
019400     END-IF
019500     OPEN OUTPUT LMS-RPT
019600     MOVE "LMS-RPT" TO FSC-FILE-NAME
019700     MOVE "OPEN"    TO FSC-OPERATION
019800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
019900     MOVE SPACES TO LMS-RPT-RECORD
020000     STRING "LMSLOAD - LMS GRADEBOOK ROWS NOT LOADED - "
020100             DELIMITED BY SIZE
020200         WS-RUN-DATE DELIMITED BY SIZE
020300         INTO LMS-RPT-RECORD
020400     END-STRING
020500     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
020600     MOVE SPACES TO LMS-RPT-RECORD
020700     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
020800     MOVE "  ROW    LMS COURSE ID        STUDENT   REASON"
020900         TO LMS-RPT-RECORD
021000     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
021100     OPEN OUTPUT LMS-FEED
021200     MOVE "LMS-FEED" TO FSC-FILE-NAME
021300     MOVE "OPEN"     TO FSC-OPERATION
021400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
021500     OPEN INPUT LMS-EXPORT
021600     IF FSC-STATUS-CODE = "35"
021700         SET NO-EXPORT-FILE TO TRUE
021800         DISPLAY "LMSLOAD - NO LMSGRADE DD - NOTHING TO DO"
021900         GO TO 1000-EXIT
022000     END-IF
022100     MOVE "LMS-EXPORT" TO FSC-FILE-NAME
022200     MOVE "OPEN"       TO FSC-OPERATION
022300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022400     PERFORM 1200-LOAD-MAPPINGS THRU 1200-EXIT
022500     OPEN INPUT STUDENT-MASTER
022600     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
022700     MOVE "OPEN"           TO FSC-OPERATION
022800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022900     PERFORM 2100-READ-ROW THRU 2100-EXIT
023000     .
023100 1000-EXIT.
023200     EXIT.
023300*-----------------------------------------------------------*
023400* 1200-LOAD-MAPPINGS - THE WHOLE LMSMAP TABLE INTO STORAGE;  *
023500*                      NO LMSMAP DD LEAVES IT EMPTY, SO      *
023600*                      EVERY ROW IS REFUSED                  *
023700*-----------------------------------------------------------*
023800 1200-LOAD-MAPPINGS.
023900     OPEN INPUT LMS-MAPPING
024000     IF FSC-STATUS-CODE = "35"
024100         DISPLAY "LMSLOAD - NO LMSMAP DD - NO ROW CAN BE "
024200             "MAPPED"
024300         GO TO 1200-EXIT
024400     END-IF
024500     MOVE "LMS-MAPPING" TO FSC-FILE-NAME
024600     MOVE "OPEN"        TO FSC-OPERATION
024700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
024800     PERFORM 1210-LOAD-ONE-MAPPING THRU 1210-EXIT
024900         UNTIL MAPPING-EOF
025000     CLOSE LMS-MAPPING
025100     MOVE "LMS-MAPPING" TO FSC-FILE-NAME
025200     MOVE "CLOSE"       TO FSC-OPERATION
025300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
025400     DISPLAY "LMSLOAD - COURSE MAPPINGS LOADED: " WS-MAP-COUNT
025500     .
025600 1200-EXIT.
025700     EXIT.
025800*-----------------------------------------------------------*
025900* 1210-LOAD-ONE-MAPPING - ONE MAPPING CARD INTO STORAGE. A   *
026000*                         CARD WHOSE WEIGHTS DO NOT SUM TO   *
026100*                         100 IS KEPT, FLAGGED, SO ITS ROWS  *
026200*                         ARE REPORTED RATHER THAN LOST; A   *
026300*                         FULL TABLE ABENDS                  *
026400*-----------------------------------------------------------*
026500 1210-LOAD-ONE-MAPPING.
026600     READ LMS-MAPPING
026700         AT END
026800             SET MAPPING-EOF TO TRUE
026900             GO TO 1210-EXIT
027000     END-READ
027100     MOVE "LMS-MAPPING" TO FSC-FILE-NAME
027200     MOVE "READ"        TO FSC-OPERATION
027300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
027400     IF LM-LMS-COURSE-ID = SPACES
027500         GO TO 1210-EXIT
027600     END-IF
027700     IF WS-MAP-COUNT >= WS-MAP-MAX
027800         DISPLAY "LMSLOAD - MAPPING TABLE FULL AT "
027900             WS-MAP-MAX " ENTRIES - ENLARGE THE TABLE"
028000         MOVE 16 TO RETURN-CODE
028100         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
028200         STOP RUN
028300     END-IF
028400     ADD 1 TO WS-MAP-COUNT
028500     MOVE LM-LMS-COURSE-ID TO WS-MP-LMS-ID (WS-MAP-COUNT)
028600     MOVE LM-COURSE-CODE   TO WS-MP-COURSE (WS-MAP-COUNT)
028700     MOVE "N" TO WS-MP-WEIGHTS-SW (WS-MAP-COUNT)
028800     MOVE ZERO TO WS-MP-HOMEWORK-WEIGHT (WS-MAP-COUNT)
028900     MOVE ZERO TO WS-MP-MIDTERM-WEIGHT (WS-MAP-COUNT)
029000     MOVE ZERO TO WS-MP-FINAL-WEIGHT (WS-MAP-COUNT)
029100     IF LM-HOMEWORK-WEIGHT NOT NUMERIC
029200             OR LM-MIDTERM-WEIGHT NOT NUMERIC
029300             OR LM-FINAL-WEIGHT NOT NUMERIC
029400         DISPLAY "LMSLOAD - " LM-LMS-COURSE-ID
029500             " WEIGHTS NOT NUMERIC - ITS ROWS WILL BE REFUSED"
029600         GO TO 1210-EXIT
029700     END-IF
029800     COMPUTE WS-WEIGHT-TOTAL = LM-HOMEWORK-WEIGHT
029900         + LM-MIDTERM-WEIGHT + LM-FINAL-WEIGHT
030000     IF WS-WEIGHT-TOTAL NOT = 100
030100         DISPLAY "LMSLOAD - " LM-LMS-COURSE-ID
030200             " WEIGHTS SUM TO " WS-WEIGHT-TOTAL
030300             " - ITS ROWS WILL BE REFUSED"
030400         GO TO 1210-EXIT
030500     END-IF
030600     MOVE LM-HOMEWORK-WEIGHT
030700         TO WS-MP-HOMEWORK-WEIGHT (WS-MAP-COUNT)
030800     MOVE LM-MIDTERM-WEIGHT
030900         TO WS-MP-MIDTERM-WEIGHT (WS-MAP-COUNT)
031000     MOVE LM-FINAL-WEIGHT
031100         TO WS-MP-FINAL-WEIGHT (WS-MAP-COUNT)
031200     MOVE "Y" TO WS-MP-WEIGHTS-SW (WS-MAP-COUNT)
031300     .
031400 1210-EXIT.
031500     EXIT.
031600*-----------------------------------------------------------*
031700* 1900-READ-RUN-CONTROL - PICK UP THE SHARED RUN DATE; A     *
031800*                         MISSING RUNCTL DD IS NOT AN ERROR  *
031900*-----------------------------------------------------------*
032000 1900-READ-RUN-CONTROL.
032100     OPEN INPUT RUN-CONTROL
032200     IF FSC-STATUS-CODE = "35"
032300         GO TO 1900-EXIT
032400     END-IF
032500     MOVE "RUN-CONTROL" TO FSC-FILE-NAME
032600     MOVE "OPEN"        TO FSC-OPERATION
032700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
032800     READ RUN-CONTROL
032900         AT END
033000             CLOSE RUN-CONTROL
033100             GO TO 1900-EXIT
033200     END-READ
033300     MOVE "READ" TO FSC-OPERATION
033400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
033500     MOVE RC-RUN-DATE TO WS-RUN-DATE
033600     CLOSE RUN-CONTROL
033700     MOVE "CLOSE" TO FSC-OPERATION
033800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
033900     .
034000 1900-EXIT.
034100     EXIT.
034200*-----------------------------------------------------------*
034300* 2000-PROCESS-ROW - ONE GRADEBOOK ROW: REFUSE IT, OR WRITE  *
034400*                    ITS COMPONENT-SCORE TRANSACTION         *
034500*-----------------------------------------------------------*
034600 2000-PROCESS-ROW.
034700     ADD 1 TO WS-ROWS-READ
034800     MOVE SPACES TO WS-RESULT-TEXT
034900     MOVE SPACES TO WS-FK-COURSE-CODE
035000     IF WS-LX-FIELDS < 5
035100         MOVE "ROW HAS FEWER THAN 5 COLUMNS" TO WS-RESULT-TEXT
035200         GO TO 2000-REFUSED
035300     END-IF
035400     PERFORM 2200-FIND-MAPPING THRU 2200-EXIT
035500     IF WS-MP-HIT = ZERO
035600         MOVE "NO LMSMAP ENTRY FOR COURSE ID" TO WS-RESULT-TEXT
035700         GO TO 2000-REFUSED
035800     END-IF
035900     MOVE WS-MP-COURSE (WS-MP-HIT) TO WS-FK-COURSE-CODE
036000     IF NOT MP-WEIGHTS-VALID (WS-MP-HIT)
036100         MOVE "LMSMAP WEIGHTS DO NOT SUM TO 100"
036200             TO WS-RESULT-TEXT
036300         GO TO 2000-REFUSED
036400     END-IF
036500     IF WS-LX-STUDENT-ID = SPACES OR WS-LX-STUDENT-LEN > 8
036600         MOVE "STUDENT ID INVALID" TO WS-RESULT-TEXT
036700         GO TO 2000-REFUSED
036800     END-IF
036900     PERFORM 2300-CONVERT-SCORES THRU 2300-EXIT
037000     IF WS-RESULT-TEXT NOT = SPACES
037100         GO TO 2000-REFUSED
037200     END-IF
037300     PERFORM 2500-CHECK-MASTER THRU 2500-EXIT
037400     IF WS-RESULT-TEXT NOT = SPACES
037500         GO TO 2000-REFUSED
037600     END-IF
037700     PERFORM 2700-WRITE-TRANSACTION THRU 2700-EXIT
037800     ADD 1 TO WS-CONVERTED
037900     GO TO 2000-NEXT
038000     .
038100 2000-REFUSED.
038200     ADD 1 TO WS-REFUSED
038300     PERFORM 2800-WRITE-REFUSED-LINE THRU 2800-EXIT
038400     .
038500 2000-NEXT.
038600     PERFORM 2100-READ-ROW THRU 2100-EXIT
038700     .
038800 2000-EXIT.
038900     EXIT.
039000*-----------------------------------------------------------*
039100* 2100-READ-ROW - NEXT NON-BLANK ROW, SPLIT AT THE COMMAS;   *
039200*                 THE EXPORT'S FIRST ROW IS ITS COLUMN       *
039300*                 HEADINGS AND IS PASSED OVER. A CARRIAGE    *
039400*                 RETURN LEFT BY THE LMS ENDS UP AS A BLANK  *
039500*-----------------------------------------------------------*
039600 2100-READ-ROW.
039700     READ LMS-EXPORT
039800         AT END
039900             SET END-OF-FILE TO TRUE
040000             GO TO 2100-EXIT
040100     END-READ
040200     MOVE "LMS-EXPORT" TO FSC-FILE-NAME
040300     MOVE "READ"       TO FSC-OPERATION
040400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
040500     ADD 1 TO WS-ROW-NUMBER
040600     IF HEADING-PENDING
040700         MOVE "N" TO WS-HEADING-SW
040800         GO TO 2100-READ-ROW
040900     END-IF
041000     INSPECT LMS-EXPORT-RECORD REPLACING ALL X"0D" BY SPACE
041100     IF LMS-EXPORT-RECORD = SPACES
041200         GO TO 2100-READ-ROW
041300     END-IF
041400     MOVE SPACES TO WS-EXPORT-FIELDS
041500     MOVE ZERO TO WS-LX-FIELDS
041600     MOVE ZERO TO WS-LX-STUDENT-LEN
041700     UNSTRING LMS-EXPORT-RECORD DELIMITED BY ","
041800         INTO WS-LX-COURSE-ID
041900              WS-LX-STUDENT-ID COUNT IN WS-LX-STUDENT-LEN
042000              WS-LX-HOMEWORK
042100              WS-LX-MIDTERM
042200              WS-LX-FINAL
042300              WS-LX-EXTRA
042400         TALLYING IN WS-LX-FIELDS
042500     END-UNSTRING
042600     MOVE WS-LX-STUDENT-ID TO WS-FK-STUDENT-ID
042700     .
042800 2100-EXIT.
042900     EXIT.
043000*-----------------------------------------------------------*
043100* 2200-FIND-MAPPING - THE LMSMAP ENTRY FOR THE ROW'S LMS     *
043200*                     COURSE ID; WS-MP-HIT ZERO WHEN THERE IS*
043300*                     NONE                                   *
043400*-----------------------------------------------------------*
043500 2200-FIND-MAPPING.
043600     MOVE ZERO TO WS-MP-HIT
043700     PERFORM 2210-PROBE-ONE-MAPPING THRU 2210-EXIT
043800         VARYING WS-MP-SUB FROM 1 BY 1
043900         UNTIL WS-MP-SUB > WS-MAP-COUNT
044000             OR WS-MP-HIT NOT = ZERO
044100     .
044200 2200-EXIT.
044300     EXIT.
044400*-----------------------------------------------------------*
044500* 2210-PROBE-ONE-MAPPING - IS THIS ENTRY THE ROW'S COURSE    *
044600*-----------------------------------------------------------*
044700 2210-PROBE-ONE-MAPPING.
044800     IF WS-MP-LMS-ID (WS-MP-SUB) = WS-LX-COURSE-ID
044900         MOVE WS-MP-SUB TO WS-MP-HIT
045000     END-IF
045100     .
045200 2210-EXIT.
045300     EXIT.
045400*-----------------------------------------------------------*
045500* 2300-CONVERT-SCORES - THE THREE SCORE COLUMNS TO NNN.N, AND*
045600*                       THE GRADE THEY BLEND TO UNDER THE    *
045700*                       MAPPING'S WEIGHTS - THE SAME FORMULA *
045800*                       GETINPUT APPLIES                     *
045900*-----------------------------------------------------------*
046000 2300-CONVERT-SCORES.
046100     MOVE WS-LX-HOMEWORK TO WS-SC-TEXT
046200     PERFORM 2400-CONVERT-ONE-SCORE THRU 2400-EXIT
046300     IF NOT SCORE-IS-VALID
046400         MOVE "HOMEWORK SCORE MISSING OR INVALID"
046500             TO WS-RESULT-TEXT
046600         GO TO 2300-EXIT
046700     END-IF
046800     MOVE WS-SC-SCORE TO WS-HOMEWORK-SCORE
046900     MOVE WS-LX-MIDTERM TO WS-SC-TEXT
047000     PERFORM 2400-CONVERT-ONE-SCORE THRU 2400-EXIT
047100     IF NOT SCORE-IS-VALID
047200         MOVE "MIDTERM SCORE MISSING OR INVALID"
047300             TO WS-RESULT-TEXT
047400         GO TO 2300-EXIT
047500     END-IF
047600     MOVE WS-SC-SCORE TO WS-MIDTERM-SCORE
047700     MOVE WS-LX-FINAL TO WS-SC-TEXT
047800     PERFORM 2400-CONVERT-ONE-SCORE THRU 2400-EXIT
047900     IF NOT SCORE-IS-VALID
048000         MOVE "FINAL SCORE MISSING OR INVALID"
048100             TO WS-RESULT-TEXT
048200         GO TO 2300-EXIT
048300     END-IF
048400     MOVE WS-SC-SCORE TO WS-FINAL-SCORE
048500     COMPUTE WS-NEW-GRADE ROUNDED =
048600         (WS-HOMEWORK-SCORE * WS-MP-HOMEWORK-WEIGHT (WS-MP-HIT)
048700          + WS-MIDTERM-SCORE * WS-MP-MIDTERM-WEIGHT (WS-MP-HIT)
048800          + WS-FINAL-SCORE * WS-MP-FINAL-WEIGHT (WS-MP-HIT))
048900          / 100
049000     .
049100 2300-EXIT.
049200     EXIT.
049300*-----------------------------------------------------------*
049400* 2400-CONVERT-ONE-SCORE - ONE SCORE COLUMN ("87", "87.5",   *
049500*                          "87.25") TO 9(03)V9, ROUNDED TO   *
049600*                          TENTHS. BLANK, SIGNED, EMBEDDED   *
049700*                          BLANKS, OR OVER 100 COMES BACK NOT*
049800*                          VALID                             *
049900*-----------------------------------------------------------*
050000 2400-CONVERT-ONE-SCORE.
050100     MOVE "N" TO WS-SC-VALID-SW
050200     MOVE ZERO TO WS-SC-SCORE
050300     IF WS-SC-TEXT = SPACES
050400         GO TO 2400-EXIT
050500     END-IF
050600     MOVE SPACES TO WS-SC-TOKEN
050700     MOVE SPACES TO WS-SC-REST
050800     UNSTRING WS-SC-TEXT DELIMITED BY ALL SPACE
050900         INTO WS-SC-TOKEN
051000              WS-SC-REST
051100     END-UNSTRING
051200     IF WS-SC-REST NOT = SPACES
051300         GO TO 2400-EXIT
051400     END-IF
051500     MOVE SPACES TO WS-SC-DIGITS
051600     MOVE ZERO TO WS-SC-WHOLE-LEN
051700     MOVE ZERO TO WS-SC-FRACTION-LEN
051800     UNSTRING WS-SC-TOKEN DELIMITED BY "." OR SPACE
051900         INTO WS-SC-WHOLE COUNT IN WS-SC-WHOLE-LEN
052000              WS-SC-FRACTION COUNT IN WS-SC-FRACTION-LEN
052100              WS-SC-REST
052200     END-UNSTRING
052300     IF WS-SC-WHOLE-LEN > 3 OR WS-SC-FRACTION-LEN > 2
052400         GO TO 2400-EXIT
052500     END-IF
052600     IF WS-SC-WHOLE-LEN = ZERO AND WS-SC-FRACTION-LEN = ZERO
052700         GO TO 2400-EXIT
052800     END-IF
052900     IF WS-SC-REST NOT = SPACES
053000         GO TO 2400-EXIT
053100     END-IF
053200     INSPECT WS-SC-WHOLE REPLACING LEADING SPACE BY ZERO
053300     INSPECT WS-SC-FRACTION REPLACING ALL SPACE BY ZERO
053400     IF WS-SC-DIGITS NOT NUMERIC
053500         GO TO 2400-EXIT
053600     END-IF
053700     IF WS-SC-NUMBER > 100
053800         GO TO 2400-EXIT
053900     END-IF
054000     COMPUTE WS-SC-SCORE ROUNDED = WS-SC-NUMBER
054100     MOVE "Y" TO WS-SC-VALID-SW
054200     .
054300 2400-EXIT.
054400     EXIT.
054500*-----------------------------------------------------------*
054600* 2500-CHECK-MASTER - THE STUDENT MUST ALREADY BE ON THE     *
054700*                     MASTER IN THE MAPPED COURSE, AND NOT   *
054800*                     WITHDRAWN FROM IT OR HOLDING IT AS     *
054900*                     TRANSFER CREDIT; A STUDENT TWICE IN THE*
055000*                     SAME GRADEBOOK IS TAKEN ONCE           *
055100*-----------------------------------------------------------*
055200 2500-CHECK-MASTER.
055300     MOVE "N" TO WS-POSTED-SW
055400     PERFORM 2510-PROBE-ONE-POSTED THRU 2510-EXIT
055500         VARYING WS-PS-SUB FROM 1 BY 1
055600         UNTIL WS-PS-SUB > WS-POSTED-COUNT
055700             OR KEY-ALREADY-POSTED
055800     IF KEY-ALREADY-POSTED
055900         MOVE "DUPLICATE ROW IN EXPORT" TO WS-RESULT-TEXT
056000         GO TO 2500-EXIT
056100     END-IF
056200     MOVE WS-FEED-KEY TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
056300     READ STUDENT-MASTER
056400         INVALID KEY CONTINUE
056500     END-READ
056600     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
056700     MOVE "READ"           TO FSC-OPERATION
056800     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
056900         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
057000     END-IF
057100     IF FSC-STATUS-CODE = "23"
057200         MOVE "NOT ENROLLED IN MAPPED COURSE" TO WS-RESULT-TEXT
057300         GO TO 2500-EXIT
057400     END-IF
057500     IF SR-GRADE-WITHDRAWN OF STUDENT-MASTER-RECORD
057600         MOVE "WITHDRAWN FROM COURSE" TO WS-RESULT-TEXT
057700         GO TO 2500-EXIT
057800     END-IF
057900     IF SR-GRADE-TRANSFER OF STUDENT-MASTER-RECORD
058000         MOVE "COURSE HELD AS TRANSFER CREDIT" TO WS-RESULT-TEXT
058100     END-IF
058200     .
058300 2500-EXIT.
058400     EXIT.
058500*-----------------------------------------------------------*
058600* 2510-PROBE-ONE-POSTED - WAS THIS KEY CONVERTED EARLIER IN  *
058700*                         THE EXPORT                         *
058800*-----------------------------------------------------------*
058900 2510-PROBE-ONE-POSTED.
059000     IF WS-POSTED-KEY (WS-PS-SUB) = WS-FEED-KEY
059100         SET KEY-ALREADY-POSTED TO TRUE
059200     END-IF
059300     .
059400 2510-EXIT.
059500     EXIT.
059600*-----------------------------------------------------------*
059700* 2700-WRITE-TRANSACTION - BUILD AND WRITE THE STUDENT-TRANS *
059800*                          RECORD AS GRDENTRY DOES: "G" WITH *
059900*                          THE MASTER'S GRADE EXPECTED WHEN  *
060000*                          IT HOLDS A REAL GRADE, OTHERWISE  *
060100*                          "C". TR-AUTH-CODE CARRIES LMSLOAD *
060200*                          SO THE AUDIT JOURNAL SHOWS WHERE  *
060300*                          THE CHANGE CAME FROM              *
060400*-----------------------------------------------------------*
060500 2700-WRITE-TRANSACTION.
060600     MOVE SPACES TO LMS-FEED-RECORD
060700     MOVE SR-FULL-NAME OF STUDENT-MASTER-RECORD
060800         TO SR-FULL-NAME OF LMS-FEED-RECORD
060900     MOVE WS-FEED-KEY  TO SR-MASTER-KEY OF LMS-FEED-RECORD
061000     MOVE WS-NEW-GRADE TO SR-GRADE OF LMS-FEED-RECORD
061100     MOVE SPACE        TO SR-LETTER-GRADE OF LMS-FEED-RECORD
061200     MOVE "N"          TO SR-GRADE-STATUS OF LMS-FEED-RECORD
061300     MOVE SR-TERM-CODE OF STUDENT-MASTER-RECORD
061400         TO SR-TERM-CODE OF LMS-FEED-RECORD
061500     MOVE SPACES TO SR-POSTED-DATE OF LMS-FEED-RECORD
061600     MOVE ZERO   TO SR-HOMEWORK-SCORE OF LMS-FEED-RECORD
061700     MOVE ZERO   TO SR-MIDTERM-SCORE OF LMS-FEED-RECORD
061800     MOVE ZERO   TO SR-FINAL-SCORE OF LMS-FEED-RECORD
061900     MOVE SR-SITE-CODE OF STUDENT-MASTER-RECORD
062000         TO SR-SITE-CODE OF LMS-FEED-RECORD
062100     IF SR-GRADE-NUMERIC OF STUDENT-MASTER-RECORD
062200         MOVE "G" TO TR-MAINT-CODE
062300         MOVE SR-GRADE OF STUDENT-MASTER-RECORD
062400             TO TR-EXPECTED-GRADE
062500     ELSE
062600         MOVE "C"  TO TR-MAINT-CODE
062700         MOVE ZERO TO TR-EXPECTED-GRADE
062800     END-IF
062900     MOVE "LMSLOAD"         TO TR-AUTH-CODE
063000     MOVE WS-HOMEWORK-SCORE TO TR-HOMEWORK-SCORE
063100     MOVE WS-MIDTERM-SCORE  TO TR-MIDTERM-SCORE
063200     MOVE WS-FINAL-SCORE    TO TR-FINAL-SCORE
063300     MOVE WS-MP-HOMEWORK-WEIGHT (WS-MP-HIT) TO TR-HOMEWORK-WEIGHT
063400     MOVE WS-MP-MIDTERM-WEIGHT (WS-MP-HIT)  TO TR-MIDTERM-WEIGHT
063500     MOVE WS-MP-FINAL-WEIGHT (WS-MP-HIT)    TO TR-FINAL-WEIGHT
063600     MOVE "Y" TO TR-COMPONENT-FLAG
063700     WRITE LMS-FEED-RECORD
063800     MOVE "LMS-FEED" TO FSC-FILE-NAME
063900     MOVE "WRITE"    TO FSC-OPERATION
064000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
064100     ADD WS-NEW-GRADE TO WS-GRADE-HASH
064200     IF WS-POSTED-COUNT < WS-POSTED-MAX
064300         ADD 1 TO WS-POSTED-COUNT
064400         MOVE WS-FEED-KEY TO WS-POSTED-KEY (WS-POSTED-COUNT)
064500     END-IF
064600     .
064700 2700-EXIT.
064800     EXIT.
064900*-----------------------------------------------------------*
065000* 2800-WRITE-REFUSED-LINE - ONE REPORT LINE PER ROW NOT      *
065100*                           LOADED, WITH THE REASON          *
065200*-----------------------------------------------------------*
065300 2800-WRITE-REFUSED-LINE.
065400     MOVE SPACES TO LMS-RPT-RECORD
065500     STRING "  " DELIMITED BY SIZE
065600         WS-ROW-NUMBER DELIMITED BY SIZE
065700         "  " DELIMITED BY SIZE
065800         WS-LX-COURSE-ID DELIMITED BY SIZE
065900         " " DELIMITED BY SIZE
066000         WS-LX-STUDENT-ID DELIMITED BY SIZE
066100         "  " DELIMITED BY SIZE
066200         WS-RESULT-TEXT DELIMITED BY SIZE
066300         INTO LMS-RPT-RECORD
066400     END-STRING
066500     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
066600     .
066700 2800-EXIT.
066800     EXIT.
066900*-----------------------------------------------------------*
067000* 2850-WRITE-REPORT-LINE - WRITE THE CURRENT REPORT LINE     *
067100*-----------------------------------------------------------*
067200 2850-WRITE-REPORT-LINE.
067300     WRITE LMS-RPT-RECORD
067400     MOVE "LMS-RPT" TO FSC-FILE-NAME
067500     MOVE "WRITE"   TO FSC-OPERATION
067600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
067700     .
067800 2850-EXIT.
067900     EXIT.
068000*-----------------------------------------------------------*
068100* 3000-TERMINATE - THE FEED'S CONTROL TRAILER, TOTALS,       *
068200*                  RETURN CODE, CLOSE EVERYTHING             *
068300*-----------------------------------------------------------*
068400 3000-TERMINATE.
068500     MOVE SPACES TO LMS-TRAILER-RECORD
068600     MOVE WS-CONVERTED  TO LTR-RECORD-COUNT
068700     MOVE WS-GRADE-HASH TO LTR-GRADE-HASH
068800     MOVE ALL "9"       TO LTR-TRAILER-KEY
068900     MOVE "T"           TO LTR-MAINT-CODE
069000     WRITE LMS-TRAILER-RECORD
069100     MOVE "LMS-FEED" TO FSC-FILE-NAME
069200     MOVE "WRITE"    TO FSC-OPERATION
069300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
069400     CLOSE LMS-FEED
069500     MOVE "CLOSE" TO FSC-OPERATION
069600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
069700     MOVE SPACES TO LMS-RPT-RECORD
069800     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
069900     MOVE SPACES TO LMS-RPT-RECORD
070000     STRING "ROWS: " DELIMITED BY SIZE
070100         WS-ROWS-READ DELIMITED BY SIZE
070200         "  LOADED: " DELIMITED BY SIZE
070300         WS-CONVERTED DELIMITED BY SIZE
070400         "  NOT LOADED: " DELIMITED BY SIZE
070500         WS-REFUSED DELIMITED BY SIZE
070600         INTO LMS-RPT-RECORD
070700     END-STRING
070800     PERFORM 2850-WRITE-REPORT-LINE THRU 2850-EXIT
070900     DISPLAY "LMSLOAD - ROWS: " WS-ROWS-READ
071000         " LOADED: " WS-CONVERTED " NOT LOADED: " WS-REFUSED
071100     IF WS-REFUSED > ZERO
071200         MOVE 4 TO RETURN-CODE
071300     END-IF
071400     IF NOT NO-EXPORT-FILE
071500         CLOSE LMS-EXPORT
071600         MOVE "LMS-EXPORT" TO FSC-FILE-NAME
071700         MOVE "CLOSE"      TO FSC-OPERATION
071800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
071900         CLOSE STUDENT-MASTER
072000         MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
072100         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
072200     END-IF
072300     CLOSE LMS-RPT
072400     MOVE "LMS-RPT" TO FSC-FILE-NAME
072500     MOVE "CLOSE"   TO FSC-OPERATION
072600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
072700     .
072800 3000-EXIT.
072900     EXIT.
073000     COPY "fscchk.cpy".
073100 END PROGRAM LMSLOAD.
