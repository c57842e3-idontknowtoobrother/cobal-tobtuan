000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DISCHIST.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - PER-STUDENT DISCLOSURE        *
001300*                   HISTORY FOR PRIVACY AUDITS. SORTS THE    *
001400*                   DISCLOG DISCLOSURE LOG (DISCLOG.CPY -    *
001500*                   EVERY OFFTRANS RELEASE AND EVERY         *
001600*                   MAIN-MENU INQUIRY/BROWSE VIEW) BY        *
001700*                   STUDENT, DATE, AND TIME AND PRINTS EACH  *
001800*                   STUDENT'S DISCLOSURES WITH WHO SAW OR    *
001900*                   RECEIVED THE RECORD, WHY, AND UNDER      *
002000*                   WHICH REQUEST, PLUS COUNTS BY KIND. THE  *
002100*                   OPTIONAL DISCCARD NARROWS THE RUN TO ONE *
002200*                   STUDENT AND/OR A DATE RANGE; NO CARD     *
002300*                   PRINTS EVERYTHING ON THE LOG. NAMES COME *
002400*                   FROM DEMOMAST WHEN IT IS AVAILABLE.      *
002450*  10/15/2026  DT   DEMOMAST RECORD CONTAINS 200             *
002450*                   (DEMOREC.CPY GREW FOR THE                *
002450*                   UNDELIVERABLE-ADDRESS FLAG).             *
002475*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002475*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002475*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SELECT-CARD ASSIGN TO DISCCARD
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS FSC-STATUS-CODE.
003200     SELECT DISCLOSURE-LOG ASSIGN TO DISCLOG
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FSC-STATUS-CODE.
003500     SELECT DISCLOSURE-SORTED ASSIGN TO DISCSRTD
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FSC-STATUS-CODE.
003800     SELECT DISCLOSURE-SORT ASSIGN TO SORTWK01.
003900     SELECT DEMOGRAPHIC-MASTER ASSIGN TO DEMOMAST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS DM-STUDENT-ID
004300         FILE STATUS IS FSC-STATUS-CODE.
004400     SELECT HISTORY-RPT ASSIGN TO DISCRPT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FSC-STATUS-CODE.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  SELECT-CARD
005000     RECORD CONTAINS 24 CHARACTERS.
005100 01  SELECT-CARD-RECORD.
005200     05  DC-STUDENT-ID         PIC X(08).
005300     05  DC-FROM-DATE          PIC X(08).
005400     05  DC-TO-DATE            PIC X(08).
005500 FD  DISCLOSURE-LOG
005600     RECORD CONTAINS 130 CHARACTERS.
005700 01  DISCLOSURE-LOG-RECORD     PIC X(130).
005800 FD  DISCLOSURE-SORTED
005900     RECORD CONTAINS 130 CHARACTERS.
006000 01  DISCLOSURE-RECORD.
006100     COPY "disclog.cpy".
006200 SD  DISCLOSURE-SORT.
006300 01  DISCLOSURE-SORT-RECORD.
006400     05  SRT-DISCLOSE-DATE     PIC X(08).
006500     05  SRT-DISCLOSE-TIME     PIC X(06).
006600     05  SRT-STUDENT-ID        PIC X(08).
006700     05  FILLER                PIC X(108).
006800 FD  DEMOGRAPHIC-MASTER
006900     RECORD CONTAINS 200 CHARACTERS.
007000 01  DEMOGRAPHIC-RECORD.
007100     COPY "demorec.cpy".
007200 FD  HISTORY-RPT
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  HISTORY-RPT-RECORD        PIC X(80).
007500 WORKING-STORAGE SECTION.
007600 01  WS-SWITCHES.
007700     05  WS-SORTED-EOF-SW          PIC X(01)  VALUE "N".
007800         88  SORTED-EOF                       VALUE "Y".
007900     05  WS-DEMO-OPEN-SW           PIC X(01)  VALUE "N".
008000         88  DEMO-IS-OPEN                     VALUE "Y".
008100 01  WS-SELECTION.
008200     05  WS-SEL-STUDENT-ID         PIC X(08)  VALUE SPACES.
008300     05  WS-SEL-FROM-DATE          PIC X(08)  VALUE LOW-VALUES.
008400     05  WS-SEL-TO-DATE            PIC X(08)  VALUE HIGH-VALUES.
008500 01  WS-BREAK-ID                   PIC X(08)  VALUE LOW-VALUES.
008600 01  WS-STUDENT-NAME               PIC X(40).
008700 01  WS-STUDENT-COUNTS.
008800     05  WS-STU-DISCLOSURES        PIC 9(05)  COMP VALUE ZERO.
008900     05  WS-STU-RELEASES           PIC 9(05)  COMP VALUE ZERO.
009000     05  WS-STU-VIEWS              PIC 9(05)  COMP VALUE ZERO.
009100 01  WS-RUN-COUNTS.
009200     05  WS-STUDENTS-REPORTED      PIC 9(05)  COMP VALUE ZERO.
009300     05  WS-TOTAL-DISCLOSURES      PIC 9(05)  COMP VALUE ZERO.
009400     05  WS-TOTAL-RELEASES         PIC 9(05)  COMP VALUE ZERO.
009500     05  WS-TOTAL-VIEWS            PIC 9(05)  COMP VALUE ZERO.
009600 01  WS-COUNT-DISP-1               PIC ZZ,ZZ9.
009700 01  WS-COUNT-DISP-2               PIC ZZ,ZZ9.
009800 01  WS-COUNT-DISP-3               PIC ZZ,ZZ9.
009900 01  WS-DETAIL-LINE.
010000     05  FILLER                    PIC X(02)  VALUE SPACES.
010100     05  WS-DT-DATE                PIC X(08).
010200     05  FILLER                    PIC X(01)  VALUE SPACES.
010300     05  WS-DT-TIME                PIC X(06).
010400     05  FILLER                    PIC X(01)  VALUE SPACES.
010500     05  WS-DT-SOURCE              PIC X(08).
010600     05  FILLER                    PIC X(01)  VALUE SPACES.
010700     05  WS-DT-OPERATOR            PIC X(08).
010800     05  FILLER                    PIC X(01)  VALUE SPACES.
010900     05  WS-DT-REQUEST-NO          PIC X(08).
011000     05  FILLER                    PIC X(01)  VALUE SPACES.
011100     05  WS-DT-RECIPIENT           PIC X(30).
011200     05  FILLER                    PIC X(05)  VALUE SPACES.
011300 01  FSC-CONTROLS.
011400     COPY "fscctl.cpy".
011500 PROCEDURE DIVISION.
011600*-----------------------------------------------------------*
011700* 0000-MAINLINE                                             *
011800*-----------------------------------------------------------*
011900 0000-MAINLINE.
011900     MOVE "DISCHIST" TO FSC-STEP-PROGRAM
011900     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
012000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012100     SORT DISCLOSURE-SORT
012200         ON ASCENDING KEY SRT-STUDENT-ID
012300                          SRT-DISCLOSE-DATE
012400                          SRT-DISCLOSE-TIME
012500         USING DISCLOSURE-LOG
012600         GIVING DISCLOSURE-SORTED
012700     PERFORM 1500-OPEN-SORTED THRU 1500-EXIT
012800     PERFORM 2000-PRINT-ONE-DISCLOSURE THRU 2000-EXIT
012900         UNTIL SORTED-EOF
013000     IF WS-BREAK-ID NOT = LOW-VALUES
013100         PERFORM 2400-PRINT-STUDENT-TOTAL THRU 2400-EXIT
013200     END-IF
013300     PERFORM 3000-PRINT-RUN-TOTALS THRU 3000-EXIT
013400     PERFORM 3900-TERMINATE THRU 3900-EXIT
013400     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
013500     GOBACK.
013600*-----------------------------------------------------------*
013700* 1000-INITIALIZE - SELECTION CARD, DEMOGRAPHIC MASTER FOR  *
013800*                   NAMES (OPTIONAL), AND THE REPORT HEADER *
013900*-----------------------------------------------------------*
014000 1000-INITIALIZE.
014100     PERFORM 1900-READ-SELECT-CARD THRU 1900-EXIT
014200     OPEN INPUT DEMOGRAPHIC-MASTER
014300     IF FSC-STATUS-CODE = "35"
014400         CONTINUE
014500     ELSE
014600         MOVE "DEMO-MASTER" TO FSC-FILE-NAME
014700         MOVE "OPEN"        TO FSC-OPERATION
014800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
014900         SET DEMO-IS-OPEN TO TRUE
015000     END-IF
015100     OPEN OUTPUT HISTORY-RPT
015200     MOVE "HISTORY-RPT" TO FSC-FILE-NAME
015300     MOVE "OPEN"        TO FSC-OPERATION
015400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
015500     MOVE "STUDENT-RECORD DISCLOSURE HISTORY"
015600         TO HISTORY-RPT-RECORD
015700     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
015800     MOVE SPACES TO HISTORY-RPT-RECORD
015900     IF WS-SEL-STUDENT-ID = SPACES
016000         MOVE "STUDENTS: ALL" TO HISTORY-RPT-RECORD
016100     ELSE
016200         STRING "STUDENT: " DELIMITED BY SIZE
016300             WS-SEL-STUDENT-ID DELIMITED BY SIZE
016400             INTO HISTORY-RPT-RECORD
016500         END-STRING
016600     END-IF
016700     IF WS-SEL-FROM-DATE NOT = LOW-VALUES
016800         STRING "  FROM " DELIMITED BY SIZE
016900             WS-SEL-FROM-DATE DELIMITED BY SIZE
017000             INTO HISTORY-RPT-RECORD (25:)
017100         END-STRING
017200     END-IF
017300     IF WS-SEL-TO-DATE NOT = HIGH-VALUES
017400         STRING "  THROUGH " DELIMITED BY SIZE
017500             WS-SEL-TO-DATE DELIMITED BY SIZE
017600             INTO HISTORY-RPT-RECORD (40:)
017700         END-STRING
017800     END-IF
017900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
018000     MOVE SPACES TO HISTORY-RPT-RECORD
018100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
018200     MOVE "  DATE     TIME   SOURCE   OPERATOR REQUEST  RECIPIENT"
018300         TO HISTORY-RPT-RECORD
018400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
018500     .
018600 1000-EXIT.
018700     EXIT.
018800*-----------------------------------------------------------*
018900* 1500-OPEN-SORTED - OPEN THE SORTED LOG AND PRIME THE READ *
019000*-----------------------------------------------------------*
019100 1500-OPEN-SORTED.
019200     OPEN INPUT DISCLOSURE-SORTED
019300     MOVE "DISC-SORTED" TO FSC-FILE-NAME
019400     MOVE "OPEN"        TO FSC-OPERATION
019500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
019600     PERFORM 2100-READ-SORTED THRU 2100-EXIT
019700     .
019800 1500-EXIT.
019900     EXIT.
020000*-----------------------------------------------------------*
020100* 1900-READ-SELECT-CARD - OPTIONAL STUDENT-ID AND DATE      *
020200*                         RANGE; NO CARD (OR BLANK FIELDS)  *
020300*                         SELECTS EVERYTHING                *
020400*-----------------------------------------------------------*
020500 1900-READ-SELECT-CARD.
020600     OPEN INPUT SELECT-CARD
020700     IF FSC-STATUS-CODE = "35"
020800         GO TO 1900-EXIT
020900     END-IF
021000     MOVE "SELECT-CARD" TO FSC-FILE-NAME
021100     MOVE "OPEN"        TO FSC-OPERATION
021200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
021300     READ SELECT-CARD
021400         AT END
021500             CLOSE SELECT-CARD
021600             GO TO 1900-EXIT
021700     END-READ
021800     MOVE "READ" TO FSC-OPERATION
021900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022000     MOVE DC-STUDENT-ID TO WS-SEL-STUDENT-ID
022100     IF DC-FROM-DATE NOT = SPACES
022200         MOVE DC-FROM-DATE TO WS-SEL-FROM-DATE
022300     END-IF
022400     IF DC-TO-DATE NOT = SPACES
022500         MOVE DC-TO-DATE TO WS-SEL-TO-DATE
022600     END-IF
022700     CLOSE SELECT-CARD
022800     MOVE "CLOSE" TO FSC-OPERATION
022900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
023000     .
023100 1900-EXIT.
023200     EXIT.
023300*-----------------------------------------------------------*
023400* 2000-PRINT-ONE-DISCLOSURE - ONE SELECTED LOG RECORD; A    *
023500*                             CHANGE OF STUDENT CLOSES THE  *
023600*                             LAST ONE AND HEADS THE NEXT   *
023700*-----------------------------------------------------------*
023800 2000-PRINT-ONE-DISCLOSURE.
023800     ADD 1 TO FSC-STEP-RECORDS-IN
023900     IF WS-SEL-STUDENT-ID NOT = SPACES
024000             AND DL-STUDENT-ID NOT = WS-SEL-STUDENT-ID
024100         GO TO 2000-NEXT
024200     END-IF
024300     IF DL-DISCLOSE-DATE < WS-SEL-FROM-DATE
024400             OR DL-DISCLOSE-DATE > WS-SEL-TO-DATE
024500         GO TO 2000-NEXT
024600     END-IF
024700     IF DL-STUDENT-ID NOT = WS-BREAK-ID
024800         IF WS-BREAK-ID NOT = LOW-VALUES
024900             PERFORM 2400-PRINT-STUDENT-TOTAL THRU 2400-EXIT
025000         END-IF
025100         MOVE DL-STUDENT-ID TO WS-BREAK-ID
025200         MOVE ZERO TO WS-STU-DISCLOSURES
025300         MOVE ZERO TO WS-STU-RELEASES
025400         MOVE ZERO TO WS-STU-VIEWS
025500         PERFORM 2200-PRINT-STUDENT-HEADER THRU 2200-EXIT
025600     END-IF
025700     ADD 1 TO WS-STU-DISCLOSURES
025800     IF DL-FROM-OFFTRANS
025900         ADD 1 TO WS-STU-RELEASES
026000     ELSE
026100         ADD 1 TO WS-STU-VIEWS
026200     END-IF
026300     MOVE DL-DISCLOSE-DATE TO WS-DT-DATE
026400     MOVE DL-DISCLOSE-TIME TO WS-DT-TIME
026500     MOVE DL-SOURCE        TO WS-DT-SOURCE
026600     MOVE DL-OPERATOR-ID   TO WS-DT-OPERATOR
026700     MOVE DL-REQUEST-NO    TO WS-DT-REQUEST-NO
026800     MOVE DL-RECIPIENT     TO WS-DT-RECIPIENT
026900     MOVE WS-DETAIL-LINE TO HISTORY-RPT-RECORD
027000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
027100     MOVE SPACES TO HISTORY-RPT-RECORD
027200     STRING "      PURPOSE: " DELIMITED BY SIZE
027300         DL-PURPOSE DELIMITED BY SIZE
027400         "  " DELIMITED BY SIZE
027500         DL-DETAIL DELIMITED BY SIZE
027600         INTO HISTORY-RPT-RECORD
027700     END-STRING
027800     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
027900     .
028000 2000-NEXT.
028100     PERFORM 2100-READ-SORTED THRU 2100-EXIT
028200     .
028300 2000-EXIT.
028400     EXIT.
028500*-----------------------------------------------------------*
028600* 2100-READ-SORTED - NEXT SORTED LOG RECORD                 *
028700*-----------------------------------------------------------*
028800 2100-READ-SORTED.
028900     READ DISCLOSURE-SORTED
029000         AT END
029100             SET SORTED-EOF TO TRUE
029200     END-READ
029300     MOVE "DISC-SORTED" TO FSC-FILE-NAME
029400     MOVE "READ"        TO FSC-OPERATION
029500     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "10"
029600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029700     END-IF
029800     .
029900 2100-EXIT.
030000     EXIT.
030100*-----------------------------------------------------------*
030200* 2200-PRINT-STUDENT-HEADER - STUDENT-ID AND NAME; NO NAME  *
030300*                             WHEN DEMOMAST IS MISSING OR   *
030400*                             SILENT (A PURGED STUDENT'S    *
030500*                             LOG RECORDS STILL PRINT)      *
030600*-----------------------------------------------------------*
030700 2200-PRINT-STUDENT-HEADER.
030800     ADD 1 TO WS-STUDENTS-REPORTED
030900     MOVE SPACES TO WS-STUDENT-NAME
031000     IF DEMO-IS-OPEN
031100         MOVE WS-BREAK-ID TO DM-STUDENT-ID
031200         READ DEMOGRAPHIC-MASTER
031300             INVALID KEY CONTINUE
031400         END-READ
031500         IF FSC-STATUS-CODE = "00"
031600             STRING DM-LAST-NAME DELIMITED BY "  "
031700                 ", " DELIMITED BY SIZE
031800                 DM-FIRST-NAME DELIMITED BY "  "
031900                 INTO WS-STUDENT-NAME
032000             END-STRING
032100         ELSE
032200             IF FSC-STATUS-CODE NOT = "23"
032300                 MOVE "DEMO-MASTER" TO FSC-FILE-NAME
032400                 MOVE "READ"        TO FSC-OPERATION
032500                 PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
032600             END-IF
032700         END-IF
032800     END-IF
032900     MOVE SPACES TO HISTORY-RPT-RECORD
033000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
033100     STRING "STUDENT-ID: " DELIMITED BY SIZE
033200         WS-BREAK-ID DELIMITED BY SIZE
033300         "  " DELIMITED BY SIZE
033400         WS-STUDENT-NAME DELIMITED BY SIZE
033500         INTO HISTORY-RPT-RECORD
033600     END-STRING
033700     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
033800     .
033900 2200-EXIT.
034000     EXIT.
034100*-----------------------------------------------------------*
034200* 2400-PRINT-STUDENT-TOTAL - ONE STUDENT'S DISCLOSURE COUNTS *
034300*                            BY KIND, ROLLED INTO THE RUN    *
034400*-----------------------------------------------------------*
034500 2400-PRINT-STUDENT-TOTAL.
034600     ADD WS-STU-DISCLOSURES TO WS-TOTAL-DISCLOSURES
034700     ADD WS-STU-RELEASES    TO WS-TOTAL-RELEASES
034800     ADD WS-STU-VIEWS       TO WS-TOTAL-VIEWS
034900     MOVE WS-STU-DISCLOSURES TO WS-COUNT-DISP-1
035000     MOVE WS-STU-RELEASES    TO WS-COUNT-DISP-2
035100     MOVE WS-STU-VIEWS       TO WS-COUNT-DISP-3
035200     MOVE SPACES TO HISTORY-RPT-RECORD
035300     STRING "  DISCLOSURES: " DELIMITED BY SIZE
035400         WS-COUNT-DISP-1 DELIMITED BY SIZE
035500         "  RELEASES: " DELIMITED BY SIZE
035600         WS-COUNT-DISP-2 DELIMITED BY SIZE
035700         "  OFFICE VIEWS: " DELIMITED BY SIZE
035800         WS-COUNT-DISP-3 DELIMITED BY SIZE
035900         INTO HISTORY-RPT-RECORD
036000     END-STRING
036100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
036200     .
036300 2400-EXIT.
036400     EXIT.
036500*-----------------------------------------------------------*
036600* 2800-WRITE-REPORT-LINE - WRITE THE CURRENT REPORT LINE    *
036700*-----------------------------------------------------------*
036800 2800-WRITE-REPORT-LINE.
036900     WRITE HISTORY-RPT-RECORD
037000     MOVE "HISTORY-RPT" TO FSC-FILE-NAME
037100     MOVE "WRITE"       TO FSC-OPERATION
037200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037200     ADD 1 TO FSC-STEP-RECORDS-OUT
037300     .
037400 2800-EXIT.
037500     EXIT.
037600*-----------------------------------------------------------*
037700* 3000-PRINT-RUN-TOTALS - STUDENTS AND DISCLOSURES REPORTED *
037800*-----------------------------------------------------------*
037900 3000-PRINT-RUN-TOTALS.
038000     MOVE SPACES TO HISTORY-RPT-RECORD
038100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
038200     MOVE WS-STUDENTS-REPORTED TO WS-COUNT-DISP-1
038300     MOVE WS-TOTAL-DISCLOSURES TO WS-COUNT-DISP-2
038400     STRING "STUDENTS REPORTED: " DELIMITED BY SIZE
038500         WS-COUNT-DISP-1 DELIMITED BY SIZE
038600         "  DISCLOSURES: " DELIMITED BY SIZE
038700         WS-COUNT-DISP-2 DELIMITED BY SIZE
038800         INTO HISTORY-RPT-RECORD
038900     END-STRING
039000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
039100     MOVE SPACES TO HISTORY-RPT-RECORD
039200     MOVE WS-TOTAL-RELEASES TO WS-COUNT-DISP-1
039300     MOVE WS-TOTAL-VIEWS    TO WS-COUNT-DISP-2
039400     STRING "RELEASES: " DELIMITED BY SIZE
039500         WS-COUNT-DISP-1 DELIMITED BY SIZE
039600         "  OFFICE VIEWS: " DELIMITED BY SIZE
039700         WS-COUNT-DISP-2 DELIMITED BY SIZE
039800         INTO HISTORY-RPT-RECORD
039900     END-STRING
040000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
040100     DISPLAY "DISCHIST - STUDENTS REPORTED: " WS-STUDENTS-REPORTED
040200         " DISCLOSURES: " WS-TOTAL-DISCLOSURES
040300     .
040400 3000-EXIT.
040500     EXIT.
040600*-----------------------------------------------------------*
040700* 3900-TERMINATE - CLOSE WHAT IS STILL OPEN                 *
040800*-----------------------------------------------------------*
040900 3900-TERMINATE.
041000     CLOSE DISCLOSURE-SORTED
041100     MOVE "DISC-SORTED" TO FSC-FILE-NAME
041200     MOVE "CLOSE"       TO FSC-OPERATION
041300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
041400     IF DEMO-IS-OPEN
041500         CLOSE DEMOGRAPHIC-MASTER
041600         MOVE "DEMO-MASTER" TO FSC-FILE-NAME
041700         MOVE "CLOSE"       TO FSC-OPERATION
041800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
041900     END-IF
042000     CLOSE HISTORY-RPT
042100     MOVE "HISTORY-RPT" TO FSC-FILE-NAME
042200     MOVE "CLOSE"       TO FSC-OPERATION
042300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
042400     .
042500 3900-EXIT.
042600     EXIT.
042700     COPY "fscchk.cpy".
042800 END PROGRAM DISCHIST.
