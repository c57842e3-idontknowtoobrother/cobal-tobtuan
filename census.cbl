000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CENSUS.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - CENSUS-DATE ENROLLMENT        *
001300*                   SNAPSHOT FOR THE STATE FUNDING REPORTS.  *
001400*                   THE CENSUS CARD (CENSCARD) CARRIES THE   *
001500*                   TERM'S OFFICIAL CENSUS DATE. SYSIN MODE  *
001600*                   "S" (THE NIGHTLY STEP) DOES NOTHING UNTIL*
001700*                   THE RUN DATE IS THE CENSUS DATE; THAT    *
001800*                   NIGHT IT FREEZES EVERY STUDENT-MASTER    *
001900*                   RECORD FOR THE TERM, WITH THE CATALOG    *
002000*                   CREDIT HOURS, ONTO THE RETAINED CENSSNAP *
002100*                   DATASET (CENSUS.CPY) AND PRINTS THE      *
002200*                   CENSUS REPORT - HEADCOUNT AND CREDIT     *
002300*                   HOURS BY COURSE AND BY ENROLLMENT STATUS.*
002400*                   A TERM IS SNAPPED ONCE; A RERUN LEAVES   *
002500*                   THE FIRST SNAPSHOT ALONE. SYSIN MODE "C" *
002600*                   (JCL/CENSUS.JCL, ON DEMAND) REPRINTS THE *
002700*                   CENSUS REPORT FROM THE SNAPSHOT AND LISTS*
002800*                   EVERY ADD, DROP, WITHDRAWAL, AND         *
002900*                   REINSTATEMENT ON THE MASTER SINCE.       *
002950*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002950*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002950*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002975*  10/15/2026  DT   "T" TRANSFER CREDIT (XFERCRED) IS NOT AN *
002975*                   ENROLLMENT - IT IS LEFT OFF THE SNAPSHOT *
002975*                   AND OUT OF THE COMPARE, SO IT NEVER      *
002975*                   COUNTS IN THE HEADCOUNT OR CREDIT HOURS  *
002975*                   OR SHOWS AS AN ADD.                      *
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RUN-CONTROL ASSIGN TO RUNCTL
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS FSC-STATUS-CODE.
003700     SELECT CENSUS-CARD ASSIGN TO CENSCARD
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FSC-STATUS-CODE.
004000     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SR-MASTER-KEY OF STUDENT-MASTER-RECORD
004400         ALTERNATE RECORD KEY IS SR-FULL-NAME
004500             OF STUDENT-MASTER-RECORD WITH DUPLICATES
004600         FILE STATUS IS FSC-STATUS-CODE.
004700     SELECT COURSE-CATALOG ASSIGN TO CRSCAT
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS CC-COURSE-CODE
005100         FILE STATUS IS FSC-STATUS-CODE.
005200     SELECT CENSUS-SNAPSHOT ASSIGN TO CENSSNAP
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FSC-STATUS-CODE.
005500     SELECT CENSUS-RPT ASSIGN TO CENSRPT
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS FSC-STATUS-CODE.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RUN-CONTROL
006100     RECORD CONTAINS 32 CHARACTERS.
006200 01  RUN-CONTROL-RECORD.
006300     COPY "runctl.cpy".
006400 FD  CENSUS-CARD
006500     RECORD CONTAINS 13 CHARACTERS.
006600 01  CENSUS-CARD-RECORD.
006700     05  CD-CENSUS-DATE        PIC X(08).
006800     05  CD-TERM-CODE          PIC X(05).
006900 FD  STUDENT-MASTER
007000     RECORD CONTAINS 97 CHARACTERS.
007100 01  STUDENT-MASTER-RECORD.
007200     COPY "studrec.cpy".
007300 FD  COURSE-CATALOG
007400     RECORD CONTAINS 51 CHARACTERS.
007500 01  COURSE-CATALOG-RECORD.
007600     COPY "crscat.cpy".
007700 FD  CENSUS-SNAPSHOT
007800     RECORD CONTAINS 40 CHARACTERS.
007900 01  CENSUS-SNAPSHOT-RECORD.
008000     COPY "census.cpy".
008100 FD  CENSUS-RPT
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  CENSUS-RPT-RECORD             PIC X(80).
008400 WORKING-STORAGE SECTION.
008500 01  WS-SWITCHES.
008600     05  WS-NOTHING-TO-DO-SW       PIC X(01)  VALUE "N".
008700         88  NOTHING-TO-DO                    VALUE "Y".
008800     05  WS-MASTER-EOF-SW          PIC X(01)  VALUE "N".
008900         88  MASTER-EOF                       VALUE "Y".
009000     05  WS-SNAP-EOF-SW            PIC X(01)  VALUE "N".
009100         88  SNAPSHOT-EOF                     VALUE "Y".
009200     05  WS-MASTER-READY-SW        PIC X(01)  VALUE "N".
009300         88  MASTER-READY                     VALUE "Y".
009400     05  WS-SNAP-READY-SW          PIC X(01)  VALUE "N".
009500         88  SNAPSHOT-READY                   VALUE "Y".
009600     05  WS-TERM-BLOCK-SW          PIC X(01)  VALUE "N".
009700         88  IN-TERM-BLOCK                    VALUE "Y".
009800     05  WS-MASTER-OPEN-SW         PIC X(01)  VALUE "N".
009900         88  MASTER-IS-OPEN                   VALUE "Y".
010000     05  WS-CATALOG-OPEN-SW        PIC X(01)  VALUE "N".
010100         88  CATALOG-IS-OPEN                  VALUE "Y".
010200     05  WS-SNAP-OPEN-SW           PIC X(01)  VALUE "N".
010300         88  SNAPSHOT-IS-OPEN                 VALUE "Y".
010400     05  WS-COURSE-FOUND-SW        PIC X(01)  VALUE "N".
010500         88  COURSE-ENTRY-FOUND               VALUE "Y".
010600     05  WS-INSERT-POINT-SW        PIC X(01)  VALUE "N".
010700         88  INSERT-POINT-FOUND               VALUE "Y".
010800 01  WS-MODE-ENTRY                 PIC X(01)  VALUE SPACES.
010900     88  COMPARE-RUN                          VALUE "C".
011000 01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
011100 01  WS-TERM-CODE                  PIC X(05)  VALUE SPACES.
011200 01  WS-CENSUS-DATE                PIC X(08)  VALUE SPACES.
011300 01  WS-BREAK-STUDENT              PIC X(08)  VALUE LOW-VALUES.
011400 01  WS-SNAP-KEY                   PIC X(14)  VALUE SPACES.
011500 01  WS-MSTR-KEY                   PIC X(14)  VALUE SPACES.
011600 01  WS-CREDIT-HOURS               PIC 9(02)  VALUE ZERO.
011700 01  WS-COURSE-TITLE               PIC X(30)  VALUE SPACES.
011800 77  WS-COURSE-MAX                 PIC 9(04)  COMP VALUE 1000.
011900 01  WS-COURSE-TABLE.
012000     05  WS-COURSE-COUNT           PIC 9(04)  COMP VALUE ZERO.
012100     05  WS-COURSE-ENTRY OCCURS 1000 TIMES.
012200         10  WS-CRS-CODE           PIC X(06).
012300         10  WS-CRS-HEADCOUNT      PIC 9(05).
012400         10  WS-CRS-HOURS          PIC 9(07).
012500         10  WS-CRS-WITHDRAWN      PIC 9(05).
012600 01  WS-STATUS-TOTALS.
012700     05  WS-ENROLLED-COUNT         PIC 9(07)  VALUE ZERO.
012800     05  WS-ENROLLED-HOURS         PIC 9(07)  VALUE ZERO.
012900     05  WS-GRADED-COUNT           PIC 9(07)  VALUE ZERO.
013000     05  WS-GRADED-HOURS           PIC 9(07)  VALUE ZERO.
013100     05  WS-INCOMPLETE-COUNT       PIC 9(07)  VALUE ZERO.
013200     05  WS-INCOMPLETE-HOURS       PIC 9(07)  VALUE ZERO.
013300     05  WS-WITHDRAWN-COUNT        PIC 9(07)  VALUE ZERO.
013400     05  WS-WITHDRAWN-HOURS        PIC 9(07)  VALUE ZERO.
013500 01  WS-CHANGE-LINE.
013600     05  WS-CHG-TYPE               PIC X(10).
013700     05  WS-CHG-STUDENT-ID         PIC X(08).
013800     05  WS-CHG-COURSE-CODE        PIC X(06).
013900     05  WS-CHG-CENSUS-STATUS      PIC X(01).
014000     05  WS-CHG-NOW-STATUS         PIC X(01).
014100     05  WS-CHG-POSTED-DATE        PIC X(08).
014200     05  WS-CHG-HOURS              PIC 9(02).
014300 01  WS-CHANGE-TOTALS.
014400     05  WS-ADD-COUNT              PIC 9(07)  VALUE ZERO.
014500     05  WS-ADD-HOURS              PIC 9(07)  VALUE ZERO.
014600     05  WS-DROP-COUNT             PIC 9(07)  VALUE ZERO.
014700     05  WS-DROP-HOURS             PIC 9(07)  VALUE ZERO.
014800     05  WS-WDRAW-COUNT            PIC 9(07)  VALUE ZERO.
014900     05  WS-WDRAW-HOURS            PIC 9(07)  VALUE ZERO.
015000     05  WS-REINSTATE-COUNT        PIC 9(07)  VALUE ZERO.
015100     05  WS-REINSTATE-HOURS        PIC 9(07)  VALUE ZERO.
015200     05  WS-ADD-WDRAW-COUNT        PIC 9(07)  VALUE ZERO.
015300 01  WS-NET-HEADCOUNT              PIC S9(07) VALUE ZERO.
015400 01  WS-NET-HOURS                  PIC S9(07) VALUE ZERO.
015500 01  WS-NET-EDIT                   PIC -9(07).
015600 01  WS-WORK-FIELDS.
015700     05  WS-SEEK-COURSE            PIC X(06).
015800     05  WS-CRS-SUB                PIC 9(04)  COMP.
015900     05  WS-CRS-HIT                PIC 9(04)  COMP.
016000     05  WS-SHIFT-SUB              PIC 9(04)  COMP.
016100 01  WS-COUNTERS.
016200     05  WS-RECORDS-SCANNED        PIC 9(07)  VALUE ZERO.
016300     05  WS-SNAPSHOT-RECORDS       PIC 9(07)  VALUE ZERO.
016400     05  WS-STUDENT-HEADCOUNT      PIC 9(07)  VALUE ZERO.
016500     05  WS-TOTAL-HEADCOUNT        PIC 9(07)  VALUE ZERO.
016600     05  WS-TOTAL-HOURS            PIC 9(07)  VALUE ZERO.
016700     05  WS-NO-CATALOG-COUNT       PIC 9(05)  VALUE ZERO.
016800     05  WS-CHANGES-LISTED         PIC 9(07)  VALUE ZERO.
016900 01  FSC-CONTROLS.
017000     COPY "fscctl.cpy".
017100 PROCEDURE DIVISION.
017200*-----------------------------------------------------------*
017300* 0000-MAINLINE                                             *
017400*-----------------------------------------------------------*
017500 0000-MAINLINE.
017500     MOVE "CENSUS" TO FSC-STEP-PROGRAM
017500     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017700     IF NOT NOTHING-TO-DO
017800         IF COMPARE-RUN
017900             PERFORM 4000-COMPARE-SINCE-CENSUS THRU 4000-EXIT
018000         ELSE
018100             PERFORM 2000-SNAPSHOT-RECORD THRU 2000-EXIT
018200                 UNTIL MASTER-EOF
018300             PERFORM 2700-PRINT-CENSUS THRU 2700-EXIT
018400         END-IF
018500     END-IF
018600     PERFORM 3000-TERMINATE THRU 3000-EXIT
018600     MOVE WS-RECORDS-SCANNED TO FSC-STEP-RECORDS-IN
018600     ADD WS-SNAPSHOT-RECORDS WS-CHANGES-LISTED
018600         GIVING FSC-STEP-RECORDS-OUT
018600     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
018700     GOBACK.
018800*-----------------------------------------------------------*
018900* 1000-INITIALIZE - PICK UP THE RUN DATE, TERM, MODE, AND    *
019000*                   CENSUS CARD, AND DECIDE WHETHER THERE IS *
019100*                   ANYTHING TO DO TONIGHT                   *
019200*-----------------------------------------------------------*
019300 1000-INITIALIZE.
019400     PERFORM 1900-READ-RUN-CONTROL THRU 1900-EXIT
019500     IF WS-RUN-DATE = SPACES
019600         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
019700     END-IF
019800     DISPLAY "CENSUS - ENTER MODE (S = CENSUS-DATE SNAPSHOT, "
019900         "C = COMPARE SINCE CENSUS): "
020000     ACCEPT WS-MODE-ENTRY
020100     OPEN OUTPUT CENSUS-RPT
020200     MOVE "CENSUS-RPT" TO FSC-FILE-NAME
020300     MOVE "OPEN"       TO FSC-OPERATION
020400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
020500     PERFORM 1950-READ-CENSUS-CARD THRU 1950-EXIT
020600     IF WS-TERM-CODE = SPACES
020700         SET NOTHING-TO-DO TO TRUE
020800         DISPLAY "CENSUS - NO TERM ON RUNCTL OR THE CENSUS "
020900             "CARD - NOTHING DONE"
021000         MOVE "NO TERM ON RUNCTL OR CENSUS CARD - NOTHING DONE"
021100             TO CENSUS-RPT-RECORD
021200         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
021300         GO TO 1000-EXIT
021400     END-IF
021500     PERFORM 1400-SCAN-SNAPSHOT THRU 1400-EXIT
021600     IF COMPARE-RUN
021700         PERFORM 1200-CHECK-COMPARE THRU 1200-EXIT
021800     ELSE
021900         PERFORM 1100-CHECK-SNAPSHOT THRU 1100-EXIT
022000     END-IF
022100     .
022200 1000-EXIT.
022300     EXIT.
022400*-----------------------------------------------------------*
022500* 1100-CHECK-SNAPSHOT - SNAPSHOT ONLY ON THE CENSUS DATE AND *
022600*                       ONLY ONCE PER TERM; OPEN THE MASTER, *
022700*                       CATALOG, AND SNAPSHOT FOR THE RUN    *
022800*-----------------------------------------------------------*
022900 1100-CHECK-SNAPSHOT.
023000     IF WS-CENSUS-DATE = SPACES OR WS-CENSUS-DATE NOT NUMERIC
023100         SET NOTHING-TO-DO TO TRUE
023200         DISPLAY "CENSUS - NO CENSUS DATE SET - NO SNAPSHOT TAKEN"
023300         MOVE "NO CENSUS DATE SET - NO SNAPSHOT TAKEN"
023400             TO CENSUS-RPT-RECORD
023500         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
023600         GO TO 1100-EXIT
023700     END-IF
023800     MOVE SPACES TO CENSUS-RPT-RECORD
023900     STRING "CENSUS-DATE ENROLLMENT SNAPSHOT - TERM "
024000             DELIMITED BY SIZE
024100         WS-TERM-CODE DELIMITED BY SIZE
024200         "  CENSUS DATE " DELIMITED BY SIZE
024300         WS-CENSUS-DATE DELIMITED BY SIZE
024400         "  RUN " DELIMITED BY SIZE
024500         WS-RUN-DATE DELIMITED BY SIZE
024600         INTO CENSUS-RPT-RECORD
024700     END-STRING
024800     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
024900     MOVE SPACES TO CENSUS-RPT-RECORD
025000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
025100     IF WS-RUN-DATE NOT = WS-CENSUS-DATE
025200         SET NOTHING-TO-DO TO TRUE
025300         DISPLAY "CENSUS - NOT THE CENSUS DATE - NO SNAPSHOT "
025400             "TAKEN"
025500         MOVE "NOT THE CENSUS DATE - NO SNAPSHOT TAKEN"
025600             TO CENSUS-RPT-RECORD
025700         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
025800         GO TO 1100-EXIT
025900     END-IF
026000     IF WS-SNAPSHOT-RECORDS > ZERO
026100         SET NOTHING-TO-DO TO TRUE
026200         DISPLAY "CENSUS - TERM " WS-TERM-CODE " ALREADY HAS A "
026300             "CENSUS SNAPSHOT - NOT RETAKEN"
026400         MOVE "TERM ALREADY HAS A CENSUS SNAPSHOT - NOT RETAKEN"
026500             TO CENSUS-RPT-RECORD
026600         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
026700         GO TO 1100-EXIT
026800     END-IF
026900     OPEN INPUT STUDENT-MASTER
027000     IF FSC-STATUS-CODE = "35"
027100         SET NOTHING-TO-DO TO TRUE
027200         DISPLAY "CENSUS - NO STUDENT-MASTER FILE - NO SNAPSHOT "
027300             "TAKEN"
027400         MOVE "NO STUDENT-MASTER FILE - NO SNAPSHOT TAKEN"
027500             TO CENSUS-RPT-RECORD
027600         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
027700         MOVE 8 TO RETURN-CODE
027800         GO TO 1100-EXIT
027900     END-IF
028000     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
028100     MOVE "OPEN"           TO FSC-OPERATION
028200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
028300     SET MASTER-IS-OPEN TO TRUE
028400     MOVE LOW-VALUES
028500         TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
028600     START STUDENT-MASTER KEY NOT LESS THAN
028700             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
028800         INVALID KEY
028900             SET MASTER-EOF TO TRUE
029000     END-START
029100     PERFORM 1300-OPEN-CATALOG THRU 1300-EXIT
029200     OPEN EXTEND CENSUS-SNAPSHOT
029300     IF FSC-STATUS-CODE = "35"
029400         OPEN OUTPUT CENSUS-SNAPSHOT
029500     END-IF
029600     MOVE "CENSUS-SNAPSHOT" TO FSC-FILE-NAME
029700     MOVE "OPEN"            TO FSC-OPERATION
029800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029900     SET SNAPSHOT-IS-OPEN TO TRUE
030000     .
030100 1100-EXIT.
030200     EXIT.
030300*-----------------------------------------------------------*
030400* 1200-CHECK-COMPARE - A COMPARISON NEEDS THE TERM'S         *
030500*                      SNAPSHOT AND THE MASTER               *
030600*-----------------------------------------------------------*
030700 1200-CHECK-COMPARE.
030800     MOVE SPACES TO CENSUS-RPT-RECORD
030900     STRING "ENROLLMENT CHANGES SINCE CENSUS - TERM "
031000             DELIMITED BY SIZE
031100         WS-TERM-CODE DELIMITED BY SIZE
031200         "  CENSUS DATE " DELIMITED BY SIZE
031300         WS-CENSUS-DATE DELIMITED BY SIZE
031400         "  RUN " DELIMITED BY SIZE
031500         WS-RUN-DATE DELIMITED BY SIZE
031600         INTO CENSUS-RPT-RECORD
031700     END-STRING
031800     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
031900     MOVE SPACES TO CENSUS-RPT-RECORD
032000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
032100     IF WS-SNAPSHOT-RECORDS = ZERO
032200         SET NOTHING-TO-DO TO TRUE
032300         DISPLAY "CENSUS - NO CENSUS SNAPSHOT FOR TERM "
032400             WS-TERM-CODE " - NOTHING COMPARED"
032500         MOVE "NO CENSUS SNAPSHOT FOR THE TERM - NOTHING COMPARED"
032600             TO CENSUS-RPT-RECORD
032700         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
032800         MOVE 8 TO RETURN-CODE
032900         GO TO 1200-EXIT
033000     END-IF
033100     OPEN INPUT STUDENT-MASTER
033200     IF FSC-STATUS-CODE = "35"
033300         SET NOTHING-TO-DO TO TRUE
033400         DISPLAY "CENSUS - NO STUDENT-MASTER FILE - NOTHING "
033500             "COMPARED"
033600         MOVE "NO STUDENT-MASTER FILE - NOTHING COMPARED"
033700             TO CENSUS-RPT-RECORD
033800         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
033900         MOVE 8 TO RETURN-CODE
034000         GO TO 1200-EXIT
034100     END-IF
034200     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
034300     MOVE "OPEN"           TO FSC-OPERATION
034400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
034500     SET MASTER-IS-OPEN TO TRUE
034600     PERFORM 1300-OPEN-CATALOG THRU 1300-EXIT
034700     .
034800 1200-EXIT.
034900     EXIT.
035000*-----------------------------------------------------------*
035100* 1300-OPEN-CATALOG - CREDIT HOURS AND TITLES; NO CATALOG    *
035200*                     COUNTS EVERY COURSE AT ZERO HOURS      *
035300*-----------------------------------------------------------*
035400 1300-OPEN-CATALOG.
035500     OPEN INPUT COURSE-CATALOG
035600     IF FSC-STATUS-CODE = "35"
035700         DISPLAY "CENSUS - NO COURSE CATALOG - CREDIT HOURS "
035800             "COUNTED AS ZERO"
035900         MOVE 4 TO RETURN-CODE
036000         GO TO 1300-EXIT
036100     END-IF
036200     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
036300     MOVE "OPEN"           TO FSC-OPERATION
036400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
036500     SET CATALOG-IS-OPEN TO TRUE
036600     .
036700 1300-EXIT.
036800     EXIT.
036900*-----------------------------------------------------------*
037000* 1400-SCAN-SNAPSHOT - ONE PASS OF THE RETAINED SNAPSHOT,    *
037100*                      TALLYING THE TERM'S RECORDS; ANY FOUND*
037200*                      MEANS THE TERM IS ALREADY SNAPPED     *
037300*-----------------------------------------------------------*
037400 1400-SCAN-SNAPSHOT.
037500     OPEN INPUT CENSUS-SNAPSHOT
037600     IF FSC-STATUS-CODE = "35"
037700         GO TO 1400-EXIT
037800     END-IF
037900     MOVE "CENSUS-SNAPSHOT" TO FSC-FILE-NAME
038000     MOVE "OPEN"            TO FSC-OPERATION
038100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
038200     PERFORM 1450-SCAN-ONE-SNAPSHOT THRU 1450-EXIT
038300         UNTIL SNAPSHOT-EOF
038400     CLOSE CENSUS-SNAPSHOT
038500     MOVE "CENSUS-SNAPSHOT" TO FSC-FILE-NAME
038600     MOVE "CLOSE"           TO FSC-OPERATION
038700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
038800     MOVE "N" TO WS-SNAP-EOF-SW
038900     .
039000 1400-EXIT.
039100     EXIT.
039200*-----------------------------------------------------------*
039300* 1450-SCAN-ONE-SNAPSHOT - ONE SNAPSHOT READ                *
039400*-----------------------------------------------------------*
039500 1450-SCAN-ONE-SNAPSHOT.
039600     READ CENSUS-SNAPSHOT
039700         AT END
039800             SET SNAPSHOT-EOF TO TRUE
039900             GO TO 1450-EXIT
040000     END-READ
040100     MOVE "CENSUS-SNAPSHOT" TO FSC-FILE-NAME
040200     MOVE "READ"            TO FSC-OPERATION
040300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
040400     IF CS-TERM-CODE NOT = WS-TERM-CODE
040500         GO TO 1450-EXIT
040600     END-IF
040700     IF WS-SNAPSHOT-RECORDS = ZERO
040800         MOVE CS-CENSUS-DATE TO WS-CENSUS-DATE
040900     END-IF
041000     ADD 1 TO WS-SNAPSHOT-RECORDS
041100     PERFORM 2500-TALLY-SNAPSHOT THRU 2500-EXIT
041200     .
041300 1450-EXIT.
041400     EXIT.
041500*-----------------------------------------------------------*
041600* 1900-READ-RUN-CONTROL - PICK UP THE SHARED RUN DATE AND    *
041700*                         TERM; A MISSING RUNCTL DD IS NOT   *
041800*                         AN ERROR                           *
041900*-----------------------------------------------------------*
042000 1900-READ-RUN-CONTROL.
042100     OPEN INPUT RUN-CONTROL
042200     IF FSC-STATUS-CODE = "35"
042300         GO TO 1900-EXIT
042400     END-IF
042500     MOVE "RUN-CONTROL" TO FSC-FILE-NAME
042600     MOVE "OPEN"        TO FSC-OPERATION
042700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
042800     READ RUN-CONTROL
042900         AT END
043000             CLOSE RUN-CONTROL
043100             GO TO 1900-EXIT
043200     END-READ
043300     MOVE "READ" TO FSC-OPERATION
043400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
043500     MOVE RC-RUN-DATE  TO WS-RUN-DATE
043600     MOVE RC-TERM-CODE TO WS-TERM-CODE
043700     CLOSE RUN-CONTROL
043800     MOVE "CLOSE" TO FSC-OPERATION
043900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
044000     .
044100 1900-EXIT.
044200     EXIT.
044300*-----------------------------------------------------------*
044400* 1950-READ-CENSUS-CARD - CENSUS DATE AND (OPTIONALLY) THE   *
044500*                         TERM; NO CARD LEAVES THE DATE BLANK*
044600*-----------------------------------------------------------*
044700 1950-READ-CENSUS-CARD.
044800     OPEN INPUT CENSUS-CARD
044900     IF FSC-STATUS-CODE = "35"
045000         GO TO 1950-EXIT
045100     END-IF
045200     MOVE "CENSUS-CARD" TO FSC-FILE-NAME
045300     MOVE "OPEN"        TO FSC-OPERATION
045400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
045500     READ CENSUS-CARD
045600         AT END
045700             CLOSE CENSUS-CARD
045800             GO TO 1950-EXIT
045900     END-READ
046000     MOVE "READ" TO FSC-OPERATION
046100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
046200     MOVE CD-CENSUS-DATE TO WS-CENSUS-DATE
046300     IF CD-TERM-CODE NOT = SPACES
046400         MOVE CD-TERM-CODE TO WS-TERM-CODE
046500     END-IF
046600     CLOSE CENSUS-CARD
046700     MOVE "CLOSE" TO FSC-OPERATION
046800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
046900     .
047000 1950-EXIT.
047100     EXIT.
047200*-----------------------------------------------------------*
047300* 2000-SNAPSHOT-RECORD - FREEZE ONE MASTER RECORD FOR THE    *
047400*                        TERM ONTO THE SNAPSHOT              *
047500*-----------------------------------------------------------*
047600 2000-SNAPSHOT-RECORD.
047700     READ STUDENT-MASTER NEXT
047800         AT END
047900             SET MASTER-EOF TO TRUE
048000             GO TO 2000-EXIT
048100     END-READ
048200     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
048300     MOVE "READ"           TO FSC-OPERATION
048400     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
048500         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
048600     END-IF
048700     ADD 1 TO WS-RECORDS-SCANNED
048800     IF SR-TERM-CODE OF STUDENT-MASTER-RECORD NOT = WS-TERM-CODE
048900         GO TO 2000-EXIT
049000     END-IF
049010     IF SR-GRADE-TRANSFER OF STUDENT-MASTER-RECORD
049020         GO TO 2000-EXIT
049030     END-IF
049100     MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
049200         TO WS-SEEK-COURSE
049300     PERFORM 2900-LOOK-UP-COURSE THRU 2900-EXIT
049400     MOVE SPACES          TO CENSUS-SNAPSHOT-RECORD
049500     MOVE WS-TERM-CODE    TO CS-TERM-CODE
049600     MOVE WS-CENSUS-DATE  TO CS-CENSUS-DATE
049700     MOVE SR-MASTER-KEY OF STUDENT-MASTER-RECORD
049800         TO CS-MASTER-KEY
049900     MOVE SR-GRADE-STATUS OF STUDENT-MASTER-RECORD
050000         TO CS-GRADE-STATUS
050100     MOVE WS-CREDIT-HOURS TO CS-CREDIT-HOURS
050200     MOVE SR-POSTED-DATE OF STUDENT-MASTER-RECORD
050300         TO CS-POSTED-DATE
050400     WRITE CENSUS-SNAPSHOT-RECORD
050500     MOVE "CENSUS-SNAPSHOT" TO FSC-FILE-NAME
050600     MOVE "WRITE"           TO FSC-OPERATION
050700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
050800     ADD 1 TO WS-SNAPSHOT-RECORDS
050900     PERFORM 2500-TALLY-SNAPSHOT THRU 2500-EXIT
051000     .
051100 2000-EXIT.
051200     EXIT.
051300*-----------------------------------------------------------*
051400* 2500-TALLY-SNAPSHOT - ADD THE CURRENT SNAPSHOT RECORD TO   *
051500*                       THE STATUS AND COURSE TOTALS; A      *
051600*                       WITHDRAWN RECORD IS NOT HEADCOUNT    *
051700*-----------------------------------------------------------*
051800 2500-TALLY-SNAPSHOT.
051900     EVALUATE TRUE
052000         WHEN CS-WITHDRAWN
052100             ADD 1               TO WS-WITHDRAWN-COUNT
052200             ADD CS-CREDIT-HOURS TO WS-WITHDRAWN-HOURS
052300         WHEN CS-GRADE-STATUS = "E"
052400             ADD 1               TO WS-ENROLLED-COUNT
052500             ADD CS-CREDIT-HOURS TO WS-ENROLLED-HOURS
052600         WHEN CS-GRADE-STATUS = "I"
052700             ADD 1               TO WS-INCOMPLETE-COUNT
052800             ADD CS-CREDIT-HOURS TO WS-INCOMPLETE-HOURS
052900         WHEN OTHER
053000             ADD 1               TO WS-GRADED-COUNT
053100             ADD CS-CREDIT-HOURS TO WS-GRADED-HOURS
053200     END-EVALUATE
053300     MOVE CS-COURSE-CODE TO WS-SEEK-COURSE
053400     PERFORM 2600-FIND-COURSE-ENTRY THRU 2600-EXIT
053500     IF CS-WITHDRAWN
053600         ADD 1 TO WS-CRS-WITHDRAWN (WS-CRS-HIT)
053700         GO TO 2500-EXIT
053800     END-IF
053900     ADD 1               TO WS-CRS-HEADCOUNT (WS-CRS-HIT)
054000     ADD CS-CREDIT-HOURS TO WS-CRS-HOURS (WS-CRS-HIT)
054100     ADD 1               TO WS-TOTAL-HEADCOUNT
054200     ADD CS-CREDIT-HOURS TO WS-TOTAL-HOURS
054300     IF CS-STUDENT-ID NOT = WS-BREAK-STUDENT
054400         MOVE CS-STUDENT-ID TO WS-BREAK-STUDENT
054500         ADD 1 TO WS-STUDENT-HEADCOUNT
054600     END-IF
054700     .
054800 2500-EXIT.
054900     EXIT.
055000*-----------------------------------------------------------*
055100* 2600-FIND-COURSE-ENTRY - LOCATE THE COURSE IN THE TABLE,   *
055200*                          INSERTING IT IN COURSE-CODE ORDER *
055300*                          WHEN NEW; A FULL TABLE IS FATAL   *
055400*-----------------------------------------------------------*
055500 2600-FIND-COURSE-ENTRY.
055600     MOVE "N" TO WS-COURSE-FOUND-SW
055700     MOVE "N" TO WS-INSERT-POINT-SW
055800     PERFORM 2610-PROBE-ONE-COURSE THRU 2610-EXIT
055900         VARYING WS-CRS-SUB FROM 1 BY 1
056000         UNTIL WS-CRS-SUB > WS-COURSE-COUNT
056100             OR COURSE-ENTRY-FOUND
056200             OR INSERT-POINT-FOUND
056300     IF COURSE-ENTRY-FOUND
056400         GO TO 2600-EXIT
056500     END-IF
056600     IF WS-COURSE-COUNT >= WS-COURSE-MAX
056700         DISPLAY "CENSUS - COURSE TABLE FULL AT "
056800             WS-COURSE-MAX " COURSES - RUN ABANDONED"
056900         MOVE 16 TO RETURN-CODE
056900         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
057000         STOP RUN
057100     END-IF
057200     IF INSERT-POINT-FOUND
057300         PERFORM 2620-SHIFT-ONE-COURSE THRU 2620-EXIT
057400             VARYING WS-SHIFT-SUB FROM WS-COURSE-COUNT BY -1
057500             UNTIL WS-SHIFT-SUB < WS-CRS-HIT
057600     ELSE
057700         COMPUTE WS-CRS-HIT = WS-COURSE-COUNT + 1
057800     END-IF
057900     ADD 1 TO WS-COURSE-COUNT
058000     MOVE WS-SEEK-COURSE TO WS-CRS-CODE (WS-CRS-HIT)
058100     MOVE ZERO TO WS-CRS-HEADCOUNT (WS-CRS-HIT)
058200     MOVE ZERO TO WS-CRS-HOURS (WS-CRS-HIT)
058300     MOVE ZERO TO WS-CRS-WITHDRAWN (WS-CRS-HIT)
058400     .
058500 2600-EXIT.
058600     EXIT.
058700*-----------------------------------------------------------*
058800* 2610-PROBE-ONE-COURSE - A MATCH, OR THE FIRST HIGHER CODE  *
058900*                         WHERE A NEW COURSE GOES            *
059000*-----------------------------------------------------------*
059100 2610-PROBE-ONE-COURSE.
059200     IF WS-CRS-CODE (WS-CRS-SUB) = WS-SEEK-COURSE
059300         SET COURSE-ENTRY-FOUND TO TRUE
059400         MOVE WS-CRS-SUB TO WS-CRS-HIT
059500         GO TO 2610-EXIT
059600     END-IF
059700     IF WS-CRS-CODE (WS-CRS-SUB) > WS-SEEK-COURSE
059800         SET INSERT-POINT-FOUND TO TRUE
059900         MOVE WS-CRS-SUB TO WS-CRS-HIT
060000     END-IF
060100     .
060200 2610-EXIT.
060300     EXIT.
060400*-----------------------------------------------------------*
060500* 2620-SHIFT-ONE-COURSE - MOVE ONE ENTRY DOWN A SLOT        *
060600*-----------------------------------------------------------*
060700 2620-SHIFT-ONE-COURSE.
060800     MOVE WS-COURSE-ENTRY (WS-SHIFT-SUB)
060900         TO WS-COURSE-ENTRY (WS-SHIFT-SUB + 1)
061000     .
061100 2620-EXIT.
061200     EXIT.
061300*-----------------------------------------------------------*
061400* 2700-PRINT-CENSUS - HEADCOUNT AND CREDIT HOURS BY COURSE   *
061500*                     AND BY ENROLLMENT STATUS AS OF THE     *
061600*                     CENSUS DATE                            *
061700*-----------------------------------------------------------*
061800 2700-PRINT-CENSUS.
061900     MOVE "CENSUS-DAY HEADCOUNT AND CREDIT HOURS BY COURSE"
062000         TO CENSUS-RPT-RECORD
062100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
062200     MOVE SPACES TO CENSUS-RPT-RECORD
062300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
062400     MOVE SPACES TO CENSUS-RPT-RECORD
062500     STRING "  COURSE TITLE                     "
062600             DELIMITED BY SIZE
062700         "HDCNT  CR-HRS   WDRWN" DELIMITED BY SIZE
062800         INTO CENSUS-RPT-RECORD
062900     END-STRING
063000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
063100     IF WS-COURSE-COUNT = ZERO
063200         MOVE "  NONE" TO CENSUS-RPT-RECORD
063300         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
063400     END-IF
063500     PERFORM 2710-PRINT-ONE-COURSE THRU 2710-EXIT
063600         VARYING WS-CRS-SUB FROM 1 BY 1
063700         UNTIL WS-CRS-SUB > WS-COURSE-COUNT
063800     MOVE SPACES TO CENSUS-RPT-RECORD
063900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
064000     MOVE "CENSUS-DAY HEADCOUNT AND CREDIT HOURS BY STATUS"
064100         TO CENSUS-RPT-RECORD
064200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
064300     MOVE SPACES TO CENSUS-RPT-RECORD
064400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
064500     MOVE SPACES TO CENSUS-RPT-RECORD
064600     STRING "  E ENROLLED, NO GRADE  RECORDS: " DELIMITED BY SIZE
064700         WS-ENROLLED-COUNT DELIMITED BY SIZE
064800         "  CREDIT HOURS: " DELIMITED BY SIZE
064900         WS-ENROLLED-HOURS DELIMITED BY SIZE
065000         INTO CENSUS-RPT-RECORD
065100     END-STRING
065200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
065300     MOVE SPACES TO CENSUS-RPT-RECORD
065400     STRING "  N GRADED              RECORDS: " DELIMITED BY SIZE
065500         WS-GRADED-COUNT DELIMITED BY SIZE
065600         "  CREDIT HOURS: " DELIMITED BY SIZE
065700         WS-GRADED-HOURS DELIMITED BY SIZE
065800         INTO CENSUS-RPT-RECORD
065900     END-STRING
066000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
066100     MOVE SPACES TO CENSUS-RPT-RECORD
066200     STRING "  I INCOMPLETE          RECORDS: " DELIMITED BY SIZE
066300         WS-INCOMPLETE-COUNT DELIMITED BY SIZE
066400         "  CREDIT HOURS: " DELIMITED BY SIZE
066500         WS-INCOMPLETE-HOURS DELIMITED BY SIZE
066600         INTO CENSUS-RPT-RECORD
066700     END-STRING
066800     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
066900     MOVE SPACES TO CENSUS-RPT-RECORD
067000     STRING "  W WITHDRAWN           RECORDS: " DELIMITED BY SIZE
067100         WS-WITHDRAWN-COUNT DELIMITED BY SIZE
067200         "  CREDIT HOURS: " DELIMITED BY SIZE
067300         WS-WITHDRAWN-HOURS DELIMITED BY SIZE
067400         "  (NOT COUNTED)" DELIMITED BY SIZE
067500         INTO CENSUS-RPT-RECORD
067600     END-STRING
067700     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
067800     MOVE SPACES TO CENSUS-RPT-RECORD
067900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
068000     MOVE SPACES TO CENSUS-RPT-RECORD
068100     STRING "CENSUS HEADCOUNT - STUDENTS: " DELIMITED BY SIZE
068200         WS-STUDENT-HEADCOUNT DELIMITED BY SIZE
068300         "  ENROLLMENTS: " DELIMITED BY SIZE
068400         WS-TOTAL-HEADCOUNT DELIMITED BY SIZE
068500         INTO CENSUS-RPT-RECORD
068600     END-STRING
068700     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
068800     MOVE SPACES TO CENSUS-RPT-RECORD
068900     STRING "CENSUS CREDIT HOURS:              " DELIMITED BY SIZE
069000         WS-TOTAL-HOURS DELIMITED BY SIZE
069100         INTO CENSUS-RPT-RECORD
069200     END-STRING
069300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
069400     IF WS-NO-CATALOG-COUNT > ZERO
069500         MOVE SPACES TO CENSUS-RPT-RECORD
069600         STRING "RECORDS WITH NO CATALOG ENTRY (ZERO HOURS): "
069700                 DELIMITED BY SIZE
069800             WS-NO-CATALOG-COUNT DELIMITED BY SIZE
069900             INTO CENSUS-RPT-RECORD
070000         END-STRING
070100         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
070200     END-IF
070300     .
070400 2700-EXIT.
070500     EXIT.
070600*-----------------------------------------------------------*
070700* 2710-PRINT-ONE-COURSE - ONE COURSE LINE OF THE CENSUS      *
070800*                         REPORT                             *
070900*-----------------------------------------------------------*
071000 2710-PRINT-ONE-COURSE.
071100     MOVE WS-CRS-CODE (WS-CRS-SUB) TO WS-SEEK-COURSE
071200     PERFORM 2950-LOOK-UP-TITLE THRU 2950-EXIT
071300     MOVE SPACES TO CENSUS-RPT-RECORD
071400     STRING "  " DELIMITED BY SIZE
071500         WS-CRS-CODE (WS-CRS-SUB) DELIMITED BY SIZE
071600         " " DELIMITED BY SIZE
071700         WS-COURSE-TITLE (1:24) DELIMITED BY SIZE
071800         "  " DELIMITED BY SIZE
071900         WS-CRS-HEADCOUNT (WS-CRS-SUB) DELIMITED BY SIZE
072000         "  " DELIMITED BY SIZE
072100         WS-CRS-HOURS (WS-CRS-SUB) DELIMITED BY SIZE
072200         "  " DELIMITED BY SIZE
072300         WS-CRS-WITHDRAWN (WS-CRS-SUB) DELIMITED BY SIZE
072400         INTO CENSUS-RPT-RECORD
072500     END-STRING
072600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
072700     .
072800 2710-EXIT.
072900     EXIT.
073000*-----------------------------------------------------------*
073100* 2800-WRITE-REPORT-LINE - WRITE ONE CENSUS REPORT LINE      *
073200*-----------------------------------------------------------*
073300 2800-WRITE-REPORT-LINE.
073400     WRITE CENSUS-RPT-RECORD
073500     MOVE "CENSUS-RPT" TO FSC-FILE-NAME
073600     MOVE "WRITE"      TO FSC-OPERATION
073700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
073800     .
073900 2800-EXIT.
074000     EXIT.
074100*-----------------------------------------------------------*
074200* 2900-LOOK-UP-COURSE - CATALOG CREDIT HOURS FOR THE COURSE; *
074300*                       ZERO (AND COUNTED) WHEN IT IS NOT ON *
074400*                       THE CATALOG                          *
074500*-----------------------------------------------------------*
074600 2900-LOOK-UP-COURSE.
074700     MOVE ZERO TO WS-CREDIT-HOURS
074800     IF NOT CATALOG-IS-OPEN
074900         ADD 1 TO WS-NO-CATALOG-COUNT
075000         GO TO 2900-EXIT
075100     END-IF
075200     MOVE WS-SEEK-COURSE TO CC-COURSE-CODE
075300     READ COURSE-CATALOG
075400         INVALID KEY
075500             ADD 1 TO WS-NO-CATALOG-COUNT
075600             GO TO 2900-EXIT
075700     END-READ
075800     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
075900     MOVE "READ"           TO FSC-OPERATION
076000     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
076100         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
076200     END-IF
076300     IF FSC-STATUS-CODE = "00"
076400         MOVE CC-CREDIT-HOURS TO WS-CREDIT-HOURS
076500     END-IF
076600     .
076700 2900-EXIT.
076800     EXIT.
076900*-----------------------------------------------------------*
077000* 2950-LOOK-UP-TITLE - CATALOG TITLE FOR THE REPORT LINE;    *
077100*                      BLANK WHEN IT IS NOT ON THE CATALOG   *
077200*-----------------------------------------------------------*
077300 2950-LOOK-UP-TITLE.
077400     MOVE SPACES TO WS-COURSE-TITLE
077500     IF NOT CATALOG-IS-OPEN
077600         GO TO 2950-EXIT
077700     END-IF
077800     MOVE WS-SEEK-COURSE TO CC-COURSE-CODE
077900     READ COURSE-CATALOG
078000         INVALID KEY
078100             GO TO 2950-EXIT
078200     END-READ
078300     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
078400     MOVE "READ"           TO FSC-OPERATION
078500     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
078600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
078700     END-IF
078800     IF FSC-STATUS-CODE = "00"
078900         MOVE CC-COURSE-TITLE TO WS-COURSE-TITLE
079000     END-IF
079100     .
079200 2950-EXIT.
079300     EXIT.
079400*-----------------------------------------------------------*
079500* 3000-TERMINATE - DISPLAY THE COUNTS AND CLOSE ALL FILES   *
079600*-----------------------------------------------------------*
079700 3000-TERMINATE.
079800     IF COMPARE-RUN
079900         DISPLAY "CENSUS - TERM " WS-TERM-CODE
080000             " CHANGES SINCE CENSUS: " WS-CHANGES-LISTED
080100     ELSE
080200         DISPLAY "CENSUS - TERM " WS-TERM-CODE
080300             " SNAPSHOT RECORDS: " WS-SNAPSHOT-RECORDS
080400             " STUDENTS: " WS-STUDENT-HEADCOUNT
080500             " CREDIT HOURS: " WS-TOTAL-HOURS
080600     END-IF
080700     IF MASTER-IS-OPEN
080800         CLOSE STUDENT-MASTER
080900         MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
081000         MOVE "CLOSE"          TO FSC-OPERATION
081100         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
081200     END-IF
081300     IF CATALOG-IS-OPEN
081400         CLOSE COURSE-CATALOG
081500         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
081600         MOVE "CLOSE"          TO FSC-OPERATION
081700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
081800     END-IF
081900     IF SNAPSHOT-IS-OPEN
082000         CLOSE CENSUS-SNAPSHOT
082100         MOVE "CENSUS-SNAPSHOT" TO FSC-FILE-NAME
082200         MOVE "CLOSE"           TO FSC-OPERATION
082300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
082400     END-IF
082500     CLOSE CENSUS-RPT
082600     MOVE "CENSUS-RPT" TO FSC-FILE-NAME
082700     MOVE "CLOSE"      TO FSC-OPERATION
082800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
082900     .
083000 3000-EXIT.
083100     EXIT.
083200*-----------------------------------------------------------*
083300* 4000-COMPARE-SINCE-CENSUS - REPRINT THE CENSUS NUMBERS,    *
083400*                             THEN MATCH THE TERM'S SNAPSHOT *
083500*                             AGAINST THE MASTER BY STUDENT/ *
083600*                             COURSE KEY                     *
083700*-----------------------------------------------------------*
083800 4000-COMPARE-SINCE-CENSUS.
083900     PERFORM 2700-PRINT-CENSUS THRU 2700-EXIT
084000     MOVE SPACES TO CENSUS-RPT-RECORD
084100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
084200     MOVE "ADDS, DROPS, AND WITHDRAWALS SINCE THE CENSUS DATE"
084300         TO CENSUS-RPT-RECORD
084400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
084500     MOVE SPACES TO CENSUS-RPT-RECORD
084600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
084700     MOVE "  CHANGE     STUDENT  COURSE  CEN/NOW POSTED    HRS"
084800         TO CENSUS-RPT-RECORD
084900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
085000     OPEN INPUT CENSUS-SNAPSHOT
085100     MOVE "CENSUS-SNAPSHOT" TO FSC-FILE-NAME
085200     MOVE "OPEN"            TO FSC-OPERATION
085300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
085400     SET SNAPSHOT-IS-OPEN TO TRUE
085500     MOVE LOW-VALUES
085600         TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
085700     START STUDENT-MASTER KEY NOT LESS THAN
085800             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
085900         INVALID KEY
086000             SET MASTER-EOF TO TRUE
086100     END-START
086200     PERFORM 4200-READ-SNAPSHOT THRU 4200-EXIT
086300     PERFORM 4300-READ-MASTER THRU 4300-EXIT
086400     PERFORM 4100-MATCH-ONE-KEY THRU 4100-EXIT
086500         UNTIL SNAPSHOT-EOF AND MASTER-EOF
086600     IF WS-CHANGES-LISTED = ZERO
086700         MOVE "  NONE" TO CENSUS-RPT-RECORD
086800         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
086900     END-IF
087000     PERFORM 4700-PRINT-CHANGE-TOTALS THRU 4700-EXIT
087100     .
087200 4000-EXIT.
087300     EXIT.
087400*-----------------------------------------------------------*
087500* 4100-MATCH-ONE-KEY - CENSUS ONLY = DROPPED; MASTER ONLY =  *
087600*                      ADDED; BOTH = WITHDRAWN OR REINSTATED *
087700*                      WHEN THE W STATUS CHANGED SINCE       *
087800*-----------------------------------------------------------*
087900 4100-MATCH-ONE-KEY.
088000     MOVE SPACES TO WS-CHANGE-LINE
088100     MOVE ZERO   TO WS-CHG-HOURS
088200     EVALUATE TRUE
088300         WHEN WS-SNAP-KEY < WS-MSTR-KEY
088400             IF NOT CS-WITHDRAWN
088500                 MOVE "DROPPED"       TO WS-CHG-TYPE
088600                 MOVE CS-STUDENT-ID   TO WS-CHG-STUDENT-ID
088700                 MOVE CS-COURSE-CODE  TO WS-CHG-COURSE-CODE
088800                 MOVE CS-GRADE-STATUS TO WS-CHG-CENSUS-STATUS
088900                 MOVE "-"             TO WS-CHG-NOW-STATUS
089000                 MOVE CS-POSTED-DATE  TO WS-CHG-POSTED-DATE
089100                 MOVE CS-CREDIT-HOURS TO WS-CHG-HOURS
089200                 ADD 1               TO WS-DROP-COUNT
089300                 ADD CS-CREDIT-HOURS TO WS-DROP-HOURS
089400                 PERFORM 4600-WRITE-CHANGE THRU 4600-EXIT
089500             END-IF
089600             PERFORM 4200-READ-SNAPSHOT THRU 4200-EXIT
089700         WHEN WS-SNAP-KEY > WS-MSTR-KEY
089800             MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
089900                 TO WS-SEEK-COURSE
090000             PERFORM 2900-LOOK-UP-COURSE THRU 2900-EXIT
090100             IF SR-GRADE-WITHDRAWN OF STUDENT-MASTER-RECORD
090200                 MOVE "ADDED-WD"      TO WS-CHG-TYPE
090300                 ADD 1 TO WS-ADD-WDRAW-COUNT
090400             ELSE
090500                 MOVE "ADDED"         TO WS-CHG-TYPE
090600                 ADD 1               TO WS-ADD-COUNT
090700                 ADD WS-CREDIT-HOURS TO WS-ADD-HOURS
090800             END-IF
090900             MOVE "-"             TO WS-CHG-CENSUS-STATUS
091000             MOVE WS-CREDIT-HOURS TO WS-CHG-HOURS
091100             PERFORM 4650-MOVE-MASTER-SIDE THRU 4650-EXIT
091200             PERFORM 4600-WRITE-CHANGE THRU 4600-EXIT
091300             PERFORM 4300-READ-MASTER THRU 4300-EXIT
091400         WHEN OTHER
091500             IF NOT CS-WITHDRAWN
091600                     AND SR-GRADE-WITHDRAWN
091700                         OF STUDENT-MASTER-RECORD
091800                 MOVE "WITHDRAWN"     TO WS-CHG-TYPE
091900                 ADD 1               TO WS-WDRAW-COUNT
092000                 ADD CS-CREDIT-HOURS TO WS-WDRAW-HOURS
092100             END-IF
092200             IF CS-WITHDRAWN
092300                     AND NOT SR-GRADE-WITHDRAWN
092400                         OF STUDENT-MASTER-RECORD
092500                 MOVE "REINSTATED"    TO WS-CHG-TYPE
092600                 ADD 1               TO WS-REINSTATE-COUNT
092700                 ADD CS-CREDIT-HOURS TO WS-REINSTATE-HOURS
092800             END-IF
092900             IF WS-CHG-TYPE NOT = SPACES
093000                 MOVE CS-GRADE-STATUS TO WS-CHG-CENSUS-STATUS
093100                 MOVE CS-CREDIT-HOURS TO WS-CHG-HOURS
093200                 PERFORM 4650-MOVE-MASTER-SIDE THRU 4650-EXIT
093300                 PERFORM 4600-WRITE-CHANGE THRU 4600-EXIT
093400             END-IF
093500             PERFORM 4200-READ-SNAPSHOT THRU 4200-EXIT
093600             PERFORM 4300-READ-MASTER THRU 4300-EXIT
093700     END-EVALUATE
093800     .
093900 4100-EXIT.
094000     EXIT.
094100*-----------------------------------------------------------*
094200* 4200-READ-SNAPSHOT - NEXT SNAPSHOT RECORD FOR THE TERM;    *
094300*                      LEAVING THE TERM'S BLOCK IS THE END   *
094400*-----------------------------------------------------------*
094500 4200-READ-SNAPSHOT.
094600     MOVE "N" TO WS-SNAP-READY-SW
094700     PERFORM 4210-READ-ONE-SNAPSHOT THRU 4210-EXIT
094800         UNTIL SNAPSHOT-EOF OR SNAPSHOT-READY
094900     IF SNAPSHOT-EOF
095000         MOVE HIGH-VALUES TO WS-SNAP-KEY
095100     ELSE
095200         MOVE CS-MASTER-KEY TO WS-SNAP-KEY
095300     END-IF
095400     .
095500 4200-EXIT.
095600     EXIT.
095700*-----------------------------------------------------------*
095800* 4210-READ-ONE-SNAPSHOT - ONE SNAPSHOT READ                *
095900*-----------------------------------------------------------*
096000 4210-READ-ONE-SNAPSHOT.
096100     READ CENSUS-SNAPSHOT
096200         AT END
096300             SET SNAPSHOT-EOF TO TRUE
096400             GO TO 4210-EXIT
096500     END-READ
096600     MOVE "CENSUS-SNAPSHOT" TO FSC-FILE-NAME
096700     MOVE "READ"            TO FSC-OPERATION
096800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
096900     IF CS-TERM-CODE = WS-TERM-CODE
097000         SET IN-TERM-BLOCK TO TRUE
097100         SET SNAPSHOT-READY TO TRUE
097200         GO TO 4210-EXIT
097300     END-IF
097400     IF IN-TERM-BLOCK
097500         SET SNAPSHOT-EOF TO TRUE
097600     END-IF
097700     .
097800 4210-EXIT.
097900     EXIT.
098000*-----------------------------------------------------------*
098100* 4300-READ-MASTER - NEXT MASTER RECORD FOR THE TERM        *
098200*-----------------------------------------------------------*
098300 4300-READ-MASTER.
098400     MOVE "N" TO WS-MASTER-READY-SW
098500     PERFORM 4310-READ-ONE-MASTER THRU 4310-EXIT
098600         UNTIL MASTER-EOF OR MASTER-READY
098700     IF MASTER-EOF
098800         MOVE HIGH-VALUES TO WS-MSTR-KEY
098900     ELSE
099000         MOVE SR-MASTER-KEY OF STUDENT-MASTER-RECORD
099100             TO WS-MSTR-KEY
099200     END-IF
099300     .
099400 4300-EXIT.
099500     EXIT.
099600*-----------------------------------------------------------*
099700* 4310-READ-ONE-MASTER - ONE MASTER READ                    *
099800*-----------------------------------------------------------*
099900 4310-READ-ONE-MASTER.
100000     READ STUDENT-MASTER NEXT
100100         AT END
100200             SET MASTER-EOF TO TRUE
100300             GO TO 4310-EXIT
100400     END-READ
100500     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
100600     MOVE "READ"           TO FSC-OPERATION
100700     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
100800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
100900     END-IF
101000     ADD 1 TO WS-RECORDS-SCANNED
101100     IF SR-TERM-CODE OF STUDENT-MASTER-RECORD = WS-TERM-CODE
101150             AND NOT SR-GRADE-TRANSFER OF STUDENT-MASTER-RECORD
101200         SET MASTER-READY TO TRUE
101300     END-IF
101400     .
101500 4310-EXIT.
101600     EXIT.
101700*-----------------------------------------------------------*
101800* 4600-WRITE-CHANGE - ONE LINE OF THE CHANGE LIST; A BLANK   *
101900*                     STATUS PRINTS AS N (GRADED)            *
102000*-----------------------------------------------------------*
102100 4600-WRITE-CHANGE.
102200     ADD 1 TO WS-CHANGES-LISTED
102300     IF WS-CHG-CENSUS-STATUS = SPACE
102400         MOVE "N" TO WS-CHG-CENSUS-STATUS
102500     END-IF
102600     IF WS-CHG-NOW-STATUS = SPACE
102700         MOVE "N" TO WS-CHG-NOW-STATUS
102800     END-IF
102900     MOVE SPACES TO CENSUS-RPT-RECORD
103000     STRING "  " DELIMITED BY SIZE
103100         WS-CHG-TYPE DELIMITED BY SIZE
103200         " " DELIMITED BY SIZE
103300         WS-CHG-STUDENT-ID DELIMITED BY SIZE
103400         " " DELIMITED BY SIZE
103500         WS-CHG-COURSE-CODE DELIMITED BY SIZE
103600         "  " DELIMITED BY SIZE
103700         WS-CHG-CENSUS-STATUS DELIMITED BY SIZE
103800         " -> " DELIMITED BY SIZE
103900         WS-CHG-NOW-STATUS DELIMITED BY SIZE
104000         "  " DELIMITED BY SIZE
104100         WS-CHG-POSTED-DATE DELIMITED BY SIZE
104200         "  " DELIMITED BY SIZE
104300         WS-CHG-HOURS DELIMITED BY SIZE
104400         INTO CENSUS-RPT-RECORD
104500     END-STRING
104600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
104700     .
104800 4600-EXIT.
104900     EXIT.
105000*-----------------------------------------------------------*
105100* 4650-MOVE-MASTER-SIDE - KEY, CURRENT STATUS, AND POSTED    *
105200*                         DATE FROM THE MASTER RECORD        *
105300*-----------------------------------------------------------*
105400 4650-MOVE-MASTER-SIDE.
105500     MOVE SR-STUDENT-ID OF STUDENT-MASTER-RECORD
105600         TO WS-CHG-STUDENT-ID
105700     MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
105800         TO WS-CHG-COURSE-CODE
105900     MOVE SR-GRADE-STATUS OF STUDENT-MASTER-RECORD
106000         TO WS-CHG-NOW-STATUS
106100     MOVE SR-POSTED-DATE OF STUDENT-MASTER-RECORD
106200         TO WS-CHG-POSTED-DATE
106300     .
106400 4650-EXIT.
106500     EXIT.
106600*-----------------------------------------------------------*
106700* 4700-PRINT-CHANGE-TOTALS - CHANGE COUNTS AND THE HEADCOUNT *
106800*                            AND CREDIT HOURS THEY LEAVE     *
106900*-----------------------------------------------------------*
107000 4700-PRINT-CHANGE-TOTALS.
107100     MOVE SPACES TO CENSUS-RPT-RECORD
107200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
107300     MOVE SPACES TO CENSUS-RPT-RECORD
107400     STRING "ADDED:        " DELIMITED BY SIZE
107500         WS-ADD-COUNT DELIMITED BY SIZE
107600         "  CREDIT HOURS: " DELIMITED BY SIZE
107700         WS-ADD-HOURS DELIMITED BY SIZE
107800         INTO CENSUS-RPT-RECORD
107900     END-STRING
108000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
108100     MOVE SPACES TO CENSUS-RPT-RECORD
108200     STRING "DROPPED:      " DELIMITED BY SIZE
108300         WS-DROP-COUNT DELIMITED BY SIZE
108400         "  CREDIT HOURS: " DELIMITED BY SIZE
108500         WS-DROP-HOURS DELIMITED BY SIZE
108600         INTO CENSUS-RPT-RECORD
108700     END-STRING
108800     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
108900     MOVE SPACES TO CENSUS-RPT-RECORD
109000     STRING "WITHDRAWN:    " DELIMITED BY SIZE
109100         WS-WDRAW-COUNT DELIMITED BY SIZE
109200         "  CREDIT HOURS: " DELIMITED BY SIZE
109300         WS-WDRAW-HOURS DELIMITED BY SIZE
109400         INTO CENSUS-RPT-RECORD
109500     END-STRING
109600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
109700     MOVE SPACES TO CENSUS-RPT-RECORD
109800     STRING "REINSTATED:   " DELIMITED BY SIZE
109900         WS-REINSTATE-COUNT DELIMITED BY SIZE
110000         "  CREDIT HOURS: " DELIMITED BY SIZE
110100         WS-REINSTATE-HOURS DELIMITED BY SIZE
110200         INTO CENSUS-RPT-RECORD
110300     END-STRING
110400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
110500     MOVE SPACES TO CENSUS-RPT-RECORD
110600     STRING "ADDED THEN WITHDRAWN (NO EFFECT): " DELIMITED BY SIZE
110700         WS-ADD-WDRAW-COUNT DELIMITED BY SIZE
110800         INTO CENSUS-RPT-RECORD
110900     END-STRING
111000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
111100     COMPUTE WS-NET-HEADCOUNT = WS-TOTAL-HEADCOUNT
111200         + WS-ADD-COUNT - WS-DROP-COUNT
111300         - WS-WDRAW-COUNT + WS-REINSTATE-COUNT
111400     COMPUTE WS-NET-HOURS = WS-TOTAL-HOURS
111500         + WS-ADD-HOURS - WS-DROP-HOURS
111600         - WS-WDRAW-HOURS + WS-REINSTATE-HOURS
111700     MOVE SPACES TO CENSUS-RPT-RECORD
111800     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
111900     MOVE WS-NET-HEADCOUNT TO WS-NET-EDIT
112000     MOVE SPACES TO CENSUS-RPT-RECORD
112100     STRING "ENROLLMENTS NOW: " DELIMITED BY SIZE
112200         WS-NET-EDIT DELIMITED BY SIZE
112300         "  (CENSUS " DELIMITED BY SIZE
112400         WS-TOTAL-HEADCOUNT DELIMITED BY SIZE
112500         ")" DELIMITED BY SIZE
112600         INTO CENSUS-RPT-RECORD
112700     END-STRING
112800     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
112900     MOVE WS-NET-HOURS TO WS-NET-EDIT
113000     MOVE SPACES TO CENSUS-RPT-RECORD
113100     STRING "CREDIT HOURS NOW:" DELIMITED BY SIZE
113200         WS-NET-EDIT DELIMITED BY SIZE
113300         "  (CENSUS " DELIMITED BY SIZE
113400         WS-TOTAL-HOURS DELIMITED BY SIZE
113500         ")" DELIMITED BY SIZE
113600         INTO CENSUS-RPT-RECORD
113700     END-STRING
113800     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
113900     .
114000 4700-EXIT.
114100     EXIT.
114200     COPY "fscchk.cpy".
114300 END PROGRAM CENSUS.
