000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DISTRIB.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - NIGHTLY REPORT DISTRIBUTION.  *
001300*                   OPERATIONS HAND-SORTED THE NIGHT'S PRINT *
001400*                   EVERY MORNING. THIS LAST NIGHTLY STEP    *
001500*                   READS THE RECIPIENT TABLE (DISTTBL,      *
001600*                   DISTRIB.CPY, IN RECIPIENT ORDER) AND     *
001700*                   BURSTS THE NIGHT'S REPORTS INTO ONE      *
001800*                   BUNDLE PER RECIPIENT OFFICE ON DISTOUT - *
001900*                   A BANNER PAGE LISTING THE CONTENTS, THEN *
002000*                   EACH REPORT OR SECTION AS MANY TIMES AS  *
002100*                   THE TABLE ASKS FOR COPIES. INSTPKTS IS   *
002200*                   SPLIT BY INSTRUCTOR PACKET AND BY COURSE *
002300*                   ROSTER SECTION AND MISSNOTE BY           *
002400*                   INSTRUCTOR, SO ONE OFFICE CAN GET ONE    *
002500*                   INSTRUCTOR'S OR ONE COURSE'S PAGES. A    *
002600*                   REPORT OR SECTION NO TABLE ENTRY COVERS  *
002700*                   GOES INTO A FINAL UNROUTED BUNDLE FOR    *
002800*                   OPERATIONS, SO NOTHING IS LOST. DISTLOG  *
002900*                   SHOWS WHAT WENT WHERE; A TABLE ENTRY     *
003000*                   WHOSE REPORT OR SECTION WAS NOT PRODUCED *
003100*                   AND ANY UNROUTED OUTPUT SET RETURN CODE  *
003200*                   4, A BAD TABLE ENTRY RETURN CODE 8.      *
003250*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003250*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003250*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003275*  10/15/2026  DT   ADDED THE STEPTIME STEP ELAPSED-TIME     *
003275*                   TREND REPORT TO THE NIGHTLY REPORTS      *
003275*                   DISTRIB ROUTES.                          *
003285*  10/15/2026  DT   ADDED THE DEDREVRP DEDUCTION REVERSAL    *
003285*                   REPORT TO THE NIGHTLY REPORTS DISTRIB    *
003285*                   ROUTES.                                  *
003290*  10/15/2026  DT   ADDED THE XFERRPT TRANSFER-CREDIT        *
003290*                   POSTING REPORT TO THE NIGHTLY REPORTS    *
003290*                   DISTRIB ROUTES.                          *
003295*  10/15/2026  DT   ADDED THE LMSRPT LMS GRADEBOOK LOAD      *
003295*                   EXCEPTION REPORT TO THE NIGHTLY REPORTS  *
003295*                   DISTRIB ROUTES.                          *
003297*  10/15/2026  DT   ADDED THE RPTCARDS END-OF-TERM REPORT    *
003297*                   CARDS, THEIR RPTCREG REGISTER AND THE    *
003297*                   CRDHELD MAIL HELD REPORT TO THE NIGHTLY  *
003297*                   REPORTS DISTRIB ROUTES.                  *
003300*-----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RUN-CONTROL ASSIGN TO RUNCTL
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FSC-STATUS-CODE.
004000     SELECT DIST-TABLE ASSIGN TO DISTTBL
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FSC-STATUS-CODE.
004300     SELECT RECONRPT-IN ASSIGN TO RECONRPT
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FSC-STATUS-CODE.
004600     SELECT ATTNREG-IN ASSIGN TO ATTNREG
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FSC-STATUS-CODE.
004900     SELECT FEEDREG-IN ASSIGN TO FEEDREG
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FSC-STATUS-CODE.
005200     SELECT REJAGRPT-IN ASSIGN TO REJAGRPT
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FSC-STATUS-CODE.
005500     SELECT INCAGRPT-IN ASSIGN TO INCAGRPT
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS FSC-STATUS-CODE.
005800     SELECT WAITRPT-IN ASSIGN TO WAITRPT
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FSC-STATUS-CODE.
006100     SELECT PROMNOTE-IN ASSIGN TO PROMNOTE
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS FSC-STATUS-CODE.
006400     SELECT NTCHELD-IN ASSIGN TO NTCHELD
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS FSC-STATUS-CODE.
006700     SELECT DEDSTRPT-IN ASSIGN TO DEDSTRPT
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS FSC-STATUS-CODE.
007000     SELECT DEDHELD-IN ASSIGN TO DEDHELD
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS FSC-STATUS-CODE.
007300     SELECT LETTERS-IN ASSIGN TO LETTERS
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS FSC-STATUS-CODE.
007600     SELECT LETTRREG-IN ASSIGN TO LETTRREG
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS FSC-STATUS-CODE.
007900     SELECT LTRHELD-IN ASSIGN TO LTRHELD
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS FSC-STATUS-CODE.
008200     SELECT STATSRPT-IN ASSIGN TO STATSRPT
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS FSC-STATUS-CODE.
008500     SELECT EXCPRRPT-IN ASSIGN TO EXCPRRPT
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS FSC-STATUS-CODE.
008800     SELECT INSTPKTS-IN ASSIGN TO INSTPKTS
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS FSC-STATUS-CODE.
009100     SELECT MISSRPT-IN ASSIGN TO MISSRPT
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS FSC-STATUS-CODE.
009400     SELECT MISSNOTE-IN ASSIGN TO MISSNOTE
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS FSC-STATUS-CODE.
009700     SELECT CENSRPT-IN ASSIGN TO CENSRPT
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS FSC-STATUS-CODE.
010000     SELECT BALSHEET-IN ASSIGN TO BALSHEET
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS FSC-STATUS-CODE.
010300     SELECT TRENDRPT-IN ASSIGN TO TRENDRPT
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS FSC-STATUS-CODE.
010600     SELECT GRDRPRPT-IN ASSIGN TO GRDRPRPT
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS FSC-STATUS-CODE.
010900     SELECT STNDRPT-IN ASSIGN TO STNDRPT
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS FSC-STATUS-CODE.
011100     SELECT STEPTIME-IN ASSIGN TO STEPTIME
011100         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS FSC-STATUS-CODE.
011100     SELECT DEDREVRP-IN ASSIGN TO DEDREVRP
011100         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS FSC-STATUS-CODE.
011100     SELECT XFERRPT-IN ASSIGN TO XFERRPT
011100         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS FSC-STATUS-CODE.
011100     SELECT LMSRPT-IN ASSIGN TO LMSRPT
011100         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS FSC-STATUS-CODE.
011100     SELECT RPTCARDS-IN ASSIGN TO RPTCARDS
011100         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS FSC-STATUS-CODE.
011100     SELECT RPTCREG-IN ASSIGN TO RPTCREG
011100         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS FSC-STATUS-CODE.
011100     SELECT CRDHELD-IN ASSIGN TO CRDHELD
011100         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS FSC-STATUS-CODE.
011200     SELECT DIST-OUT ASSIGN TO DISTOUT
011300         ORGANIZATION IS LINE SEQUENTIAL
011400         FILE STATUS IS FSC-STATUS-CODE.
011500     SELECT DIST-LOG ASSIGN TO DISTLOG
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         FILE STATUS IS FSC-STATUS-CODE.
011800 DATA DIVISION.
011900 FILE SECTION.
012000 FD  RUN-CONTROL
012100     RECORD CONTAINS 32 CHARACTERS.
012200 01  RUN-CONTROL-RECORD.
012300     COPY "runctl.cpy".
012400 FD  DIST-TABLE
012500     RECORD CONTAINS 80 CHARACTERS.
012600 01  DIST-TABLE-RECORD.
012700     COPY "distrib.cpy".
012800 FD  RECONRPT-IN
012900     RECORD CONTAINS 100 CHARACTERS.
013000 01  RECONRPT-LINE                 PIC X(100).
013100 FD  ATTNREG-IN
013200     RECORD CONTAINS 100 CHARACTERS.
013300 01  ATTNREG-LINE                  PIC X(100).
013400 FD  FEEDREG-IN
013500     RECORD CONTAINS 100 CHARACTERS.
013600 01  FEEDREG-LINE                  PIC X(100).
013700 FD  REJAGRPT-IN
013800     RECORD CONTAINS 100 CHARACTERS.
013900 01  REJAGRPT-LINE                 PIC X(100).
014000 FD  INCAGRPT-IN
014100     RECORD CONTAINS 100 CHARACTERS.
014200 01  INCAGRPT-LINE                 PIC X(100).
014300 FD  WAITRPT-IN
014400     RECORD CONTAINS 100 CHARACTERS.
014500 01  WAITRPT-LINE                  PIC X(100).
014600 FD  PROMNOTE-IN
014700     RECORD CONTAINS 100 CHARACTERS.
014800 01  PROMNOTE-LINE                 PIC X(100).
014900 FD  NTCHELD-IN
015000     RECORD CONTAINS 100 CHARACTERS.
015100 01  NTCHELD-LINE                  PIC X(100).
015200 FD  DEDSTRPT-IN
015300     RECORD CONTAINS 100 CHARACTERS.
015400 01  DEDSTRPT-LINE                 PIC X(100).
015500 FD  DEDHELD-IN
015600     RECORD CONTAINS 100 CHARACTERS.
015700 01  DEDHELD-LINE                  PIC X(100).
015800 FD  LETTERS-IN
015900     RECORD CONTAINS 100 CHARACTERS.
016000 01  LETTERS-LINE                  PIC X(100).
016100 FD  LETTRREG-IN
016200     RECORD CONTAINS 100 CHARACTERS.
016300 01  LETTRREG-LINE                 PIC X(100).
016400 FD  LTRHELD-IN
016500     RECORD CONTAINS 100 CHARACTERS.
016600 01  LTRHELD-LINE                  PIC X(100).
016700 FD  STATSRPT-IN
016800     RECORD CONTAINS 100 CHARACTERS.
016900 01  STATSRPT-LINE                 PIC X(100).
017000 FD  EXCPRRPT-IN
017100     RECORD CONTAINS 100 CHARACTERS.
017200 01  EXCPRRPT-LINE                 PIC X(100).
017300 FD  INSTPKTS-IN
017400     RECORD CONTAINS 100 CHARACTERS.
017500 01  INSTPKTS-LINE                 PIC X(100).
017600 FD  MISSRPT-IN
017700     RECORD CONTAINS 100 CHARACTERS.
017800 01  MISSRPT-LINE                  PIC X(100).
017900 FD  MISSNOTE-IN
018000     RECORD CONTAINS 100 CHARACTERS.
018100 01  MISSNOTE-LINE                 PIC X(100).
018200 FD  CENSRPT-IN
018300     RECORD CONTAINS 100 CHARACTERS.
018400 01  CENSRPT-LINE                  PIC X(100).
018500 FD  BALSHEET-IN
018600     RECORD CONTAINS 100 CHARACTERS.
018700 01  BALSHEET-LINE                 PIC X(100).
018800 FD  TRENDRPT-IN
018900     RECORD CONTAINS 100 CHARACTERS.
019000 01  TRENDRPT-LINE                 PIC X(100).
019100 FD  GRDRPRPT-IN
019200     RECORD CONTAINS 100 CHARACTERS.
019300 01  GRDRPRPT-LINE                 PIC X(100).
019400 FD  STNDRPT-IN
019500     RECORD CONTAINS 100 CHARACTERS.
019600 01  STNDRPT-LINE                  PIC X(100).
019600 FD  STEPTIME-IN
019600     RECORD CONTAINS 100 CHARACTERS.
019600 01  STEPTIME-LINE                 PIC X(100).
019600 FD  DEDREVRP-IN
019600     RECORD CONTAINS 80 CHARACTERS.
019600 01  DEDREVRP-LINE                 PIC X(80).
019600 FD  XFERRPT-IN
019600     RECORD CONTAINS 80 CHARACTERS.
019600 01  XFERRPT-LINE                  PIC X(80).
019600 FD  LMSRPT-IN
019600     RECORD CONTAINS 80 CHARACTERS.
019600 01  LMSRPT-LINE                   PIC X(80).
019600 FD  RPTCARDS-IN
019600     RECORD CONTAINS 80 CHARACTERS.
019600 01  RPTCARDS-LINE                 PIC X(80).
019600 FD  RPTCREG-IN
019600     RECORD CONTAINS 80 CHARACTERS.
019600 01  RPTCREG-LINE                  PIC X(80).
019600 FD  CRDHELD-IN
019600     RECORD CONTAINS 80 CHARACTERS.
019600 01  CRDHELD-LINE                  PIC X(80).
019700 FD  DIST-OUT
019800     RECORD CONTAINS 100 CHARACTERS.
019900 01  DIST-OUT-RECORD               PIC X(100).
020000 FD  DIST-LOG
020100     RECORD CONTAINS 80 CHARACTERS.
020200 01  DIST-LOG-RECORD               PIC X(80).
020300 WORKING-STORAGE SECTION.
020400 01  WS-SWITCHES.
020500     05  WS-TABLE-EOF-SW           PIC X(01)  VALUE "N".
020600         88  TABLE-EOF                        VALUE "Y".
020700     05  WS-REPORT-EOF-SW          PIC X(01)  VALUE "N".
020800         88  REPORT-EOF                       VALUE "Y".
020900     05  WS-REPORT-FOUND-SW        PIC X(01)  VALUE "N".
021000         88  REPORT-FOUND                     VALUE "Y".
021100     05  WS-NAME-FOUND-SW          PIC X(01)  VALUE "N".
021200         88  REPORT-NAME-FOUND                VALUE "Y".
021300     05  WS-COVERED-SW             PIC X(01)  VALUE "N".
021400         88  SECTION-IS-COVERED               VALUE "Y".
021500     05  WS-LINE-WANTED-SW         PIC X(01)  VALUE "N".
021600         88  LINE-IS-WANTED                   VALUE "Y".
021700     05  WS-SECT-DONE-SW           PIC X(01)  VALUE "N".
021800         88  NO-MORE-SECTIONS                 VALUE "Y".
021900     05  WS-SEND-MODE-SW           PIC X(01)  VALUE "T".
022000         88  SENDING-TABLE-ENTRY              VALUE "T".
022100         88  SENDING-UNROUTED                 VALUE "U".
022200     05  WS-PAGE-EJECT-SW          PIC X(01)  VALUE "N".
022300         88  LINE-STARTS-PAGE                 VALUE "Y".
022400     05  WS-GROUP-DONE-SW          PIC X(01)  VALUE "N".
022500         88  GROUP-END-FOUND                  VALUE "Y".
022600 01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
022700 01  WS-FORM-FEED                  PIC X(01)  VALUE X"0C".
022800*-----------------------------------------------------------*
022900* THE NIGHTLY REPORTS DISTRIB KNOWS, BY DD NAME              *
023000*-----------------------------------------------------------*
023100 01  WS-REPORT-NAMES.
023200     05  FILLER                    PIC X(08)  VALUE "RECONRPT".
023300     05  FILLER                    PIC X(08)  VALUE "ATTNREG".
023400     05  FILLER                    PIC X(08)  VALUE "FEEDREG".
023500     05  FILLER                    PIC X(08)  VALUE "REJAGRPT".
023600     05  FILLER                    PIC X(08)  VALUE "INCAGRPT".
023700     05  FILLER                    PIC X(08)  VALUE "WAITRPT".
023800     05  FILLER                    PIC X(08)  VALUE "PROMNOTE".
023900     05  FILLER                    PIC X(08)  VALUE "NTCHELD".
024000     05  FILLER                    PIC X(08)  VALUE "DEDSTRPT".
024100     05  FILLER                    PIC X(08)  VALUE "DEDHELD".
024200     05  FILLER                    PIC X(08)  VALUE "LETTERS".
024300     05  FILLER                    PIC X(08)  VALUE "LETTRREG".
024400     05  FILLER                    PIC X(08)  VALUE "LTRHELD".
024500     05  FILLER                    PIC X(08)  VALUE "STATSRPT".
024600     05  FILLER                    PIC X(08)  VALUE "EXCPRRPT".
024700     05  FILLER                    PIC X(08)  VALUE "INSTPKTS".
024800     05  FILLER                    PIC X(08)  VALUE "MISSRPT".
024900     05  FILLER                    PIC X(08)  VALUE "MISSNOTE".
025000     05  FILLER                    PIC X(08)  VALUE "CENSRPT".
025100     05  FILLER                    PIC X(08)  VALUE "BALSHEET".
025200     05  FILLER                    PIC X(08)  VALUE "TRENDRPT".
025300     05  FILLER                    PIC X(08)  VALUE "GRDRPRPT".
025400     05  FILLER                    PIC X(08)  VALUE "STNDRPT".
025400     05  FILLER                    PIC X(08)  VALUE "STEPTIME".
025400     05  FILLER                    PIC X(08)  VALUE "DEDREVRP".
025400     05  FILLER                    PIC X(08)  VALUE "XFERRPT".
025400     05  FILLER                    PIC X(08)  VALUE "LMSRPT".
025400     05  FILLER                    PIC X(08)  VALUE "RPTCARDS".
025400     05  FILLER                    PIC X(08)  VALUE "RPTCREG".
025400     05  FILLER                    PIC X(08)  VALUE "CRDHELD".
025500 01  WS-REPORT-NAME-TABLE REDEFINES WS-REPORT-NAMES.
025600     05  WS-RPT-NAME OCCURS 30 TIMES
025700                                   PIC X(08).
025800 77  WS-REPORT-MAX                 PIC 9(04)  COMP VALUE 30.
025900 01  WS-REPORT-TABLE.
026000     05  WS-REPORT-ENTRY OCCURS 30 TIMES.
026100         10  WS-RPT-PRODUCED-SW    PIC X(01).
026200             88  RPT-PRODUCED                 VALUE "Y".
026300         10  WS-RPT-LINES          PIC 9(07).
026400         10  WS-RPT-FIRST-SECT     PIC 9(04)  COMP.
026500         10  WS-RPT-SECT-COUNT     PIC 9(04)  COMP.
026600         10  WS-RPT-UNROUTED-LINES PIC 9(07).
026700*-----------------------------------------------------------*
026800* SECTIONS FOUND IN THE REPORTS - A REPORT'S SECTIONS ARE    *
026900* CONTIGUOUS, THE FIRST ONE BEING ANY LINES AHEAD OF THE     *
027000* FIRST SECTION HEADING                                      *
027100*-----------------------------------------------------------*
027200 77  WS-SECT-MAX                   PIC 9(04)  COMP VALUE 3000.
027300 01  WS-SECTION-TABLE.
027400     05  WS-SECT-COUNT             PIC 9(04)  COMP VALUE ZERO.
027500     05  WS-SECTION-ENTRY OCCURS 3000 TIMES.
027600         10  WS-SECT-START-LINE    PIC 9(07).
027700         10  WS-SECT-LINES         PIC 9(07).
027800         10  WS-SECT-INSTRUCTOR    PIC X(08).
027900         10  WS-SECT-COURSE        PIC X(08).
028000         10  WS-SECT-COVERED-SW    PIC X(01).
028100             88  SECT-COVERED                 VALUE "Y".
028200*-----------------------------------------------------------*
028300* RECIPIENT TABLE, AS LOADED FROM DISTTBL                    *
028400*-----------------------------------------------------------*
028500 77  WS-DIST-MAX                   PIC 9(04)  COMP VALUE 500.
028600 01  WS-DIST-TABLE.
028700     05  WS-DIST-COUNT             PIC 9(04)  COMP VALUE ZERO.
028800     05  WS-DIST-ENTRY OCCURS 500 TIMES.
028900         10  WS-DST-RECIPIENT      PIC X(08).
029000         10  WS-DST-NAME           PIC X(30).
029100         10  WS-DST-REPORT         PIC X(08).
029200         10  WS-DST-KEY            PIC X(08).
029300         10  WS-DST-COPIES         PIC 9(02).
029400         10  WS-DST-RPT-SUB        PIC 9(04)  COMP.
029500         10  WS-DST-LINES          PIC 9(07).
029600         10  WS-DST-STATUS         PIC X(01).
029700             88  DST-SEND                     VALUE "S".
029800             88  DST-NOT-PRODUCED             VALUE "N".
029900             88  DST-REPORT-EMPTY             VALUE "E".
030000             88  DST-NO-SECTION               VALUE "K".
030100 01  WS-REPORT-INPUT               PIC X(100).
030200 01  WS-REPORT-LINE                PIC X(100).
030300 01  WS-BUNDLE-NAME                PIC X(30).
030400 01  WS-STATUS-TEXT                PIC X(20).
030500 01  WS-WORK-FIELDS.
030600     05  WS-RPT-SUB                PIC 9(04)  COMP.
030700     05  WS-SECT-SUB               PIC 9(04)  COMP.
030800     05  WS-LAST-SECT              PIC 9(04)  COMP.
030900     05  WS-CUR-SECT               PIC 9(04)  COMP.
031000     05  WS-DST-SUB                PIC 9(04)  COMP.
031100     05  WS-PROBE-SUB              PIC 9(04)  COMP.
031200     05  WS-GROUP-START            PIC 9(04)  COMP.
031300     05  WS-GROUP-END              PIC 9(04)  COMP.
031400     05  WS-SEND-SUB               PIC 9(04)  COMP.
031500     05  WS-COPY-SUB               PIC 9(04)  COMP.
031600     05  WS-COPY-NO                PIC 9(02).
031700     05  WS-COPIES                 PIC 9(02).
031800     05  WS-LINE-NO                PIC 9(07).
031900     05  WS-SEND-KEY               PIC X(08).
032000     05  WS-SEEK-REPORT            PIC X(08).
032100     05  WS-BREAK-RECIPIENT        PIC X(08).
032200     05  WS-ITEM-LINES             PIC 9(07).
032300 01  WS-COUNTERS.
032400     05  WS-TABLE-ENTRIES-READ     PIC 9(05)  VALUE ZERO.
032500     05  WS-TABLE-ENTRIES-BAD      PIC 9(05)  VALUE ZERO.
032600     05  WS-BUNDLES-WRITTEN        PIC 9(05)  VALUE ZERO.
032700     05  WS-ITEMS-SENT             PIC 9(05)  VALUE ZERO.
032800     05  WS-ITEMS-NOT-SENT         PIC 9(05)  VALUE ZERO.
032900     05  WS-UNROUTED-ITEMS         PIC 9(05)  VALUE ZERO.
033000     05  WS-LINES-WRITTEN          PIC 9(07)  VALUE ZERO.
033100 01  FSC-CONTROLS.
033200     COPY "fscctl.cpy".
033300 PROCEDURE DIVISION.
033400*-----------------------------------------------------------*
033500* 0000-MAINLINE                                              *
033600*-----------------------------------------------------------*
033700 0000-MAINLINE.
033700     MOVE "DISTRIB" TO FSC-STEP-PROGRAM
033700     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
033800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
033900     PERFORM 2000-INDEX-REPORT THRU 2000-EXIT
034000         VARYING WS-RPT-SUB FROM 1 BY 1
034100         UNTIL WS-RPT-SUB > WS-REPORT-MAX
034200     PERFORM 2500-MARK-COVERAGE THRU 2500-EXIT
034300         VARYING WS-RPT-SUB FROM 1 BY 1
034400         UNTIL WS-RPT-SUB > WS-REPORT-MAX
034500     PERFORM 2700-CHECK-DIST-ENTRY THRU 2700-EXIT
034600         VARYING WS-DST-SUB FROM 1 BY 1
034700         UNTIL WS-DST-SUB > WS-DIST-COUNT
034800     MOVE 1 TO WS-DST-SUB
034900     PERFORM 4000-SEND-BUNDLE THRU 4000-EXIT
035000         UNTIL WS-DST-SUB > WS-DIST-COUNT
035100     IF WS-UNROUTED-ITEMS > ZERO
035200         PERFORM 4800-SEND-UNROUTED THRU 4800-EXIT
035300     END-IF
035400     PERFORM 3000-TERMINATE THRU 3000-EXIT
035400     MOVE WS-LINES-WRITTEN TO FSC-STEP-RECORDS-OUT
035400     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
035500     GOBACK.
035600*-----------------------------------------------------------*
035700* 1000-INITIALIZE - RUN DATE, OUTPUT FILES, AND THE          *
035800*                   RECIPIENT TABLE                          *
035900*-----------------------------------------------------------*
036000 1000-INITIALIZE.
036100     PERFORM 1900-READ-RUN-CONTROL THRU 1900-EXIT
036200     IF WS-RUN-DATE = SPACES
036300         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
036400     END-IF
036500     OPEN OUTPUT DIST-OUT
036600     MOVE "DIST-OUT" TO FSC-FILE-NAME
036700     MOVE "OPEN"     TO FSC-OPERATION
036800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
036900     OPEN OUTPUT DIST-LOG
037000     MOVE "DIST-LOG" TO FSC-FILE-NAME
037100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037200     MOVE SPACES TO DIST-LOG-RECORD
037300     STRING "REPORT DISTRIBUTION LOG - RUN " DELIMITED BY SIZE
037400         WS-RUN-DATE DELIMITED BY SIZE
037500         INTO DIST-LOG-RECORD
037600     END-STRING
037700     PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT
037800     MOVE SPACES TO DIST-LOG-RECORD
037900     PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT
038000     MOVE "RECIPNT  REPORT   SECTION   CP    LINES  STATUS"
038100         TO DIST-LOG-RECORD
038200     PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT
038300     OPEN INPUT DIST-TABLE
038400     IF FSC-STATUS-CODE = "35"
038500         DISPLAY "DISTRIB - NO RECIPIENT TABLE (DISTTBL) - ALL "
038600             "OUTPUT GOES TO THE UNROUTED BUNDLE"
038700         MOVE 4 TO RETURN-CODE
038800         GO TO 1000-EXIT
038900     END-IF
039000     MOVE "DIST-TABLE" TO FSC-FILE-NAME
039100     MOVE "OPEN"       TO FSC-OPERATION
039200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
039300     PERFORM 1100-LOAD-DIST-ENTRY THRU 1100-EXIT
039400         UNTIL TABLE-EOF
039500     CLOSE DIST-TABLE
039600     MOVE "DIST-TABLE" TO FSC-FILE-NAME
039700     MOVE "CLOSE"      TO FSC-OPERATION
039800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
039900     .
040000 1000-EXIT.
040100     EXIT.
040200*-----------------------------------------------------------*
040300* 1100-LOAD-DIST-ENTRY - ONE RECIPIENT-TABLE RECORD; A BLANK *
040400*                        RECIPIENT OR AN UNKNOWN REPORT IS   *
040500*                        DROPPED WITH RETURN CODE 8          *
040600*-----------------------------------------------------------*
040700 1100-LOAD-DIST-ENTRY.
040800     READ DIST-TABLE
040900         AT END
041000             SET TABLE-EOF TO TRUE
041100             GO TO 1100-EXIT
041200     END-READ
041300     MOVE "DIST-TABLE" TO FSC-FILE-NAME
041400     MOVE "READ"       TO FSC-OPERATION
041500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
041600     ADD 1 TO WS-TABLE-ENTRIES-READ
041700     MOVE DT-REPORT-ID TO WS-SEEK-REPORT
041800     PERFORM 1150-FIND-REPORT-NAME THRU 1150-EXIT
041900     IF DT-RECIPIENT = SPACES OR NOT REPORT-NAME-FOUND
042000         DISPLAY "DISTRIB - TABLE ENTRY DROPPED - RECIPIENT '"
042100             DT-RECIPIENT "' REPORT '" DT-REPORT-ID "'"
042200         ADD 1 TO WS-TABLE-ENTRIES-BAD
042300         MOVE 8 TO RETURN-CODE
042400         GO TO 1100-EXIT
042500     END-IF
042600     IF WS-DIST-COUNT >= WS-DIST-MAX
042700         DISPLAY "DISTRIB - RECIPIENT TABLE FULL AT "
042800             WS-DIST-MAX " ENTRIES - RUN ABANDONED"
042900         MOVE 16 TO RETURN-CODE
042900         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
043000         STOP RUN
043100     END-IF
043200     ADD 1 TO WS-DIST-COUNT
043300     MOVE DT-RECIPIENT      TO WS-DST-RECIPIENT (WS-DIST-COUNT)
043400     MOVE DT-RECIPIENT-NAME TO WS-DST-NAME (WS-DIST-COUNT)
043500     MOVE DT-REPORT-ID      TO WS-DST-REPORT (WS-DIST-COUNT)
043600     MOVE DT-SECTION-KEY    TO WS-DST-KEY (WS-DIST-COUNT)
043700     MOVE WS-PROBE-SUB      TO WS-DST-RPT-SUB (WS-DIST-COUNT)
043800     MOVE ZERO              TO WS-DST-LINES (WS-DIST-COUNT)
043900     MOVE "S"               TO WS-DST-STATUS (WS-DIST-COUNT)
044000     IF DT-COPIES NUMERIC AND DT-COPIES-NUM > ZERO
044100         MOVE DT-COPIES-NUM TO WS-DST-COPIES (WS-DIST-COUNT)
044200     ELSE
044300         MOVE 1             TO WS-DST-COPIES (WS-DIST-COUNT)
044400     END-IF
044500     .
044600 1100-EXIT.
044700     EXIT.
044800*-----------------------------------------------------------*
044900* 1150-FIND-REPORT-NAME - SUBSCRIPT OF A KNOWN REPORT        *
045000*-----------------------------------------------------------*
045100 1150-FIND-REPORT-NAME.
045200     MOVE "N" TO WS-NAME-FOUND-SW
045300     PERFORM 1160-PROBE-REPORT-NAME THRU 1160-EXIT
045400         VARYING WS-PROBE-SUB FROM 1 BY 1
045500         UNTIL WS-PROBE-SUB > WS-REPORT-MAX
045600             OR REPORT-NAME-FOUND
045700     IF REPORT-NAME-FOUND
045800         SUBTRACT 1 FROM WS-PROBE-SUB
045900     END-IF
046000     .
046100 1150-EXIT.
046200     EXIT.
046300*-----------------------------------------------------------*
046400* 1160-PROBE-REPORT-NAME - ONE KNOWN-REPORT COMPARE          *
046500*-----------------------------------------------------------*
046600 1160-PROBE-REPORT-NAME.
046700     IF WS-RPT-NAME (WS-PROBE-SUB) = WS-SEEK-REPORT
046800         SET REPORT-NAME-FOUND TO TRUE
046900     END-IF
047000     .
047100 1160-EXIT.
047200     EXIT.
047300*-----------------------------------------------------------*
047400* 1900-READ-RUN-CONTROL - PICK UP THE SHARED RUN DATE; A     *
047500*                         MISSING RUNCTL DD IS NOT AN ERROR  *
047600*-----------------------------------------------------------*
047700 1900-READ-RUN-CONTROL.
047800     OPEN INPUT RUN-CONTROL
047900     IF FSC-STATUS-CODE = "35"
048000         GO TO 1900-EXIT
048100     END-IF
048200     MOVE "RUN-CONTROL" TO FSC-FILE-NAME
048300     MOVE "OPEN"        TO FSC-OPERATION
048400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
048500     READ RUN-CONTROL
048600         AT END
048700             CLOSE RUN-CONTROL
048800             GO TO 1900-EXIT
048900     END-READ
049000     MOVE "READ" TO FSC-OPERATION
049100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
049200     MOVE RC-RUN-DATE TO WS-RUN-DATE
049300     CLOSE RUN-CONTROL
049400     MOVE "CLOSE" TO FSC-OPERATION
049500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
049600     .
049700 1900-EXIT.
049800     EXIT.
049900*-----------------------------------------------------------*
050000* 2000-INDEX-REPORT - FIRST PASS OF ONE REPORT: LINE COUNT   *
050100*                     AND THE SECTION TABLE                  *
050200*-----------------------------------------------------------*
050300 2000-INDEX-REPORT.
050400     MOVE "N"  TO WS-RPT-PRODUCED-SW (WS-RPT-SUB)
050500     MOVE ZERO TO WS-RPT-LINES (WS-RPT-SUB)
050600     MOVE ZERO TO WS-RPT-SECT-COUNT (WS-RPT-SUB)
050700     MOVE ZERO TO WS-RPT-UNROUTED-LINES (WS-RPT-SUB)
050800     COMPUTE WS-RPT-FIRST-SECT (WS-RPT-SUB) = WS-SECT-COUNT + 1
050900     PERFORM 5000-OPEN-REPORT THRU 5000-EXIT
051000     IF NOT REPORT-FOUND
051100         GO TO 2000-EXIT
051200     END-IF
051300     MOVE "Y" TO WS-RPT-PRODUCED-SW (WS-RPT-SUB)
051400     MOVE 1   TO WS-LINE-NO
051500     MOVE SPACES TO WS-SEND-KEY
051600     PERFORM 2200-ADD-SECTION THRU 2200-EXIT
051700     MOVE ZERO TO WS-LINE-NO
051800     PERFORM 2100-INDEX-ONE-LINE THRU 2100-EXIT
051900         UNTIL REPORT-EOF
052000     MOVE WS-LINE-NO TO WS-RPT-LINES (WS-RPT-SUB)
052100     PERFORM 5200-CLOSE-REPORT THRU 5200-EXIT
052200     PERFORM 2300-SIZE-ONE-SECTION THRU 2300-EXIT
052300         VARYING WS-SECT-SUB FROM WS-RPT-FIRST-SECT (WS-RPT-SUB)
052400         BY 1 UNTIL WS-SECT-SUB > WS-SECT-COUNT
052500     .
052600 2000-EXIT.
052700     EXIT.
052800*-----------------------------------------------------------*
052900* 2100-INDEX-ONE-LINE - COUNT ONE LINE AND START A NEW       *
053000*                       SECTION AT EACH SECTION HEADING.     *
053100*                       INSTPKTS: A PACKET PER INSTRUCTOR,   *
053200*                       A ROSTER SECTION PER COURSE.         *
053300*                       MISSNOTE: A REMINDER PER INSTRUCTOR, *
053400*                       WHOSE ID IS ON ITS "TO:" LINE.       *
053500*-----------------------------------------------------------*
053600 2100-INDEX-ONE-LINE.
053700     PERFORM 5100-READ-REPORT THRU 5100-EXIT
053800     IF REPORT-EOF
053900         GO TO 2100-EXIT
054000     END-IF
054100     ADD 1 TO WS-LINE-NO
054100     ADD 1 TO FSC-STEP-RECORDS-IN
054200     EVALUATE WS-RPT-NAME (WS-RPT-SUB)
054300         WHEN "INSTPKTS"
054400             IF WS-REPORT-LINE (1:20) = "INSTRUCTOR PACKET - "
054500                 MOVE WS-REPORT-LINE (21:8) TO WS-SEND-KEY
054600                 PERFORM 2200-ADD-SECTION THRU 2200-EXIT
054700             END-IF
054800             IF WS-REPORT-LINE (1:7) = "COURSE "
054900                 MOVE WS-SECT-INSTRUCTOR (WS-SECT-COUNT)
055000                     TO WS-SEND-KEY
055100                 PERFORM 2200-ADD-SECTION THRU 2200-EXIT
055200                 MOVE WS-REPORT-LINE (8:6)
055300                     TO WS-SECT-COURSE (WS-SECT-COUNT)
055400             END-IF
055500         WHEN "MISSNOTE"
055600             IF WS-REPORT-LINE (1:24) = "FINAL GRADES REMINDER - "
055700                 MOVE SPACES TO WS-SEND-KEY
055800                 PERFORM 2200-ADD-SECTION THRU 2200-EXIT
055900             END-IF
056000             IF WS-REPORT-LINE (1:4) = "TO: "
056100                 MOVE WS-REPORT-LINE (37:8)
056200                     TO WS-SECT-INSTRUCTOR (WS-SECT-COUNT)
056300             END-IF
056400     END-EVALUATE
056500     .
056600 2100-EXIT.
056700     EXIT.
056800*-----------------------------------------------------------*
056900* 2200-ADD-SECTION - A NEW SECTION STARTING AT THE CURRENT   *
057000*                    LINE; A FULL TABLE IS FATAL             *
057100*-----------------------------------------------------------*
057200 2200-ADD-SECTION.
057300     IF WS-SECT-COUNT >= WS-SECT-MAX
057400         DISPLAY "DISTRIB - SECTION TABLE FULL AT "
057500             WS-SECT-MAX " SECTIONS - RUN ABANDONED"
057600         MOVE 16 TO RETURN-CODE
057600         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
057700         STOP RUN
057800     END-IF
057900     ADD 1 TO WS-SECT-COUNT
058000     ADD 1 TO WS-RPT-SECT-COUNT (WS-RPT-SUB)
058100     MOVE WS-LINE-NO  TO WS-SECT-START-LINE (WS-SECT-COUNT)
058200     MOVE ZERO        TO WS-SECT-LINES (WS-SECT-COUNT)
058300     MOVE WS-SEND-KEY TO WS-SECT-INSTRUCTOR (WS-SECT-COUNT)
058400     MOVE SPACES      TO WS-SECT-COURSE (WS-SECT-COUNT)
058500     MOVE "N"         TO WS-SECT-COVERED-SW (WS-SECT-COUNT)
058600     .
058700 2200-EXIT.
058800     EXIT.
058900*-----------------------------------------------------------*
059000* 2300-SIZE-ONE-SECTION - LINES UP TO THE NEXT SECTION OR    *
059100*                         THE END OF THE REPORT              *
059200*-----------------------------------------------------------*
059300 2300-SIZE-ONE-SECTION.
059400     IF WS-SECT-SUB < WS-SECT-COUNT
059500         COMPUTE WS-SECT-LINES (WS-SECT-SUB) =
059600             WS-SECT-START-LINE (WS-SECT-SUB + 1)
059700             - WS-SECT-START-LINE (WS-SECT-SUB)
059800     ELSE
059900         COMPUTE WS-SECT-LINES (WS-SECT-SUB) =
060000             WS-RPT-LINES (WS-RPT-SUB) + 1
060100             - WS-SECT-START-LINE (WS-SECT-SUB)
060200     END-IF
060300     .
060400 2300-EXIT.
060500     EXIT.
060600*-----------------------------------------------------------*
060700* 2500-MARK-COVERAGE - FLAG EACH SECTION SOME TABLE ENTRY    *
060800*                      SENDS; AN UNCOVERED SECTION WITH      *
060900*                      LINES IN IT GOES TO THE UNROUTED      *
061000*                      BUNDLE                                *
061100*-----------------------------------------------------------*
061200 2500-MARK-COVERAGE.
061300     IF NOT RPT-PRODUCED (WS-RPT-SUB)
061400         GO TO 2500-EXIT
061500     END-IF
061600     COMPUTE WS-LAST-SECT = WS-RPT-FIRST-SECT (WS-RPT-SUB)
061700         + WS-RPT-SECT-COUNT (WS-RPT-SUB) - 1
061800     PERFORM 2510-COVER-ONE-SECTION THRU 2510-EXIT
061900         VARYING WS-SECT-SUB FROM WS-RPT-FIRST-SECT (WS-RPT-SUB)
062000         BY 1 UNTIL WS-SECT-SUB > WS-LAST-SECT
062100     .
062200 2500-EXIT.
062300     EXIT.
062400*-----------------------------------------------------------*
062500* 2510-COVER-ONE-SECTION - TRY EVERY TABLE ENTRY FOR THE     *
062600*                          REPORT AGAINST ONE SECTION        *
062700*-----------------------------------------------------------*
062800 2510-COVER-ONE-SECTION.
062900     IF WS-SECT-LINES (WS-SECT-SUB) = ZERO
063000         MOVE "Y" TO WS-SECT-COVERED-SW (WS-SECT-SUB)
063100         GO TO 2510-EXIT
063200     END-IF
063300     PERFORM 2520-PROBE-ONE-ENTRY THRU 2520-EXIT
063400         VARYING WS-DST-SUB FROM 1 BY 1
063500         UNTIL WS-DST-SUB > WS-DIST-COUNT
063600     IF NOT SECT-COVERED (WS-SECT-SUB)
063700         ADD WS-SECT-LINES (WS-SECT-SUB)
063800             TO WS-RPT-UNROUTED-LINES (WS-RPT-SUB)
063900         ADD 1 TO WS-UNROUTED-ITEMS
064000     END-IF
064100     .
064200 2510-EXIT.
064300     EXIT.
064400*-----------------------------------------------------------*
064500* 2520-PROBE-ONE-ENTRY - A WHOLE-REPORT ENTRY COVERS EVERY   *
064600*                        SECTION; A KEYED ENTRY COVERS THE   *
064700*                        SECTIONS OF ITS INSTRUCTOR/COURSE   *
064800*-----------------------------------------------------------*
064900 2520-PROBE-ONE-ENTRY.
065000     IF WS-DST-RPT-SUB (WS-DST-SUB) NOT = WS-RPT-SUB
065100         GO TO 2520-EXIT
065200     END-IF
065300     MOVE WS-DST-KEY (WS-DST-SUB) TO WS-SEND-KEY
065400     MOVE WS-SECT-SUB TO WS-CUR-SECT
065500     PERFORM 4450-CHECK-LINE-WANTED THRU 4450-EXIT
065600     IF LINE-IS-WANTED
065700         MOVE "Y" TO WS-SECT-COVERED-SW (WS-SECT-SUB)
065800         ADD WS-SECT-LINES (WS-SECT-SUB)
065900             TO WS-DST-LINES (WS-DST-SUB)
066000     END-IF
066100     .
066200 2520-EXIT.
066300     EXIT.
066400*-----------------------------------------------------------*
066500* 2700-CHECK-DIST-ENTRY - WHETHER A TABLE ENTRY HAS ANYTHING *
066600*                         TO SEND TONIGHT                    *
066700*-----------------------------------------------------------*
066800 2700-CHECK-DIST-ENTRY.
066900     MOVE WS-DST-RPT-SUB (WS-DST-SUB) TO WS-RPT-SUB
067000     EVALUATE TRUE
067100         WHEN NOT RPT-PRODUCED (WS-RPT-SUB)
067200             MOVE "N" TO WS-DST-STATUS (WS-DST-SUB)
067300         WHEN WS-RPT-LINES (WS-RPT-SUB) = ZERO
067400             MOVE "E" TO WS-DST-STATUS (WS-DST-SUB)
067500         WHEN WS-DST-LINES (WS-DST-SUB) = ZERO
067600             MOVE "K" TO WS-DST-STATUS (WS-DST-SUB)
067700         WHEN OTHER
067800             MOVE "S" TO WS-DST-STATUS (WS-DST-SUB)
067900     END-EVALUATE
068000     .
068100 2700-EXIT.
068200     EXIT.
068300*-----------------------------------------------------------*
068400* 2800-WRITE-LOG-LINE - WRITE ONE DISTRIBUTION LOG LINE      *
068500*-----------------------------------------------------------*
068600 2800-WRITE-LOG-LINE.
068700     WRITE DIST-LOG-RECORD
068800     MOVE "DIST-LOG" TO FSC-FILE-NAME
068900     MOVE "WRITE"    TO FSC-OPERATION
069000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
069100     .
069200 2800-EXIT.
069300     EXIT.
069400*-----------------------------------------------------------*
069500* 2850-WRITE-OUT-LINE - WRITE ONE BUNDLE LINE, STARTING A    *
069600*                       NEW PAGE WHEN THE LINE ASKS FOR ONE  *
069700*-----------------------------------------------------------*
069800 2850-WRITE-OUT-LINE.
069900     IF LINE-STARTS-PAGE
070000         WRITE DIST-OUT-RECORD AFTER ADVANCING PAGE
070100     ELSE
070200         WRITE DIST-OUT-RECORD AFTER ADVANCING 1 LINE
070300     END-IF
070400     MOVE "DIST-OUT" TO FSC-FILE-NAME
070500     MOVE "WRITE"    TO FSC-OPERATION
070600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
070700     MOVE "N" TO WS-PAGE-EJECT-SW
070800     ADD 1 TO WS-LINES-WRITTEN
070900     .
071000 2850-EXIT.
071100     EXIT.
071200*-----------------------------------------------------------*
071300* 2900-WRITE-ITEM-LOG - ONE LOG LINE FOR A BUNDLE ITEM       *
071400*-----------------------------------------------------------*
071500 2900-WRITE-ITEM-LOG.
071600     MOVE SPACES TO DIST-LOG-RECORD
071700     STRING WS-BREAK-RECIPIENT DELIMITED BY SIZE
071800         " " DELIMITED BY SIZE
071900         WS-SEEK-REPORT DELIMITED BY SIZE
072000         " " DELIMITED BY SIZE
072100         WS-SEND-KEY DELIMITED BY SIZE
072200         "  " DELIMITED BY SIZE
072300         WS-COPIES DELIMITED BY SIZE
072400         "  " DELIMITED BY SIZE
072500         WS-ITEM-LINES DELIMITED BY SIZE
072600         "  " DELIMITED BY SIZE
072700         WS-STATUS-TEXT DELIMITED BY SIZE
072800         INTO DIST-LOG-RECORD
072900     END-STRING
073000     PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT
073100     .
073200 2900-EXIT.
073300     EXIT.
073400*-----------------------------------------------------------*
073500* 2950-SET-STATUS-TEXT - LOG/BANNER WORDING FOR AN ENTRY     *
073600*-----------------------------------------------------------*
073700 2950-SET-STATUS-TEXT.
073800     EVALUATE TRUE
073900         WHEN DST-SEND (WS-SEND-SUB)
074000             MOVE "SENT"              TO WS-STATUS-TEXT
074100         WHEN DST-NOT-PRODUCED (WS-SEND-SUB)
074200             MOVE "NOT PRODUCED"      TO WS-STATUS-TEXT
074300         WHEN DST-REPORT-EMPTY (WS-SEND-SUB)
074400             MOVE "REPORT EMPTY"      TO WS-STATUS-TEXT
074500         WHEN OTHER
074600             MOVE "SECTION NOT FOUND" TO WS-STATUS-TEXT
074700     END-EVALUATE
074800     .
074900 2950-EXIT.
075000     EXIT.
075100*-----------------------------------------------------------*
075200* 3000-TERMINATE - LOG TOTALS, DISPLAY THE COUNTS, AND CLOSE *
075300*-----------------------------------------------------------*
075400 3000-TERMINATE.
075500     MOVE SPACES TO DIST-LOG-RECORD
075600     PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT
075700     MOVE SPACES TO DIST-LOG-RECORD
075800     STRING "BUNDLES: " DELIMITED BY SIZE
075900         WS-BUNDLES-WRITTEN DELIMITED BY SIZE
076000         "  ITEMS SENT: " DELIMITED BY SIZE
076100         WS-ITEMS-SENT DELIMITED BY SIZE
076200         "  NOT SENT: " DELIMITED BY SIZE
076300         WS-ITEMS-NOT-SENT DELIMITED BY SIZE
076400         INTO DIST-LOG-RECORD
076500     END-STRING
076600     PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT
076700     MOVE SPACES TO DIST-LOG-RECORD
076800     STRING "UNROUTED SECTIONS: " DELIMITED BY SIZE
076900         WS-UNROUTED-ITEMS DELIMITED BY SIZE
077000         "  TABLE ENTRIES DROPPED: " DELIMITED BY SIZE
077100         WS-TABLE-ENTRIES-BAD DELIMITED BY SIZE
077200         "  LINES: " DELIMITED BY SIZE
077300         WS-LINES-WRITTEN DELIMITED BY SIZE
077400         INTO DIST-LOG-RECORD
077500     END-STRING
077600     PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT
077700     DISPLAY "DISTRIB - BUNDLES: " WS-BUNDLES-WRITTEN
077800         " ITEMS SENT: " WS-ITEMS-SENT
077900         " NOT SENT: " WS-ITEMS-NOT-SENT
078000         " UNROUTED: " WS-UNROUTED-ITEMS
078100     CLOSE DIST-OUT
078200     MOVE "DIST-OUT" TO FSC-FILE-NAME
078300     MOVE "CLOSE"    TO FSC-OPERATION
078400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
078500     CLOSE DIST-LOG
078600     MOVE "DIST-LOG" TO FSC-FILE-NAME
078700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
078800     .
078900 3000-EXIT.
079000     EXIT.
079100*-----------------------------------------------------------*
079200* 4000-SEND-BUNDLE - ONE RECIPIENT: BANNER PAGE, THEN EACH   *
079300*                    OF ITS TABLE ENTRIES                    *
079400*-----------------------------------------------------------*
079500 4000-SEND-BUNDLE.
079600     MOVE WS-DST-SUB TO WS-GROUP-START
079700     MOVE WS-DST-SUB TO WS-GROUP-END
079800     MOVE WS-DST-RECIPIENT (WS-DST-SUB) TO WS-BREAK-RECIPIENT
079900     MOVE WS-DST-NAME (WS-DST-SUB)      TO WS-BUNDLE-NAME
080000     MOVE "N" TO WS-GROUP-DONE-SW
080100     PERFORM 4050-FIND-GROUP-END THRU 4050-EXIT
080200         UNTIL GROUP-END-FOUND
080300     SET SENDING-TABLE-ENTRY TO TRUE
080400     PERFORM 4100-PRINT-BANNER THRU 4100-EXIT
080500     PERFORM 4200-SEND-ENTRY THRU 4200-EXIT
080600         VARYING WS-SEND-SUB FROM WS-GROUP-START BY 1
080700         UNTIL WS-SEND-SUB > WS-GROUP-END
080800     COMPUTE WS-DST-SUB = WS-GROUP-END + 1
080900     .
081000 4000-EXIT.
081100     EXIT.
081200*-----------------------------------------------------------*
081300* 4050-FIND-GROUP-END - STEP TO THE NEXT ENTRY WHILE IT IS   *
081400*                       FOR THE SAME RECIPIENT               *
081500*-----------------------------------------------------------*
081600 4050-FIND-GROUP-END.
081700     IF WS-GROUP-END >= WS-DIST-COUNT
081800         SET GROUP-END-FOUND TO TRUE
081900         GO TO 4050-EXIT
082000     END-IF
082100     IF WS-DST-RECIPIENT (WS-GROUP-END + 1)
082200             NOT = WS-BREAK-RECIPIENT
082300         SET GROUP-END-FOUND TO TRUE
082400         GO TO 4050-EXIT
082500     END-IF
082600     ADD 1 TO WS-GROUP-END
082700     .
082800 4050-EXIT.
082900     EXIT.
083000*-----------------------------------------------------------*
083100* 4100-PRINT-BANNER - RECIPIENT BANNER PAGE LISTING WHAT THE *
083200*                     BUNDLE HOLDS                           *
083300*-----------------------------------------------------------*
083400 4100-PRINT-BANNER.
083500     ADD 1 TO WS-BUNDLES-WRITTEN
083600     MOVE ALL "*" TO DIST-OUT-RECORD
083700     IF WS-BUNDLES-WRITTEN > 1
083800         SET LINE-STARTS-PAGE TO TRUE
083900     END-IF
084000     PERFORM 2850-WRITE-OUT-LINE THRU 2850-EXIT
084100     MOVE SPACES TO DIST-OUT-RECORD
084200     STRING "DISTRIBUTION BUNDLE FOR " DELIMITED BY SIZE
084300         WS-BREAK-RECIPIENT DELIMITED BY SIZE
084400         "  " DELIMITED BY SIZE
084500         WS-BUNDLE-NAME DELIMITED BY SIZE
084600         INTO DIST-OUT-RECORD
084700     END-STRING
084800     PERFORM 2850-WRITE-OUT-LINE THRU 2850-EXIT
084900     MOVE SPACES TO DIST-OUT-RECORD
085000     STRING "NIGHTLY RUN OF " DELIMITED BY SIZE
085100         WS-RUN-DATE DELIMITED BY SIZE
085200         INTO DIST-OUT-RECORD
085300     END-STRING
085400     PERFORM 2850-WRITE-OUT-LINE THRU 2850-EXIT
085500     MOVE ALL "*" TO DIST-OUT-RECORD
085600     PERFORM 2850-WRITE-OUT-LINE THRU 2850-EXIT
085700     MOVE SPACES TO DIST-OUT-RECORD
085800     PERFORM 2850-WRITE-OUT-LINE THRU 2850-EXIT
085900     MOVE "THIS BUNDLE CONTAINS:" TO DIST-OUT-RECORD
086000     PERFORM 2850-WRITE-OUT-LINE THRU 2850-EXIT
086100     IF SENDING-UNROUTED
086200         PERFORM 4150-PRINT-UNROUTED-ITEM THRU 4150-EXIT
086300             VARYING WS-RPT-SUB FROM 1 BY 1
086400             UNTIL WS-RPT-SUB > WS-REPORT-MAX
086500     ELSE
086600         PERFORM 4110-PRINT-BANNER-ITEM THRU 4110-EXIT
086700             VARYING WS-SEND-SUB FROM WS-GROUP-START BY 1
086800             UNTIL WS-SEND-SUB > WS-GROUP-END
086900     END-IF
087000     .
087100 4100-EXIT.
087200     EXIT.
087300*-----------------------------------------------------------*
087400* 4110-PRINT-BANNER-ITEM - ONE CONTENTS LINE; AN ITEM NOT    *
087500*                          PRODUCED TONIGHT IS SHOWN SO THE  *
087600*                          RECIPIENT KNOWS IT IS MISSING     *
087700*-----------------------------------------------------------*
087800 4110-PRINT-BANNER-ITEM.
087900     PERFORM 2950-SET-STATUS-TEXT THRU 2950-EXIT
088000     MOVE WS-DST-KEY (WS-SEND-SUB) TO WS-SEND-KEY
088100     IF WS-SEND-KEY = SPACES
088200         MOVE "ALL" TO WS-SEND-KEY
088300     END-IF
088400     MOVE SPACES TO DIST-OUT-RECORD
088500     STRING "  " DELIMITED BY SIZE
088600         WS-DST-REPORT (WS-SEND-SUB) DELIMITED BY SIZE
088700         "  SECTION: " DELIMITED BY SIZE
088800         WS-SEND-KEY DELIMITED BY SIZE
088900         "  COPIES: " DELIMITED BY SIZE
089000         WS-DST-COPIES (WS-SEND-SUB) DELIMITED BY SIZE
089100         "  " DELIMITED BY SIZE
089200         WS-STATUS-TEXT DELIMITED BY SIZE
089300         INTO DIST-OUT-RECORD
089400     END-STRING
089500     PERFORM 2850-WRITE-OUT-LINE THRU 2850-EXIT
089600     .
089700 4110-EXIT.
089800     EXIT.
089900*-----------------------------------------------------------*
090000* 4150-PRINT-UNROUTED-ITEM - ONE CONTENTS LINE OF THE        *
090100*                            UNROUTED BUNDLE                 *
090200*-----------------------------------------------------------*
090300 4150-PRINT-UNROUTED-ITEM.
090400     IF WS-RPT-UNROUTED-LINES (WS-RPT-SUB) = ZERO
090500         GO TO 4150-EXIT
090600     END-IF
090700     MOVE SPACES TO DIST-OUT-RECORD
090800     STRING "  " DELIMITED BY SIZE
090900         WS-RPT-NAME (WS-RPT-SUB) DELIMITED BY SIZE
091000         "  LINES WITH NO RECIPIENT: " DELIMITED BY SIZE
091100         WS-RPT-UNROUTED-LINES (WS-RPT-SUB) DELIMITED BY SIZE
091200         INTO DIST-OUT-RECORD
091300     END-STRING
091400     PERFORM 2850-WRITE-OUT-LINE THRU 2850-EXIT
091500     .
091600 4150-EXIT.
091700     EXIT.
091800*-----------------------------------------------------------*
091900* 4200-SEND-ENTRY - EVERY COPY OF ONE TABLE ENTRY, OR A      *
092000*                   WARNING WHEN THERE IS NOTHING TO SEND    *
092100*-----------------------------------------------------------*
092200 4200-SEND-ENTRY.
092300     PERFORM 2950-SET-STATUS-TEXT THRU 2950-EXIT
092400     MOVE WS-DST-REPORT (WS-SEND-SUB) TO WS-SEEK-REPORT
092500     MOVE WS-DST-KEY (WS-SEND-SUB)    TO WS-SEND-KEY
092600     MOVE WS-DST-COPIES (WS-SEND-SUB) TO WS-COPIES
092700     MOVE WS-DST-RPT-SUB (WS-SEND-SUB) TO WS-RPT-SUB
092800     IF NOT DST-SEND (WS-SEND-SUB)
092900         ADD 1 TO WS-ITEMS-NOT-SENT
093000         MOVE ZERO TO WS-ITEM-LINES
093100         PERFORM 2900-WRITE-ITEM-LOG THRU 2900-EXIT
093200         DISPLAY "DISTRIB - " WS-SEEK-REPORT " " WS-SEND-KEY
093300             " FOR " WS-BREAK-RECIPIENT " " WS-STATUS-TEXT
093400         IF RETURN-CODE < 4
093500             MOVE 4 TO RETURN-CODE
093600         END-IF
093700         GO TO 4200-EXIT
093800     END-IF
093900     ADD 1 TO WS-ITEMS-SENT
094000     PERFORM 4300-SEND-ONE-COPY THRU 4300-EXIT
094100         VARYING WS-COPY-SUB FROM 1 BY 1
094200         UNTIL WS-COPY-SUB > WS-COPIES
094300     COMPUTE WS-ITEM-LINES = WS-DST-LINES (WS-SEND-SUB)
094400         * WS-COPIES
094500     PERFORM 2950-SET-STATUS-TEXT THRU 2950-EXIT
094600     PERFORM 2900-WRITE-ITEM-LOG THRU 2900-EXIT
094700     .
094800 4200-EXIT.
094900     EXIT.
095000*-----------------------------------------------------------*
095100* 4300-SEND-ONE-COPY - SEPARATOR PAGE HEADING, THEN A PASS   *
095200*                      OF THE REPORT WRITING THE LINES THIS  *
095300*                      ITEM TAKES                            *
095400*-----------------------------------------------------------*
095500 4300-SEND-ONE-COPY.
095600     MOVE WS-COPY-SUB TO WS-COPY-NO
095700     MOVE SPACES TO WS-STATUS-TEXT
095800     IF WS-SEND-KEY NOT = SPACES
095900         STRING "SECTION " DELIMITED BY SIZE
096000             WS-SEND-KEY DELIMITED BY SIZE
096100             INTO WS-STATUS-TEXT
096200         END-STRING
096300     END-IF
096400     IF SENDING-UNROUTED
096500         MOVE "NO RECIPIENT" TO WS-STATUS-TEXT
096600     END-IF
096700     MOVE SPACES TO DIST-OUT-RECORD
096800     STRING "*** " DELIMITED BY SIZE
096900         WS-SEEK-REPORT DELIMITED BY SIZE
097000         "  " DELIMITED BY SIZE
097100         WS-STATUS-TEXT DELIMITED BY SIZE
097200         "  COPY " DELIMITED BY SIZE
097300         WS-COPY-NO DELIMITED BY SIZE
097400         " OF " DELIMITED BY SIZE
097500         WS-COPIES DELIMITED BY SIZE
097600         "  FOR " DELIMITED BY SIZE
097700         WS-BREAK-RECIPIENT DELIMITED BY SIZE
097800         " ***" DELIMITED BY SIZE
097900         INTO DIST-OUT-RECORD
098000     END-STRING
098100     SET LINE-STARTS-PAGE TO TRUE
098200     PERFORM 2850-WRITE-OUT-LINE THRU 2850-EXIT
098300     MOVE SPACES TO DIST-OUT-RECORD
098400     PERFORM 2850-WRITE-OUT-LINE THRU 2850-EXIT
098500     PERFORM 5000-OPEN-REPORT THRU 5000-EXIT
098600     MOVE ZERO TO WS-LINE-NO
098700     MOVE WS-RPT-FIRST-SECT (WS-RPT-SUB) TO WS-CUR-SECT
098800     COMPUTE WS-LAST-SECT = WS-RPT-FIRST-SECT (WS-RPT-SUB)
098900         + WS-RPT-SECT-COUNT (WS-RPT-SUB) - 1
099000     PERFORM 4400-SEND-ONE-LINE THRU 4400-EXIT
099100         UNTIL REPORT-EOF
099200     PERFORM 5200-CLOSE-REPORT THRU 5200-EXIT
099300     .
099400 4300-EXIT.
099500     EXIT.
099600*-----------------------------------------------------------*
099700* 4400-SEND-ONE-LINE - READ ONE REPORT LINE, MOVE TO ITS     *
099800*                      SECTION, AND COPY IT WHEN WANTED      *
099900*-----------------------------------------------------------*
100000 4400-SEND-ONE-LINE.
100100     PERFORM 5100-READ-REPORT THRU 5100-EXIT
100200     IF REPORT-EOF
100300         GO TO 4400-EXIT
100400     END-IF
100500     ADD 1 TO WS-LINE-NO
100600     MOVE "N" TO WS-SECT-DONE-SW
100700     PERFORM 4410-ADVANCE-SECTION THRU 4410-EXIT
100800         UNTIL NO-MORE-SECTIONS
100900     IF SENDING-UNROUTED
101000         IF SECT-COVERED (WS-CUR-SECT)
101100             GO TO 4400-EXIT
101200         END-IF
101300     ELSE
101400         PERFORM 4450-CHECK-LINE-WANTED THRU 4450-EXIT
101500         IF NOT LINE-IS-WANTED
101600             GO TO 4400-EXIT
101700         END-IF
101800     END-IF
101900     MOVE WS-REPORT-LINE TO DIST-OUT-RECORD
102000     PERFORM 2850-WRITE-OUT-LINE THRU 2850-EXIT
102100     .
102200 4400-EXIT.
102300     EXIT.
102400*-----------------------------------------------------------*
102500* 4410-ADVANCE-SECTION - STEP TO THE NEXT SECTION WHEN THE   *
102600*                        CURRENT LINE IS WHERE IT STARTS     *
102700*-----------------------------------------------------------*
102800 4410-ADVANCE-SECTION.
102900     IF WS-CUR-SECT >= WS-LAST-SECT
103000         SET NO-MORE-SECTIONS TO TRUE
103100         GO TO 4410-EXIT
103200     END-IF
103300     IF WS-SECT-START-LINE (WS-CUR-SECT + 1) > WS-LINE-NO
103400         SET NO-MORE-SECTIONS TO TRUE
103500         GO TO 4410-EXIT
103600     END-IF
103700     ADD 1 TO WS-CUR-SECT
103800     .
103900 4410-EXIT.
104000     EXIT.
104100*-----------------------------------------------------------*
104200* 4450-CHECK-LINE-WANTED - A BLANK KEY TAKES EVERY SECTION;  *
104300*                          OTHERWISE THE SECTION'S           *
104400*                          INSTRUCTOR OR COURSE MUST MATCH   *
104500*-----------------------------------------------------------*
104600 4450-CHECK-LINE-WANTED.
104700     MOVE "N" TO WS-LINE-WANTED-SW
104800     IF WS-SEND-KEY = SPACES
104900         SET LINE-IS-WANTED TO TRUE
105000         GO TO 4450-EXIT
105100     END-IF
105200     IF WS-SEND-KEY = WS-SECT-INSTRUCTOR (WS-CUR-SECT)
105300             OR WS-SEND-KEY = WS-SECT-COURSE (WS-CUR-SECT)
105400         SET LINE-IS-WANTED TO TRUE
105500     END-IF
105600     .
105700 4450-EXIT.
105800     EXIT.
105900*-----------------------------------------------------------*
106000* 4800-SEND-UNROUTED - FINAL BUNDLE FOR OPERATIONS HOLDING   *
106100*                      EVERY SECTION NO TABLE ENTRY SENT     *
106200*-----------------------------------------------------------*
106300 4800-SEND-UNROUTED.
106400     SET SENDING-UNROUTED TO TRUE
106500     MOVE "UNROUTED" TO WS-BREAK-RECIPIENT
106600     MOVE "OPERATIONS - NO RECIPIENT" TO WS-BUNDLE-NAME
106700     PERFORM 4100-PRINT-BANNER THRU 4100-EXIT
106800     MOVE 1 TO WS-COPIES
106900     MOVE 1 TO WS-COPY-SUB
107000     MOVE SPACES TO WS-SEND-KEY
107100     MOVE "NO RECIPIENT ON FILE" TO WS-STATUS-TEXT
107200     PERFORM 4850-SEND-UNROUTED-REPORT THRU 4850-EXIT
107300         VARYING WS-RPT-SUB FROM 1 BY 1
107400         UNTIL WS-RPT-SUB > WS-REPORT-MAX
107500     IF RETURN-CODE < 4
107600         MOVE 4 TO RETURN-CODE
107700     END-IF
107800     .
107900 4800-EXIT.
108000     EXIT.
108100*-----------------------------------------------------------*
108200* 4850-SEND-UNROUTED-REPORT - THE UNCOVERED SECTIONS OF ONE  *
108300*                             REPORT                         *
108400*-----------------------------------------------------------*
108500 4850-SEND-UNROUTED-REPORT.
108600     IF WS-RPT-UNROUTED-LINES (WS-RPT-SUB) = ZERO
108700         GO TO 4850-EXIT
108800     END-IF
108900     MOVE WS-RPT-NAME (WS-RPT-SUB) TO WS-SEEK-REPORT
109000     DISPLAY "DISTRIB - " WS-SEEK-REPORT " HAS "
109100         WS-RPT-UNROUTED-LINES (WS-RPT-SUB)
109200         " LINES WITH NO RECIPIENT - SENT UNROUTED"
109300     PERFORM 4300-SEND-ONE-COPY THRU 4300-EXIT
109400     MOVE WS-RPT-UNROUTED-LINES (WS-RPT-SUB) TO WS-ITEM-LINES
109500     MOVE "NO RECIPIENT ON FILE" TO WS-STATUS-TEXT
109600     PERFORM 2900-WRITE-ITEM-LOG THRU 2900-EXIT
109700     .
109800 4850-EXIT.
109900     EXIT.
110000*-----------------------------------------------------------*
110100* 5000-OPEN-REPORT - OPEN THE REPORT WS-RPT-SUB NAMES; ONE   *
110200*                    NOT PRODUCED TONIGHT IS NOT AN ERROR    *
110300*-----------------------------------------------------------*
110400 5000-OPEN-REPORT.
110500     MOVE "N" TO WS-REPORT-EOF-SW
110600     MOVE "N" TO WS-REPORT-FOUND-SW
110700     EVALUATE WS-RPT-NAME (WS-RPT-SUB)
110800         WHEN "RECONRPT"
110900             OPEN INPUT RECONRPT-IN
111000         WHEN "ATTNREG"
111100             OPEN INPUT ATTNREG-IN
111200         WHEN "FEEDREG"
111300             OPEN INPUT FEEDREG-IN
111400         WHEN "REJAGRPT"
111500             OPEN INPUT REJAGRPT-IN
111600         WHEN "INCAGRPT"
111700             OPEN INPUT INCAGRPT-IN
111800         WHEN "WAITRPT"
111900             OPEN INPUT WAITRPT-IN
112000         WHEN "PROMNOTE"
112100             OPEN INPUT PROMNOTE-IN
112200         WHEN "NTCHELD"
112300             OPEN INPUT NTCHELD-IN
112400         WHEN "DEDSTRPT"
112500             OPEN INPUT DEDSTRPT-IN
112600         WHEN "DEDHELD"
112700             OPEN INPUT DEDHELD-IN
112800         WHEN "LETTERS"
112900             OPEN INPUT LETTERS-IN
113000         WHEN "LETTRREG"
113100             OPEN INPUT LETTRREG-IN
113200         WHEN "LTRHELD"
113300             OPEN INPUT LTRHELD-IN
113400         WHEN "STATSRPT"
113500             OPEN INPUT STATSRPT-IN
113600         WHEN "EXCPRRPT"
113700             OPEN INPUT EXCPRRPT-IN
113800         WHEN "INSTPKTS"
113900             OPEN INPUT INSTPKTS-IN
114000         WHEN "MISSRPT"
114100             OPEN INPUT MISSRPT-IN
114200         WHEN "MISSNOTE"
114300             OPEN INPUT MISSNOTE-IN
114400         WHEN "CENSRPT"
114500             OPEN INPUT CENSRPT-IN
114600         WHEN "BALSHEET"
114700             OPEN INPUT BALSHEET-IN
114800         WHEN "TRENDRPT"
114900             OPEN INPUT TRENDRPT-IN
115000         WHEN "GRDRPRPT"
115100             OPEN INPUT GRDRPRPT-IN
115200         WHEN "STNDRPT"
115300             OPEN INPUT STNDRPT-IN
115300         WHEN "STEPTIME"
115300             OPEN INPUT STEPTIME-IN
115300         WHEN "DEDREVRP"
115300             OPEN INPUT DEDREVRP-IN
115300         WHEN "XFERRPT"
115300             OPEN INPUT XFERRPT-IN
115300         WHEN "LMSRPT"
115300             OPEN INPUT LMSRPT-IN
115300         WHEN "RPTCARDS"
115300             OPEN INPUT RPTCARDS-IN
115300         WHEN "RPTCREG"
115300             OPEN INPUT RPTCREG-IN
115300         WHEN "CRDHELD"
115300             OPEN INPUT CRDHELD-IN
115400     END-EVALUATE
115500     IF FSC-STATUS-CODE = "35"
115600         SET REPORT-EOF TO TRUE
115700         GO TO 5000-EXIT
115800     END-IF
115900     MOVE WS-RPT-NAME (WS-RPT-SUB) TO FSC-FILE-NAME
116000     MOVE "OPEN"                   TO FSC-OPERATION
116100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
116200     SET REPORT-FOUND TO TRUE
116300     .
116400 5000-EXIT.
116500     EXIT.
116600*-----------------------------------------------------------*
116700* 5100-READ-REPORT - NEXT LINE OF THE OPEN REPORT; A LEADING *
116800*                    FORM FEED IS STRIPPED AND REMEMBERED SO *
116900*                    THE LINE STILL STARTS A PAGE            *
117000*-----------------------------------------------------------*
117100 5100-READ-REPORT.
117200     MOVE SPACES TO WS-REPORT-INPUT
117300     MOVE "N" TO WS-PAGE-EJECT-SW
117400     EVALUATE WS-RPT-NAME (WS-RPT-SUB)
117500         WHEN "RECONRPT"
117600             READ RECONRPT-IN INTO WS-REPORT-INPUT
117700                 AT END
117800                     SET REPORT-EOF TO TRUE
117900             END-READ
118000         WHEN "ATTNREG"
118100             READ ATTNREG-IN INTO WS-REPORT-INPUT
118200                 AT END
118300                     SET REPORT-EOF TO TRUE
118400             END-READ
118500         WHEN "FEEDREG"
118600             READ FEEDREG-IN INTO WS-REPORT-INPUT
118700                 AT END
118800                     SET REPORT-EOF TO TRUE
118900             END-READ
119000         WHEN "REJAGRPT"
119100             READ REJAGRPT-IN INTO WS-REPORT-INPUT
119200                 AT END
119300                     SET REPORT-EOF TO TRUE
119400             END-READ
119500         WHEN "INCAGRPT"
119600             READ INCAGRPT-IN INTO WS-REPORT-INPUT
119700                 AT END
119800                     SET REPORT-EOF TO TRUE
119900             END-READ
120000         WHEN "WAITRPT"
120100             READ WAITRPT-IN INTO WS-REPORT-INPUT
120200                 AT END
120300                     SET REPORT-EOF TO TRUE
120400             END-READ
120500         WHEN "PROMNOTE"
120600             READ PROMNOTE-IN INTO WS-REPORT-INPUT
120700                 AT END
120800                     SET REPORT-EOF TO TRUE
120900             END-READ
121000         WHEN "NTCHELD"
121100             READ NTCHELD-IN INTO WS-REPORT-INPUT
121200                 AT END
121300                     SET REPORT-EOF TO TRUE
121400             END-READ
121500         WHEN "DEDSTRPT"
121600             READ DEDSTRPT-IN INTO WS-REPORT-INPUT
121700                 AT END
121800                     SET REPORT-EOF TO TRUE
121900             END-READ
122000         WHEN "DEDHELD"
122100             READ DEDHELD-IN INTO WS-REPORT-INPUT
122200                 AT END
122300                     SET REPORT-EOF TO TRUE
122400             END-READ
122500         WHEN "LETTERS"
122600             READ LETTERS-IN INTO WS-REPORT-INPUT
122700                 AT END
122800                     SET REPORT-EOF TO TRUE
122900             END-READ
123000         WHEN "LETTRREG"
123100             READ LETTRREG-IN INTO WS-REPORT-INPUT
123200                 AT END
123300                     SET REPORT-EOF TO TRUE
123400             END-READ
123500         WHEN "LTRHELD"
123600             READ LTRHELD-IN INTO WS-REPORT-INPUT
123700                 AT END
123800                     SET REPORT-EOF TO TRUE
123900             END-READ
124000         WHEN "STATSRPT"
124100             READ STATSRPT-IN INTO WS-REPORT-INPUT
124200                 AT END
124300                     SET REPORT-EOF TO TRUE
124400             END-READ
124500         WHEN "EXCPRRPT"
124600             READ EXCPRRPT-IN INTO WS-REPORT-INPUT
124700                 AT END
124800                     SET REPORT-EOF TO TRUE
124900             END-READ
125000         WHEN "INSTPKTS"
125100             READ INSTPKTS-IN INTO WS-REPORT-INPUT
125200                 AT END
125300                     SET REPORT-EOF TO TRUE
125400             END-READ
125500         WHEN "MISSRPT"
125600             READ MISSRPT-IN INTO WS-REPORT-INPUT
125700                 AT END
125800                     SET REPORT-EOF TO TRUE
125900             END-READ
126000         WHEN "MISSNOTE"
126100             READ MISSNOTE-IN INTO WS-REPORT-INPUT
126200                 AT END
126300                     SET REPORT-EOF TO TRUE
126400             END-READ
126500         WHEN "CENSRPT"
126600             READ CENSRPT-IN INTO WS-REPORT-INPUT
126700                 AT END
126800                     SET REPORT-EOF TO TRUE
126900             END-READ
127000         WHEN "BALSHEET"
127100             READ BALSHEET-IN INTO WS-REPORT-INPUT
127200                 AT END
127300                     SET REPORT-EOF TO TRUE
127400             END-READ
127500         WHEN "TRENDRPT"
127600             READ TRENDRPT-IN INTO WS-REPORT-INPUT
127700                 AT END
127800                     SET REPORT-EOF TO TRUE
127900             END-READ
128000         WHEN "GRDRPRPT"
128100             READ GRDRPRPT-IN INTO WS-REPORT-INPUT
128200                 AT END
128300                     SET REPORT-EOF TO TRUE
128400             END-READ
128500         WHEN "STNDRPT"
128600             READ STNDRPT-IN INTO WS-REPORT-INPUT
128700                 AT END
128800                     SET REPORT-EOF TO TRUE
128900             END-READ
128900         WHEN "STEPTIME"
128900             READ STEPTIME-IN INTO WS-REPORT-INPUT
128900                 AT END
128900                     SET REPORT-EOF TO TRUE
128900             END-READ
128900         WHEN "DEDREVRP"
128900             READ DEDREVRP-IN INTO WS-REPORT-INPUT
128900                 AT END
128900                     SET REPORT-EOF TO TRUE
128900             END-READ
128900         WHEN "XFERRPT"
128900             READ XFERRPT-IN INTO WS-REPORT-INPUT
128900                 AT END
128900                     SET REPORT-EOF TO TRUE
128900             END-READ
128900         WHEN "LMSRPT"
128900             READ LMSRPT-IN INTO WS-REPORT-INPUT
128900                 AT END
128900                     SET REPORT-EOF TO TRUE
128900             END-READ
128900         WHEN "RPTCARDS"
128900             READ RPTCARDS-IN INTO WS-REPORT-INPUT
128900                 AT END
128900                     SET REPORT-EOF TO TRUE
128900             END-READ
128900         WHEN "RPTCREG"
128900             READ RPTCREG-IN INTO WS-REPORT-INPUT
128900                 AT END
128900                     SET REPORT-EOF TO TRUE
128900             END-READ
128900         WHEN "CRDHELD"
128900             READ CRDHELD-IN INTO WS-REPORT-INPUT
128900                 AT END
128900                     SET REPORT-EOF TO TRUE
128900             END-READ
129000     END-EVALUATE
129100     IF REPORT-EOF
129200         GO TO 5100-EXIT
129300     END-IF
129400     MOVE WS-RPT-NAME (WS-RPT-SUB) TO FSC-FILE-NAME
129500     MOVE "READ"                   TO FSC-OPERATION
129600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
129700     IF WS-REPORT-INPUT (1:1) = WS-FORM-FEED
129800         SET LINE-STARTS-PAGE TO TRUE
129900         MOVE WS-REPORT-INPUT (2:99) TO WS-REPORT-LINE
130000     ELSE
130100         MOVE WS-REPORT-INPUT TO WS-REPORT-LINE
130200     END-IF
130300     .
130400 5100-EXIT.
130500     EXIT.
130600*-----------------------------------------------------------*
130700* 5200-CLOSE-REPORT - CLOSE THE OPEN REPORT                  *
130800*-----------------------------------------------------------*
130900 5200-CLOSE-REPORT.
131000     EVALUATE WS-RPT-NAME (WS-RPT-SUB)
131100         WHEN "RECONRPT"
131200             CLOSE RECONRPT-IN
131300         WHEN "ATTNREG"
131400             CLOSE ATTNREG-IN
131500         WHEN "FEEDREG"
131600             CLOSE FEEDREG-IN
131700         WHEN "REJAGRPT"
131800             CLOSE REJAGRPT-IN
131900         WHEN "INCAGRPT"
132000             CLOSE INCAGRPT-IN
132100         WHEN "WAITRPT"
132200             CLOSE WAITRPT-IN
132300         WHEN "PROMNOTE"
132400             CLOSE PROMNOTE-IN
132500         WHEN "NTCHELD"
132600             CLOSE NTCHELD-IN
132700         WHEN "DEDSTRPT"
132800             CLOSE DEDSTRPT-IN
132900         WHEN "DEDHELD"
133000             CLOSE DEDHELD-IN
133100         WHEN "LETTERS"
133200             CLOSE LETTERS-IN
133300         WHEN "LETTRREG"
133400             CLOSE LETTRREG-IN
133500         WHEN "LTRHELD"
133600             CLOSE LTRHELD-IN
133700         WHEN "STATSRPT"
133800             CLOSE STATSRPT-IN
133900         WHEN "EXCPRRPT"
134000             CLOSE EXCPRRPT-IN
134100         WHEN "INSTPKTS"
134200             CLOSE INSTPKTS-IN
134300         WHEN "MISSRPT"
134400             CLOSE MISSRPT-IN
134500         WHEN "MISSNOTE"
134600             CLOSE MISSNOTE-IN
134700         WHEN "CENSRPT"
134800             CLOSE CENSRPT-IN
134900         WHEN "BALSHEET"
135000             CLOSE BALSHEET-IN
135100         WHEN "TRENDRPT"
135200             CLOSE TRENDRPT-IN
135300         WHEN "GRDRPRPT"
135400             CLOSE GRDRPRPT-IN
135500         WHEN "STNDRPT"
135600             CLOSE STNDRPT-IN
135600         WHEN "STEPTIME"
135600             CLOSE STEPTIME-IN
135600         WHEN "DEDREVRP"
135600             CLOSE DEDREVRP-IN
135600         WHEN "XFERRPT"
135600             CLOSE XFERRPT-IN
135600         WHEN "LMSRPT"
135600             CLOSE LMSRPT-IN
135600         WHEN "RPTCARDS"
135600             CLOSE RPTCARDS-IN
135600         WHEN "RPTCREG"
135600             CLOSE RPTCREG-IN
135600         WHEN "CRDHELD"
135600             CLOSE CRDHELD-IN
135700     END-EVALUATE
135800     MOVE WS-RPT-NAME (WS-RPT-SUB) TO FSC-FILE-NAME
135900     MOVE "CLOSE"                  TO FSC-OPERATION
136000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
136100     .
136200 5200-EXIT.
136300     EXIT.
136400     COPY "fscchk.cpy".
136500 END PROGRAM DISTRIB.
