000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TUITBILL.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - TUITION BILLING. FOR THE      *
001300*                   BILLING TERM (BILLCARD, ELSE THE RUNCTL  *
001400*                   TERM) WALKS STUDENT-MASTER AND POSTS A   *
001500*                   "C" CHARGE TO THE ACCTLEDG ACCOUNT       *
001600*                   LEDGER FOR EVERY ENROLLMENT NOT YET      *
001700*                   CHARGED - CRSCAT CREDIT HOURS TIMES THE  *
001800*                   TUITION RATE, PLUS ANY COURSE FEE, BOTH  *
001900*                   FROM THE RATETBL RATE TABLE. A "W"       *
002000*                   WITHDRAWAL POSTED BY THE TERM'S REFUND   *
002100*                   DEADLINE (ACADCAL; THE ADD/DROP DATE     *
002200*                   WHEN NO REFUND DATE IS SET) GETS AN "R"  *
002300*                   CREDIT REVERSING ITS CHARGE; ONE POSTED  *
002400*                   AFTER IT STAYS CHARGED. A CHARGE WHOSE   *
002500*                   ENROLLMENT HAS BEEN DELETED FROM THE     *
002600*                   MASTER IS CREDITED THE SAME WAY WHILE    *
002700*                   THE REFUND DEADLINE IS STILL OPEN. THE   *
002800*                   LEDGER KEY CARRIES THE TERM, COURSE, AND *
002900*                   ENTRY TYPE, SO A RERUN POSTS NOTHING     *
003000*                   TWICE. NO TERM IS A NO-OP; NO TUITION    *
003100*                   RATE OR NO CATALOG ENDS WITH RETURN CODE *
003200*                   8 AND NOTHING POSTED; A COURSE MISSING   *
003300*                   FROM THE CATALOG IS LEFT UNBILLED AND    *
003400*                   ENDS THE RUN WITH RETURN CODE 4. THE     *
003500*                   BILLING REGISTER LISTS EVERY POSTING.    *
003550*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003550*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003550*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003575*  10/15/2026  DT   "T" TRANSFER CREDIT (XFERCRED) WAS TAKEN *
003575*                   AT ANOTHER SCHOOL AND IS NEVER BILLED.   *
003600*-----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RUN-CONTROL ASSIGN TO RUNCTL
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FSC-STATUS-CODE.
004300     SELECT BILL-CARD ASSIGN TO BILLCARD
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FSC-STATUS-CODE.
004600     SELECT RATE-TABLE ASSIGN TO RATETBL
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FSC-STATUS-CODE.
004900     SELECT ACADEMIC-CALENDAR ASSIGN TO ACADCAL
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS AC-TERM-CODE
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
006600     SELECT ACCOUNT-LEDGER ASSIGN TO ACCTLEDG
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS LG-LEDGER-KEY
007000         FILE STATUS IS FSC-STATUS-CODE.
007100     SELECT BILLING-RPT ASSIGN TO BILLRPT
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS FSC-STATUS-CODE.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  RUN-CONTROL
007700     RECORD CONTAINS 32 CHARACTERS.
007800 01  RUN-CONTROL-RECORD.
007900     COPY "runctl.cpy".
008000 FD  BILL-CARD
008100     RECORD CONTAINS 16 CHARACTERS.
008200 01  BILL-CARD-RECORD.
008300     05  BC-TERM-CODE          PIC X(05).
008400     05  BC-BILL-DATE          PIC X(08).
008500     05  FILLER                PIC X(03).
008600 FD  RATE-TABLE
008700     RECORD CONTAINS 40 CHARACTERS.
008800 01  RATE-TABLE-RECORD.
008900     COPY "ratetbl.cpy".
009000 FD  ACADEMIC-CALENDAR
009100     RECORD CONTAINS 100 CHARACTERS.
009200 01  ACADEMIC-CALENDAR-RECORD.
009300     COPY "acadcal.cpy".
009400 FD  STUDENT-MASTER
009500     RECORD CONTAINS 97 CHARACTERS.
009600 01  STUDENT-MASTER-RECORD.
009700     COPY "studrec.cpy".
009800 FD  COURSE-CATALOG
009900     RECORD CONTAINS 51 CHARACTERS.
010000 01  COURSE-CATALOG-RECORD.
010100     COPY "crscat.cpy".
010200 FD  ACCOUNT-LEDGER
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  ACCOUNT-LEDGER-RECORD.
010500     COPY "acctledg.cpy".
010600 FD  BILLING-RPT
010700     RECORD CONTAINS 80 CHARACTERS.
010800 01  BILLING-RPT-RECORD            PIC X(80).
010900 WORKING-STORAGE SECTION.
011000 01  WS-SWITCHES.
011100     05  WS-NOTHING-TO-BILL-SW     PIC X(01)  VALUE "N".
011200         88  NOTHING-TO-BILL                  VALUE "Y".
011300     05  WS-MASTER-EOF-SW          PIC X(01)  VALUE "N".
011400         88  MASTER-EOF                       VALUE "Y".
011500     05  WS-LEDGER-EOF-SW          PIC X(01)  VALUE "N".
011600         88  LEDGER-EOF                       VALUE "Y".
011700     05  WS-RATE-EOF-SW            PIC X(01)  VALUE "N".
011800         88  RATE-EOF                         VALUE "Y".
011900     05  WS-MASTER-OPEN-SW         PIC X(01)  VALUE "N".
012000         88  MASTER-IS-OPEN                   VALUE "Y".
012100     05  WS-CATALOG-OPEN-SW        PIC X(01)  VALUE "N".
012200         88  CATALOG-IS-OPEN                  VALUE "Y".
012300     05  WS-LEDGER-OPEN-SW         PIC X(01)  VALUE "N".
012400         88  LEDGER-IS-OPEN                   VALUE "Y".
012500     05  WS-TUITION-RATE-SW        PIC X(01)  VALUE "N".
012600         88  TUITION-RATE-FOUND               VALUE "Y".
012700     05  WS-TERM-RATE-SW           PIC X(01)  VALUE "N".
012800         88  TERM-RATE-LOADED                 VALUE "Y".
012900     05  WS-REFUND-SW              PIC X(01)  VALUE "N".
013000         88  REFUND-DEADLINE-SET              VALUE "Y".
013100     05  WS-FEE-FOUND-SW           PIC X(01)  VALUE "N".
013200         88  FEE-ENTRY-FOUND                  VALUE "Y".
013300     05  WS-CHARGE-FOUND-SW        PIC X(01)  VALUE "N".
013400         88  CHARGE-ON-FILE                   VALUE "Y".
013500     05  WS-CREDIT-FOUND-SW        PIC X(01)  VALUE "N".
013600         88  CREDIT-ON-FILE                   VALUE "Y".
013700     05  WS-PENDING-SW             PIC X(01)  VALUE "N".
013800         88  CHARGE-PENDING                   VALUE "Y".
013900 01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
014000 01  WS-TERM-CODE                  PIC X(05)  VALUE SPACES.
014100 01  WS-REFUND-DATE                PIC X(08)  VALUE SPACES.
014200 01  WS-REFUND-SOURCE              PIC X(20)  VALUE SPACES.
014300 01  WS-TUITION-RATE               PIC 9(05)V99 VALUE ZERO.
014400 77  WS-FEE-MAX                    PIC 9(04)  COMP VALUE 500.
014500 01  WS-FEE-TABLE.
014600     05  WS-FEE-COUNT              PIC 9(04)  COMP VALUE ZERO.
014700     05  WS-FEE-ENTRY OCCURS 500 TIMES.
014800         10  WS-FEE-COURSE         PIC X(06).
014900         10  WS-FEE-AMOUNT         PIC 9(05)V99.
015000         10  WS-FEE-TERM-SW        PIC X(01).
015100             88  FEE-IS-FOR-TERM              VALUE "Y".
015200 77  WS-REMOVAL-MAX                PIC 9(04)  COMP VALUE 500.
015300 01  WS-REMOVAL-TABLE.
015400     05  WS-REMOVAL-COUNT          PIC 9(04)  COMP VALUE ZERO.
015500     05  WS-REMOVAL-ENTRY OCCURS 500 TIMES
015600                                   PIC X(80).
015700 01  WS-CHARGE-RECORD              PIC X(80)  VALUE SPACES.
015800 01  WS-PENDING-CHARGE.
015900     05  WS-PND-STUDENT-ID         PIC X(08).
016000     05  WS-PND-TERM-CODE          PIC X(05).
016100     05  WS-PND-COURSE-CODE        PIC X(06).
016200     05  FILLER                    PIC X(61).
016300 01  WS-WORK-FIELDS.
016400     05  WS-SEEK-COURSE            PIC X(06).
016500     05  WS-FEE-SUB                PIC 9(04)  COMP.
016600     05  WS-FEE-HIT                PIC 9(04)  COMP.
016700     05  WS-RMV-SUB                PIC 9(04)  COMP.
016800     05  WS-POST-REASON            PIC X(01).
016900     05  WS-CHARGE-HOURS           PIC 9(02).
017000     05  WS-CHARGE-FEE             PIC 9(05)V99.
017100     05  WS-CHARGE-TUITION         PIC 9(07)V99.
017200     05  WS-CHARGE-TOTAL           PIC 9(07)V99.
017300     05  WS-ACTION-TEXT            PIC X(36).
017400 01  WS-COUNTERS.
017500     05  WS-RECORDS-SCANNED        PIC 9(07)  VALUE ZERO.
017600     05  WS-RECORDS-IN-TERM        PIC 9(07)  VALUE ZERO.
017700     05  WS-CHARGES-POSTED         PIC 9(05)  VALUE ZERO.
017800     05  WS-CREDITS-POSTED         PIC 9(05)  VALUE ZERO.
017900     05  WS-EXCEPTIONS             PIC 9(05)  VALUE ZERO.
018000     05  WS-WITHDRAWALS-HELD       PIC 9(05)  VALUE ZERO.
018100     05  WS-CHARGE-AMOUNT-TOTAL    PIC 9(09)V99 VALUE ZERO.
018200     05  WS-CREDIT-AMOUNT-TOTAL    PIC 9(09)V99 VALUE ZERO.
018300 01  WS-COUNT-DISP                 PIC ZZZ,ZZ9.
018400 01  WS-RATE-DISP                  PIC ZZ,ZZ9.99.
018500 01  WS-TOTAL-DISP                 PIC ZZZ,ZZZ,ZZ9.99.
018600 01  WS-DETAIL-LINE.
018700     05  FILLER                    PIC X(02)  VALUE SPACES.
018800     05  WS-DT-STUDENT-ID          PIC X(08).
018900     05  FILLER                    PIC X(02)  VALUE SPACES.
019000     05  WS-DT-COURSE              PIC X(06).
019100     05  FILLER                    PIC X(02)  VALUE SPACES.
019200     05  WS-DT-HOURS               PIC Z9.
019300     05  FILLER                    PIC X(02)  VALUE SPACES.
019400     05  WS-DT-ACTION              PIC X(36).
019500     05  FILLER                    PIC X(02)  VALUE SPACES.
019600     05  WS-DT-AMOUNT              PIC ZZZ,ZZ9.99.
019700     05  FILLER                    PIC X(08)  VALUE SPACES.
019800 01  FSC-CONTROLS.
019900     COPY "fscctl.cpy".
020000 PROCEDURE DIVISION.
020100*-----------------------------------------------------------*
020200* 0000-MAINLINE                                             *
020300*-----------------------------------------------------------*
020400 0000-MAINLINE.
020400     MOVE "TUITBILL" TO FSC-STEP-PROGRAM
020400     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020600     IF NOT NOTHING-TO-BILL
020700         PERFORM 2000-BILL-ONE-ENROLLMENT THRU 2000-EXIT
020800             UNTIL MASTER-EOF
020900         PERFORM 2500-FIND-REMOVED-ENROLLMENTS THRU 2500-EXIT
021000         PERFORM 2700-PRINT-TOTALS THRU 2700-EXIT
021100     END-IF
021200     PERFORM 3000-TERMINATE THRU 3000-EXIT
021200     MOVE WS-RECORDS-SCANNED TO FSC-STEP-RECORDS-IN
021200     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
021300     GOBACK.
021400*-----------------------------------------------------------*
021500* 1000-INITIALIZE - BILLING TERM AND DATE, RATES, REFUND     *
021600*                   DEADLINE, AND THE FILES THE RUN POSTS    *
021700*                   FROM AND TO                              *
021800*-----------------------------------------------------------*
021900 1000-INITIALIZE.
022000     PERFORM 1900-READ-RUN-CONTROL THRU 1900-EXIT
022100     PERFORM 1950-READ-BILL-CARD THRU 1950-EXIT
022200     IF WS-RUN-DATE = SPACES
022300         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022400     END-IF
022500     OPEN OUTPUT BILLING-RPT
022600     MOVE "BILLING-RPT" TO FSC-FILE-NAME
022700     MOVE "OPEN"        TO FSC-OPERATION
022800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022900     IF WS-TERM-CODE = SPACES
023000         SET NOTHING-TO-BILL TO TRUE
023100         DISPLAY "TUITBILL - NO BILLING TERM - NOTHING BILLED"
023200         MOVE "NO BILLING TERM SET - NOTHING BILLED"
023300             TO BILLING-RPT-RECORD
023400         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
023500         GO TO 1000-EXIT
023600     END-IF
023700     MOVE SPACES TO BILLING-RPT-RECORD
023800     STRING "TUITION BILLING REGISTER - TERM " DELIMITED BY SIZE
023900         WS-TERM-CODE DELIMITED BY SIZE
024000         "  AS OF " DELIMITED BY SIZE
024100         WS-RUN-DATE DELIMITED BY SIZE
024200         INTO BILLING-RPT-RECORD
024300     END-STRING
024400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
024500     MOVE SPACES TO BILLING-RPT-RECORD
024600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
024700     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT
024800     IF NOT TUITION-RATE-FOUND
024900         SET NOTHING-TO-BILL TO TRUE
025000         MOVE 8 TO RETURN-CODE
025100         DISPLAY "TUITBILL - NO TUITION RATE FOR TERM "
025200             WS-TERM-CODE " - NOTHING BILLED"
025300         MOVE "NO TUITION RATE FOR THE TERM - NOTHING BILLED"
025400             TO BILLING-RPT-RECORD
025500         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
025600         GO TO 1000-EXIT
025700     END-IF
025800     MOVE WS-TUITION-RATE TO WS-RATE-DISP
025900     MOVE WS-FEE-COUNT    TO WS-COUNT-DISP
026000     MOVE SPACES TO BILLING-RPT-RECORD
026100     STRING "TUITION PER CREDIT HOUR: " DELIMITED BY SIZE
026200         WS-RATE-DISP DELIMITED BY SIZE
026300         "   COURSE FEES ON FILE: " DELIMITED BY SIZE
026400         WS-COUNT-DISP DELIMITED BY SIZE
026500         INTO BILLING-RPT-RECORD
026600     END-STRING
026700     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
026800     PERFORM 1200-LOAD-REFUND-DEADLINE THRU 1200-EXIT
026900     MOVE SPACES TO BILLING-RPT-RECORD
027000     IF REFUND-DEADLINE-SET
027100         STRING "REFUND DEADLINE: " DELIMITED BY SIZE
027200             WS-REFUND-DATE DELIMITED BY SIZE
027300             " (" DELIMITED BY SIZE
027400             WS-REFUND-SOURCE DELIMITED BY SIZE
027500             ")" DELIMITED BY SIZE
027600             INTO BILLING-RPT-RECORD
027700         END-STRING
027800     ELSE
027900         MOVE "NO CALENDAR FOR THE TERM - WITHDRAWALS NOT SETTLED"
028000             TO BILLING-RPT-RECORD
028100     END-IF
028200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
028300     MOVE SPACES TO BILLING-RPT-RECORD
028400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
028500     OPEN INPUT COURSE-CATALOG
028600     IF FSC-STATUS-CODE = "35"
028700         SET NOTHING-TO-BILL TO TRUE
028800         MOVE 8 TO RETURN-CODE
028900         DISPLAY "TUITBILL - NO COURSE CATALOG - NOTHING BILLED"
029000         MOVE "NO COURSE CATALOG - NOTHING BILLED"
029100             TO BILLING-RPT-RECORD
029200         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
029300         GO TO 1000-EXIT
029400     END-IF
029500     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
029600     MOVE "OPEN"           TO FSC-OPERATION
029700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029800     SET CATALOG-IS-OPEN TO TRUE
029900     OPEN INPUT STUDENT-MASTER
030000     IF FSC-STATUS-CODE = "35"
030100         SET NOTHING-TO-BILL TO TRUE
030200         DISPLAY "TUITBILL - NO STUDENT-MASTER FILE - NOTHING "
030300             "BILLED"
030400         MOVE "NO STUDENT-MASTER FILE - NOTHING BILLED"
030500             TO BILLING-RPT-RECORD
030600         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
030700         GO TO 1000-EXIT
030800     END-IF
030900     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
031000     MOVE "OPEN"           TO FSC-OPERATION
031100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
031200     SET MASTER-IS-OPEN TO TRUE
031300     OPEN I-O ACCOUNT-LEDGER
031400     IF FSC-STATUS-CODE = "35"
031500         OPEN OUTPUT ACCOUNT-LEDGER
031600         CLOSE ACCOUNT-LEDGER
031700         OPEN I-O ACCOUNT-LEDGER
031800     END-IF
031900     MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
032000     MOVE "OPEN"           TO FSC-OPERATION
032100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
032200     SET LEDGER-IS-OPEN TO TRUE
032300     MOVE LOW-VALUES
032400         TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
032500     START STUDENT-MASTER KEY NOT LESS THAN
032600             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
032700         INVALID KEY
032800             SET MASTER-EOF TO TRUE
032900     END-START
033000     MOVE "  STUDENT   COURSE  HRS  POSTING" TO BILLING-RPT-RECORD
033100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
033200     MOVE SPACES TO BILLING-RPT-RECORD
033300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
033400     .
033500 1000-EXIT.
033600     EXIT.
033700*-----------------------------------------------------------*
033800* 1100-LOAD-RATE-TABLE - THE TERM'S TUITION RATE AND COURSE  *
033900*                        FEES; NO RATETBL DD LEAVES THE      *
034000*                        TUITION RATE UNSET                  *
034100*-----------------------------------------------------------*
034200 1100-LOAD-RATE-TABLE.
034300     OPEN INPUT RATE-TABLE
034400     IF FSC-STATUS-CODE = "35"
034500         GO TO 1100-EXIT
034600     END-IF
034700     MOVE "RATE-TABLE" TO FSC-FILE-NAME
034800     MOVE "OPEN"       TO FSC-OPERATION
034900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035000     PERFORM 1150-LOAD-ONE-RATE THRU 1150-EXIT
035100         UNTIL RATE-EOF
035200     CLOSE RATE-TABLE
035300     MOVE "RATE-TABLE" TO FSC-FILE-NAME
035400     MOVE "CLOSE"      TO FSC-OPERATION
035500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035600     .
035700 1100-EXIT.
035800     EXIT.
035900*-----------------------------------------------------------*
036000* 1150-LOAD-ONE-RATE - A RATE FOR ANOTHER TERM IS SKIPPED;   *
036100*                      A TERM-SPECIFIC RATE REPLACES AN      *
036200*                      ALL-TERMS ONE WHICHEVER COMES FIRST   *
036300*-----------------------------------------------------------*
036400 1150-LOAD-ONE-RATE.
036500     READ RATE-TABLE
036600         AT END
036700             SET RATE-EOF TO TRUE
036800             GO TO 1150-EXIT
036900     END-READ
037000     MOVE "RATE-TABLE" TO FSC-FILE-NAME
037100     MOVE "READ"       TO FSC-OPERATION
037200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037300     IF RT-TERM-CODE NOT = SPACES
037400             AND RT-TERM-CODE NOT = WS-TERM-CODE
037500         GO TO 1150-EXIT
037600     END-IF
037700     IF RT-TUITION-RATE
037800         IF RT-TERM-CODE = SPACES AND TERM-RATE-LOADED
037900             GO TO 1150-EXIT
038000         END-IF
038100         MOVE RT-AMOUNT TO WS-TUITION-RATE
038200         SET TUITION-RATE-FOUND TO TRUE
038300         IF RT-TERM-CODE NOT = SPACES
038400             SET TERM-RATE-LOADED TO TRUE
038500         END-IF
038600         GO TO 1150-EXIT
038700     END-IF
038800     IF NOT RT-COURSE-FEE
038900         DISPLAY "TUITBILL - UNKNOWN RATE TYPE " RT-RATE-TYPE
039000             " FOR " RT-COURSE-CODE " - IGNORED"
039100         GO TO 1150-EXIT
039200     END-IF
039300     MOVE RT-COURSE-CODE TO WS-SEEK-COURSE
039400     PERFORM 2600-FIND-FEE-ENTRY THRU 2600-EXIT
039500     IF NOT FEE-ENTRY-FOUND
039600         IF WS-FEE-COUNT >= WS-FEE-MAX
039700             DISPLAY "TUITBILL - FEE TABLE FULL AT " WS-FEE-MAX
039800                 " COURSES - RUN ABANDONED"
039900             MOVE 16 TO RETURN-CODE
039900             PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
040000             STOP RUN
040100         END-IF
040200         ADD 1 TO WS-FEE-COUNT
040300         MOVE WS-FEE-COUNT TO WS-FEE-HIT
040400         MOVE WS-SEEK-COURSE TO WS-FEE-COURSE (WS-FEE-HIT)
040500         MOVE "N" TO WS-FEE-TERM-SW (WS-FEE-HIT)
040600     ELSE
040700         IF RT-TERM-CODE = SPACES AND FEE-IS-FOR-TERM (WS-FEE-HIT)
040800             GO TO 1150-EXIT
040900         END-IF
041000     END-IF
041100     MOVE RT-AMOUNT TO WS-FEE-AMOUNT (WS-FEE-HIT)
041200     IF RT-TERM-CODE NOT = SPACES
041300         MOVE "Y" TO WS-FEE-TERM-SW (WS-FEE-HIT)
041400     END-IF
041500     .
041600 1150-EXIT.
041700     EXIT.
041800*-----------------------------------------------------------*
041900* 1200-LOAD-REFUND-DEADLINE - THE TERM'S CALENDAR RECORD;    *
042000*                             NO DD OR NO RECORD LEAVES THE  *
042100*                             DEADLINE UNSET                 *
042200*-----------------------------------------------------------*
042300 1200-LOAD-REFUND-DEADLINE.
042400     OPEN INPUT ACADEMIC-CALENDAR
042500     IF FSC-STATUS-CODE = "35"
042600         GO TO 1200-EXIT
042700     END-IF
042800     MOVE "ACADEMIC-CAL" TO FSC-FILE-NAME
042900     MOVE "OPEN"         TO FSC-OPERATION
043000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
043100     MOVE WS-TERM-CODE TO AC-TERM-CODE
043200     READ ACADEMIC-CALENDAR
043300         INVALID KEY
043400             CONTINUE
043500     END-READ
043600     MOVE "READ" TO FSC-OPERATION
043700     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
043800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
043900     END-IF
044000     IF FSC-STATUS-CODE = "00"
044100         IF AC-REFUND-DATE NOT = SPACES
044200             MOVE AC-REFUND-DATE      TO WS-REFUND-DATE
044300             MOVE "REFUND DEADLINE"   TO WS-REFUND-SOURCE
044400         ELSE
044500             MOVE AC-ADD-DROP-DATE    TO WS-REFUND-DATE
044600             MOVE "ADD/DROP DEADLINE" TO WS-REFUND-SOURCE
044700         END-IF
044800         IF WS-REFUND-DATE NOT = SPACES
044900             SET REFUND-DEADLINE-SET TO TRUE
045000         END-IF
045100     END-IF
045200     CLOSE ACADEMIC-CALENDAR
045300     MOVE "CLOSE" TO FSC-OPERATION
045400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
045500     .
045600 1200-EXIT.
045700     EXIT.
045800*-----------------------------------------------------------*
045900* 1900-READ-RUN-CONTROL - PICK UP THE SHARED RUN DATE AND    *
046000*                         TERM; A MISSING RUNCTL DD IS NOT   *
046100*                         AN ERROR                           *
046200*-----------------------------------------------------------*
046300 1900-READ-RUN-CONTROL.
046400     OPEN INPUT RUN-CONTROL
046500     IF FSC-STATUS-CODE = "35"
046600         GO TO 1900-EXIT
046700     END-IF
046800     MOVE "RUN-CONTROL" TO FSC-FILE-NAME
046900     MOVE "OPEN"        TO FSC-OPERATION
047000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
047100     READ RUN-CONTROL
047200         AT END
047300             CLOSE RUN-CONTROL
047400             GO TO 1900-EXIT
047500     END-READ
047600     MOVE "READ" TO FSC-OPERATION
047700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
047800     MOVE RC-RUN-DATE  TO WS-RUN-DATE
047900     MOVE RC-TERM-CODE TO WS-TERM-CODE
048000     CLOSE RUN-CONTROL
048100     MOVE "CLOSE" TO FSC-OPERATION
048200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
048300     .
048400 1900-EXIT.
048500     EXIT.
048600*-----------------------------------------------------------*
048700* 1950-READ-BILL-CARD - THE TERM TO BILL AND THE BILLING     *
048800*                       DATE, EACH OVERRIDING RUNCTL WHEN    *
048900*                       PUNCHED; NO CARD KEEPS RUNCTL'S      *
049000*-----------------------------------------------------------*
049100 1950-READ-BILL-CARD.
049200     OPEN INPUT BILL-CARD
049300     IF FSC-STATUS-CODE = "35"
049400         GO TO 1950-EXIT
049500     END-IF
049600     MOVE "BILL-CARD" TO FSC-FILE-NAME
049700     MOVE "OPEN"      TO FSC-OPERATION
049800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
049900     READ BILL-CARD
050000         AT END
050100             CLOSE BILL-CARD
050200             GO TO 1950-EXIT
050300     END-READ
050400     MOVE "READ" TO FSC-OPERATION
050500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
050600     IF BC-TERM-CODE NOT = SPACES
050700         MOVE BC-TERM-CODE TO WS-TERM-CODE
050800     END-IF
050900     IF BC-BILL-DATE NOT = SPACES
051000         MOVE BC-BILL-DATE TO WS-RUN-DATE
051100     END-IF
051200     CLOSE BILL-CARD
051300     MOVE "CLOSE" TO FSC-OPERATION
051400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
051500     .
051600 1950-EXIT.
051700     EXIT.
051800*-----------------------------------------------------------*
051900* 2000-BILL-ONE-ENROLLMENT - ONE MASTER READ; A RECORD FOR   *
052000*                            THE TERM IS CHARGED ONCE, AND   *
052100*                            A WITHDRAWAL IS SETTLED AGAINST *
052200*                            THE REFUND DEADLINE             *
052300*-----------------------------------------------------------*
052400 2000-BILL-ONE-ENROLLMENT.
052500     READ STUDENT-MASTER NEXT
052600         AT END
052700             SET MASTER-EOF TO TRUE
052800             GO TO 2000-EXIT
052900     END-READ
053000     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
053100     MOVE "READ"           TO FSC-OPERATION
053200     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
053300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
053400     END-IF
053500     ADD 1 TO WS-RECORDS-SCANNED
053600     IF SR-TERM-CODE OF STUDENT-MASTER-RECORD NOT = WS-TERM-CODE
053700         GO TO 2000-EXIT
053800     END-IF
053810     IF SR-GRADE-TRANSFER OF STUDENT-MASTER-RECORD
053820         GO TO 2000-EXIT
053830     END-IF
053900     ADD 1 TO WS-RECORDS-IN-TERM
054000     PERFORM 2100-READ-LEDGER-ENTRIES THRU 2100-EXIT
054100     IF SR-GRADE-WITHDRAWN OF STUDENT-MASTER-RECORD
054200         PERFORM 2300-SETTLE-WITHDRAWAL THRU 2300-EXIT
054300         GO TO 2000-EXIT
054400     END-IF
054500     IF CHARGE-ON-FILE
054600         IF CREDIT-ON-FILE
054700             MOVE "REFUNDED BUT ENROLLED AGAIN - REVIEW"
054800                 TO WS-ACTION-TEXT
054900             PERFORM 2450-WRITE-EXCEPTION THRU 2450-EXIT
055000         END-IF
055100         GO TO 2000-EXIT
055200     END-IF
055300     MOVE "E" TO WS-POST-REASON
055400     PERFORM 2200-POST-CHARGE THRU 2200-EXIT
055500     .
055600 2000-EXIT.
055700     EXIT.
055800*-----------------------------------------------------------*
055900* 2100-READ-LEDGER-ENTRIES - IS THE ENROLLMENT ALREADY       *
056000*                            CHARGED, AND CREDITED BACK? THE *
056100*                            CHARGE IS KEPT FOR A CREDIT     *
056200*-----------------------------------------------------------*
056300 2100-READ-LEDGER-ENTRIES.
056400     MOVE "N" TO WS-CHARGE-FOUND-SW
056500     MOVE "N" TO WS-CREDIT-FOUND-SW
056600     MOVE SR-STUDENT-ID OF STUDENT-MASTER-RECORD TO LG-STUDENT-ID
056700     MOVE WS-TERM-CODE TO LG-TERM-CODE
056800     MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
056900         TO LG-COURSE-CODE
057000     MOVE "R" TO LG-ENTRY-TYPE
057100     READ ACCOUNT-LEDGER
057200         INVALID KEY
057300             CONTINUE
057400     END-READ
057500     MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
057600     MOVE "READ"           TO FSC-OPERATION
057700     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
057800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
057900     END-IF
058000     IF FSC-STATUS-CODE = "00"
058100         SET CREDIT-ON-FILE TO TRUE
058200     END-IF
058300     MOVE SR-STUDENT-ID OF STUDENT-MASTER-RECORD TO LG-STUDENT-ID
058400     MOVE WS-TERM-CODE TO LG-TERM-CODE
058500     MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
058600         TO LG-COURSE-CODE
058700     MOVE "C" TO LG-ENTRY-TYPE
058800     READ ACCOUNT-LEDGER
058900         INVALID KEY
059000             CONTINUE
059100     END-READ
059200     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
059300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
059400     END-IF
059500     IF FSC-STATUS-CODE = "00"
059600         SET CHARGE-ON-FILE TO TRUE
059700         MOVE ACCOUNT-LEDGER-RECORD TO WS-CHARGE-RECORD
059800     END-IF
059900     .
060000 2100-EXIT.
060100     EXIT.
060200*-----------------------------------------------------------*
060300* 2200-POST-CHARGE - CREDIT HOURS TIMES THE TUITION RATE     *
060400*                    PLUS THE COURSE FEE; A COURSE NOT IN    *
060500*                    THE CATALOG IS LEFT FOR THE NEXT RUN    *
060600*-----------------------------------------------------------*
060700 2200-POST-CHARGE.
060800     MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
060900         TO CC-COURSE-CODE
061000     READ COURSE-CATALOG
061100         INVALID KEY
061200             CONTINUE
061300     END-READ
061400     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
061500     MOVE "READ"           TO FSC-OPERATION
061600     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
061700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
061800     END-IF
061900     IF FSC-STATUS-CODE = "23"
062000         MOVE "COURSE NOT IN CATALOG - NOT BILLED"
062100             TO WS-ACTION-TEXT
062200         PERFORM 2450-WRITE-EXCEPTION THRU 2450-EXIT
062300         IF RETURN-CODE < 4
062400             MOVE 4 TO RETURN-CODE
062500         END-IF
062600         GO TO 2200-EXIT
062700     END-IF
062800     MOVE CC-CREDIT-HOURS TO WS-CHARGE-HOURS
062900     MOVE CC-COURSE-CODE TO WS-SEEK-COURSE
063000     PERFORM 2600-FIND-FEE-ENTRY THRU 2600-EXIT
063100     MOVE ZERO TO WS-CHARGE-FEE
063200     IF FEE-ENTRY-FOUND
063300         MOVE WS-FEE-AMOUNT (WS-FEE-HIT) TO WS-CHARGE-FEE
063400     END-IF
063500     COMPUTE WS-CHARGE-TUITION = WS-CHARGE-HOURS * WS-TUITION-RATE
063600     COMPUTE WS-CHARGE-TOTAL = WS-CHARGE-TUITION + WS-CHARGE-FEE
063700     IF WS-CHARGE-TOTAL = ZERO
063800         GO TO 2200-EXIT
063900     END-IF
064000     MOVE SPACES TO ACCOUNT-LEDGER-RECORD
064100     MOVE SR-STUDENT-ID OF STUDENT-MASTER-RECORD TO LG-STUDENT-ID
064200     MOVE WS-TERM-CODE      TO LG-TERM-CODE
064300     MOVE CC-COURSE-CODE    TO LG-COURSE-CODE
064400     MOVE "C"               TO LG-ENTRY-TYPE
064500     MOVE WS-RUN-DATE       TO LG-POST-DATE
064600     MOVE WS-CHARGE-HOURS   TO LG-CREDIT-HOURS
064700     MOVE WS-TUITION-RATE   TO LG-HOUR-RATE
064800     MOVE WS-CHARGE-TUITION TO LG-TUITION-AMT
064900     MOVE WS-CHARGE-FEE     TO LG-FEE-AMT
065000     MOVE WS-CHARGE-TOTAL   TO LG-ENTRY-AMT
065100     MOVE WS-POST-REASON    TO LG-ENTRY-REASON
065200     WRITE ACCOUNT-LEDGER-RECORD
065300     MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
065400     MOVE "WRITE"          TO FSC-OPERATION
065500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
065500     ADD 1 TO FSC-STEP-RECORDS-OUT
065600     ADD 1 TO WS-CHARGES-POSTED
065700     ADD LG-ENTRY-AMT TO WS-CHARGE-AMOUNT-TOTAL
065800     IF LG-REASON-WITHDRAWN
065900         MOVE "CHARGED - WITHDREW AFTER DEADLINE"
066000             TO WS-ACTION-TEXT
066100     ELSE
066200         MOVE "TUITION AND FEES CHARGED" TO WS-ACTION-TEXT
066300     END-IF
066400     PERFORM 2400-WRITE-POSTING-LINE THRU 2400-EXIT
066500     .
066600 2200-EXIT.
066700     EXIT.
066800*-----------------------------------------------------------*
066900* 2300-SETTLE-WITHDRAWAL - WITHDRAWN BY THE REFUND DEADLINE: *
067000*                          CREDIT ANY CHARGE BACK. AFTER IT: *
067100*                          THE COURSE STAYS (OR IS) CHARGED. *
067200*                          NO DEADLINE: LEFT FOR THE OFFICE  *
067300*-----------------------------------------------------------*
067400 2300-SETTLE-WITHDRAWAL.
067500     IF NOT REFUND-DEADLINE-SET
067600         ADD 1 TO WS-WITHDRAWALS-HELD
067700         GO TO 2300-EXIT
067800     END-IF
067900     MOVE "W" TO WS-POST-REASON
068000     IF SR-POSTED-DATE OF STUDENT-MASTER-RECORD > WS-REFUND-DATE
068100         IF NOT CHARGE-ON-FILE
068200             PERFORM 2200-POST-CHARGE THRU 2200-EXIT
068300         END-IF
068400         GO TO 2300-EXIT
068500     END-IF
068600     IF CHARGE-ON-FILE AND NOT CREDIT-ON-FILE
068700         PERFORM 2350-POST-CREDIT THRU 2350-EXIT
068800     END-IF
068900     .
069000 2300-EXIT.
069100     EXIT.
069200*-----------------------------------------------------------*
069300* 2350-POST-CREDIT - AN "R" ENTRY REVERSING THE CHARGE HELD  *
069400*                    IN WS-CHARGE-RECORD, SAME AMOUNTS       *
069500*-----------------------------------------------------------*
069600 2350-POST-CREDIT.
069700     MOVE WS-CHARGE-RECORD TO ACCOUNT-LEDGER-RECORD
069800     MOVE "R"            TO LG-ENTRY-TYPE
069900     MOVE WS-RUN-DATE    TO LG-POST-DATE
070000     MOVE SPACES         TO LG-STATEMENT-DATE
070100     MOVE WS-POST-REASON TO LG-ENTRY-REASON
070200     WRITE ACCOUNT-LEDGER-RECORD
070300     MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
070400     MOVE "WRITE"          TO FSC-OPERATION
070500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
070500     ADD 1 TO FSC-STEP-RECORDS-OUT
070600     ADD 1 TO WS-CREDITS-POSTED
070700     ADD LG-ENTRY-AMT TO WS-CREDIT-AMOUNT-TOTAL
070800     IF LG-REASON-REMOVED
070900         MOVE "REFUND CREDIT - ENROLLMENT REMOVED"
071000             TO WS-ACTION-TEXT
071100     ELSE
071200         MOVE "REFUND CREDIT - WITHDRAWN" TO WS-ACTION-TEXT
071300     END-IF
071400     PERFORM 2400-WRITE-POSTING-LINE THRU 2400-EXIT
071500     .
071600 2350-EXIT.
071700     EXIT.
071800*-----------------------------------------------------------*
071900* 2400-WRITE-POSTING-LINE - ONE REGISTER LINE FOR THE LEDGER *
072000*                           ENTRY JUST WRITTEN               *
072100*-----------------------------------------------------------*
072200 2400-WRITE-POSTING-LINE.
072300     MOVE LG-STUDENT-ID   TO WS-DT-STUDENT-ID
072400     MOVE LG-COURSE-CODE  TO WS-DT-COURSE
072500     MOVE LG-CREDIT-HOURS TO WS-DT-HOURS
072600     MOVE WS-ACTION-TEXT  TO WS-DT-ACTION
072700     MOVE LG-ENTRY-AMT    TO WS-DT-AMOUNT
072800     MOVE WS-DETAIL-LINE  TO BILLING-RPT-RECORD
072900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
073000     .
073100 2400-EXIT.
073200     EXIT.
073300*-----------------------------------------------------------*
073400* 2450-WRITE-EXCEPTION - ONE REGISTER LINE, NO AMOUNT, FOR   *
073500*                        A MASTER RECORD LEFT FOR THE        *
073600*                        BUSINESS OFFICE                     *
073700*-----------------------------------------------------------*
073800 2450-WRITE-EXCEPTION.
073900     ADD 1 TO WS-EXCEPTIONS
074000     MOVE SR-STUDENT-ID OF STUDENT-MASTER-RECORD
074100         TO WS-DT-STUDENT-ID
074200     MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
074300         TO WS-DT-COURSE
074400     MOVE ZERO           TO WS-DT-HOURS
074500     MOVE WS-ACTION-TEXT TO WS-DT-ACTION
074600     MOVE ZERO           TO WS-DT-AMOUNT
074700     MOVE WS-DETAIL-LINE TO BILLING-RPT-RECORD
074800     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
074900     .
075000 2450-EXIT.
075100     EXIT.
075200*-----------------------------------------------------------*
075300* 2500-FIND-REMOVED-ENROLLMENTS - WHILE THE REFUND DEADLINE  *
075400*                                 IS OPEN, CREDIT BACK EVERY *
075500*                                 TERM CHARGE WHOSE MASTER   *
075600*                                 RECORD HAS BEEN DELETED.   *
075700*                                 CANDIDATES ARE TABLED      *
075800*                                 FIRST SO THE LEDGER BROWSE *
075900*                                 IS NOT DISTURBED           *
076000*-----------------------------------------------------------*
076100 2500-FIND-REMOVED-ENROLLMENTS.
076200     IF NOT REFUND-DEADLINE-SET
076300         GO TO 2500-EXIT
076400     END-IF
076500     IF WS-RUN-DATE > WS-REFUND-DATE
076600         GO TO 2500-EXIT
076700     END-IF
076800     MOVE "N" TO WS-PENDING-SW
076900     MOVE LOW-VALUES TO LG-LEDGER-KEY
077000     START ACCOUNT-LEDGER KEY NOT LESS THAN LG-LEDGER-KEY
077100         INVALID KEY
077200             SET LEDGER-EOF TO TRUE
077300     END-START
077400     PERFORM 2550-CHECK-ONE-LEDGER-ENTRY THRU 2550-EXIT
077500         UNTIL LEDGER-EOF
077600     IF CHARGE-PENDING
077700         PERFORM 2580-CHECK-PENDING-CHARGE THRU 2580-EXIT
077800     END-IF
077900     MOVE "D" TO WS-POST-REASON
078000     PERFORM 2590-CREDIT-ONE-REMOVAL THRU 2590-EXIT
078100         VARYING WS-RMV-SUB FROM 1 BY 1
078200         UNTIL WS-RMV-SUB > WS-REMOVAL-COUNT
078300     .
078400 2500-EXIT.
078500     EXIT.
078600*-----------------------------------------------------------*
078700* 2550-CHECK-ONE-LEDGER-ENTRY - A CREDIT SORTS RIGHT BEHIND  *
078800*                               ITS CHARGE, SO A TERM CHARGE *
078900*                               IS HELD UNTIL THE NEXT READ  *
079000*                               SHOWS WHETHER IT IS ALREADY  *
079100*                               CREDITED                     *
079200*-----------------------------------------------------------*
079300 2550-CHECK-ONE-LEDGER-ENTRY.
079400     READ ACCOUNT-LEDGER NEXT RECORD
079500         AT END
079600             SET LEDGER-EOF TO TRUE
079700             GO TO 2550-EXIT
079800     END-READ
079900     MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
080000     MOVE "READ"           TO FSC-OPERATION
080100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
080200     IF CHARGE-PENDING
080300         IF LG-REFUND-CREDIT
080400                 AND LG-STUDENT-ID  = WS-PND-STUDENT-ID
080500                 AND LG-TERM-CODE   = WS-PND-TERM-CODE
080600                 AND LG-COURSE-CODE = WS-PND-COURSE-CODE
080700             MOVE "N" TO WS-PENDING-SW
080800         ELSE
080900             PERFORM 2580-CHECK-PENDING-CHARGE THRU 2580-EXIT
081000         END-IF
081100     END-IF
081200     IF LG-CHARGE AND LG-TERM-CODE = WS-TERM-CODE
081300         MOVE ACCOUNT-LEDGER-RECORD TO WS-PENDING-CHARGE
081400         SET CHARGE-PENDING TO TRUE
081500     END-IF
081600     .
081700 2550-EXIT.
081800     EXIT.
081900*-----------------------------------------------------------*
082000* 2580-CHECK-PENDING-CHARGE - AN UNCREDITED CHARGE WITH NO   *
082100*                             MASTER RECORD LEFT FOR THE     *
082200*                             TERM GOES ON THE REMOVAL TABLE *
082300*-----------------------------------------------------------*
082400 2580-CHECK-PENDING-CHARGE.
082500     MOVE "N" TO WS-PENDING-SW
082600     MOVE WS-PND-STUDENT-ID
082700         TO SR-STUDENT-ID OF STUDENT-MASTER-RECORD
082800     MOVE WS-PND-COURSE-CODE
082900         TO SR-COURSE-CODE OF STUDENT-MASTER-RECORD
083000     READ STUDENT-MASTER
083100         INVALID KEY
083200             CONTINUE
083300     END-READ
083400     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
083500     MOVE "READ"           TO FSC-OPERATION
083600     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
083700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
083800     END-IF
083900     IF FSC-STATUS-CODE = "00"
084000             AND SR-TERM-CODE OF STUDENT-MASTER-RECORD
084100                 = WS-TERM-CODE
084200         GO TO 2580-EXIT
084300     END-IF
084400     IF WS-REMOVAL-COUNT >= WS-REMOVAL-MAX
084500         DISPLAY "TUITBILL - REMOVAL TABLE FULL AT "
084600             WS-REMOVAL-MAX
084700             " ENTRIES - RUN ABANDONED"
084800         MOVE 16 TO RETURN-CODE
084800         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
084900         STOP RUN
085000     END-IF
085100     ADD 1 TO WS-REMOVAL-COUNT
085200     MOVE WS-PENDING-CHARGE TO WS-REMOVAL-ENTRY (WS-REMOVAL-COUNT)
085300     .
085400 2580-EXIT.
085500     EXIT.
085600*-----------------------------------------------------------*
085700* 2590-CREDIT-ONE-REMOVAL - POST THE CREDIT FOR ONE TABLED   *
085800*                           CHARGE                           *
085900*-----------------------------------------------------------*
086000 2590-CREDIT-ONE-REMOVAL.
086100     MOVE WS-REMOVAL-ENTRY (WS-RMV-SUB) TO WS-CHARGE-RECORD
086200     PERFORM 2350-POST-CREDIT THRU 2350-EXIT
086300     .
086400 2590-EXIT.
086500     EXIT.
086600*-----------------------------------------------------------*
086700* 2600-FIND-FEE-ENTRY - LINEAR PROBE OF THE FEE TABLE FOR    *
086800*                       WS-SEEK-COURSE                       *
086900*-----------------------------------------------------------*
087000 2600-FIND-FEE-ENTRY.
087100     MOVE "N" TO WS-FEE-FOUND-SW
087200     MOVE ZERO TO WS-FEE-HIT
087300     MOVE 1 TO WS-FEE-SUB
087400     PERFORM 2650-PROBE-FEE THRU 2650-EXIT
087500         UNTIL FEE-ENTRY-FOUND OR WS-FEE-SUB > WS-FEE-COUNT
087600     .
087700 2600-EXIT.
087800     EXIT.
087900*-----------------------------------------------------------*
088000* 2650-PROBE-FEE - COMPARE ONE FEE ENTRY                     *
088100*-----------------------------------------------------------*
088200 2650-PROBE-FEE.
088300     IF WS-FEE-COURSE (WS-FEE-SUB) = WS-SEEK-COURSE
088400         SET FEE-ENTRY-FOUND TO TRUE
088500         MOVE WS-FEE-SUB TO WS-FEE-HIT
088600     END-IF
088700     ADD 1 TO WS-FEE-SUB
088800     .
088900 2650-EXIT.
089000     EXIT.
089100*-----------------------------------------------------------*
089200* 2700-PRINT-TOTALS - RUN COUNTS AND THE NET BILLED          *
089300*-----------------------------------------------------------*
089400 2700-PRINT-TOTALS.
089500     MOVE SPACES TO BILLING-RPT-RECORD
089600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
089700     MOVE WS-RECORDS-IN-TERM TO WS-COUNT-DISP
089800     MOVE SPACES TO BILLING-RPT-RECORD
089900     STRING "MASTER RECORDS FOR THE TERM:  " DELIMITED BY SIZE
090000         WS-COUNT-DISP DELIMITED BY SIZE
090100         INTO BILLING-RPT-RECORD
090200     END-STRING
090300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
090400     MOVE WS-CHARGES-POSTED TO WS-COUNT-DISP
090500     MOVE WS-CHARGE-AMOUNT-TOTAL TO WS-TOTAL-DISP
090600     MOVE SPACES TO BILLING-RPT-RECORD
090700     STRING "CHARGES POSTED:               " DELIMITED BY SIZE
090800         WS-COUNT-DISP DELIMITED BY SIZE
090900         "  AMOUNT " DELIMITED BY SIZE
091000         WS-TOTAL-DISP DELIMITED BY SIZE
091100         INTO BILLING-RPT-RECORD
091200     END-STRING
091300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
091400     MOVE WS-CREDITS-POSTED TO WS-COUNT-DISP
091500     MOVE WS-CREDIT-AMOUNT-TOTAL TO WS-TOTAL-DISP
091600     MOVE SPACES TO BILLING-RPT-RECORD
091700     STRING "REFUND CREDITS POSTED:        " DELIMITED BY SIZE
091800         WS-COUNT-DISP DELIMITED BY SIZE
091900         "  AMOUNT " DELIMITED BY SIZE
092000         WS-TOTAL-DISP DELIMITED BY SIZE
092100         INTO BILLING-RPT-RECORD
092200     END-STRING
092300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
092400     MOVE WS-EXCEPTIONS TO WS-COUNT-DISP
092500     MOVE SPACES TO BILLING-RPT-RECORD
092600     STRING "LEFT FOR REVIEW:              " DELIMITED BY SIZE
092700         WS-COUNT-DISP DELIMITED BY SIZE
092800         INTO BILLING-RPT-RECORD
092900     END-STRING
093000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
093100     IF WS-WITHDRAWALS-HELD > ZERO
093200         MOVE WS-WITHDRAWALS-HELD TO WS-COUNT-DISP
093300         MOVE SPACES TO BILLING-RPT-RECORD
093400         STRING "WITHDRAWALS NOT SETTLED:      " DELIMITED BY SIZE
093500             WS-COUNT-DISP DELIMITED BY SIZE
093600             "  (NO REFUND DEADLINE)" DELIMITED BY SIZE
093700             INTO BILLING-RPT-RECORD
093800         END-STRING
093900         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
094000     END-IF
094100     DISPLAY "TUITBILL - TERM " WS-TERM-CODE " CHARGES "
094200         WS-CHARGES-POSTED " CREDITS " WS-CREDITS-POSTED
094300         " REVIEW " WS-EXCEPTIONS
094400     .
094500 2700-EXIT.
094600     EXIT.
094700*-----------------------------------------------------------*
094800* 2800-WRITE-REPORT-LINE - WRITE ONE BILLING REGISTER LINE   *
094900*-----------------------------------------------------------*
095000 2800-WRITE-REPORT-LINE.
095100     WRITE BILLING-RPT-RECORD
095200     MOVE "BILLING-RPT" TO FSC-FILE-NAME
095300     MOVE "WRITE"       TO FSC-OPERATION
095400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
095500     .
095600 2800-EXIT.
095700     EXIT.
095800*-----------------------------------------------------------*
095900* 3000-TERMINATE - CLOSE WHATEVER WAS OPENED                 *
096000*-----------------------------------------------------------*
096100 3000-TERMINATE.
096200     IF LEDGER-IS-OPEN
096300         CLOSE ACCOUNT-LEDGER
096400         MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
096500         MOVE "CLOSE"          TO FSC-OPERATION
096600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
096700     END-IF
096800     IF MASTER-IS-OPEN
096900         CLOSE STUDENT-MASTER
097000         MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
097100         MOVE "CLOSE"          TO FSC-OPERATION
097200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
097300     END-IF
097400     IF CATALOG-IS-OPEN
097500         CLOSE COURSE-CATALOG
097600         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
097700         MOVE "CLOSE"          TO FSC-OPERATION
097800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
097900     END-IF
098000     CLOSE BILLING-RPT
098100     MOVE "BILLING-RPT" TO FSC-FILE-NAME
098200     MOVE "CLOSE"       TO FSC-OPERATION
098300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
098400     .
098500 3000-EXIT.
098600     EXIT.
098700     COPY "fscchk.cpy".
098800 END PROGRAM TUITBILL.
