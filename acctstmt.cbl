000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCTSTMT.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - MONTHLY ACCOUNT STATEMENTS.   *
001300*                   READS THE ACCTLEDG ACCOUNT LEDGER IN     *
001400*                   STUDENT-ID ORDER AND, FOR EVERY STUDENT  *
001500*                   WITH A CHARGE OR CREDIT NOT YET BILLED,  *
001600*                   PRINTS ONE STATEMENT PAGE TO THE         *
001700*                   DEMOMAST ADDRESS (THE GRDLETTR LAYOUT):  *
001800*                   THE BALANCE CARRIED FROM EARLIER         *
001900*                   STATEMENTS, EACH NEW ENTRY, AND THE NEW  *
002000*                   BALANCE. EVERY ENTRY PRINTED IS STAMPED  *
002100*                   WITH THE STATEMENT DATE SO IT APPEARS AS *
002200*                   NEW ACTIVITY ONCE ONLY. THE STATEMENT    *
002300*                   REGISTER LISTS EACH STATEMENT AND FLAGS  *
002400*                   A STUDENT WITH NO ADDRESS ON FILE.       *
002500*                   PAYMENTS ARE KEPT BY THE BUSINESS        *
002600*                   OFFICE, NOT ON THIS LEDGER.              *
002650*  10/15/2026  DT   RETURNED MAIL. A STUDENT WHOSE DEMOMAST  *
002650*                   ADDRESS RETMAIL HAS MARKED UNDELIVERABLE *
002650*                   GETS NO STATEMENT; THE NEW ENTRIES ARE   *
002650*                   LEFT UNSTAMPED SO THEY APPEAR ON THE     *
002650*                   FIRST STATEMENT AFTER DEMOMNT KEYS A NEW *
002650*                   ADDRESS. THE ACCOUNT IS LISTED ON THE    *
002650*                   NEW MAILHELD REPORT (MAILHELD.CPY) AND   *
002650*                   FLAGGED "MAIL HELD" ON THE REGISTER. THE *
002650*                   ADDRESS IS NOW LOOKED UP AT THE STUDENT  *
002650*                   BREAK. DEMOMAST RECORD CONTAINS 200.     *
002675*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002675*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002675*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RUN-CONTROL ASSIGN TO RUNCTL
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS FSC-STATUS-CODE.
003400     SELECT ACCOUNT-LEDGER ASSIGN TO ACCTLEDG
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS LG-LEDGER-KEY
003800         FILE STATUS IS FSC-STATUS-CODE.
003900     SELECT DEMOGRAPHIC-MASTER ASSIGN TO DEMOMAST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS DM-STUDENT-ID
004300         FILE STATUS IS FSC-STATUS-CODE.
004400     SELECT STATEMENT-FILE ASSIGN TO STMTS
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FSC-STATUS-CODE.
004700     SELECT STATEMENT-REGISTER ASSIGN TO STMTREG
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FSC-STATUS-CODE.
004950     SELECT MAIL-HELD-RPT ASSIGN TO MAILHELD
004950         ORGANIZATION IS LINE SEQUENTIAL
004950         FILE STATUS IS FSC-STATUS-CODE.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RUN-CONTROL
005300     RECORD CONTAINS 32 CHARACTERS.
005400 01  RUN-CONTROL-RECORD.
005500     COPY "runctl.cpy".
005600 FD  ACCOUNT-LEDGER
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  ACCOUNT-LEDGER-RECORD.
005900     COPY "acctledg.cpy".
006000 FD  DEMOGRAPHIC-MASTER
006100     RECORD CONTAINS 200 CHARACTERS.
006200 01  DEMOGRAPHIC-RECORD.
006300     COPY "demorec.cpy".
006400 FD  STATEMENT-FILE
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  STATEMENT-RECORD              PIC X(80).
006700 FD  STATEMENT-REGISTER
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  REGISTER-RECORD               PIC X(80).
006950 FD  MAIL-HELD-RPT
006950     RECORD CONTAINS 80 CHARACTERS.
006950 01  MAIL-HELD-RPT-RECORD          PIC X(80).
007000 WORKING-STORAGE SECTION.
007100 01  WS-SWITCHES.
007200     05  WS-LEDGER-EOF-SW          PIC X(01)  VALUE "N".
007300         88  LEDGER-EOF                       VALUE "Y".
007400     05  WS-LEDGER-OPEN-SW         PIC X(01)  VALUE "N".
007500         88  LEDGER-IS-OPEN                   VALUE "Y".
007600     05  WS-DEMO-OPEN-SW           PIC X(01)  VALUE "N".
007700         88  DEMO-IS-OPEN                     VALUE "Y".
007800     05  WS-DEMO-FOUND-SW          PIC X(01)  VALUE "N".
007900         88  DEMO-RECORD-FOUND                VALUE "Y".
007950     05  WS-STATEMENT-HELD-SW      PIC X(01)  VALUE "N".
007950         88  STATEMENT-IS-HELD                VALUE "Y".
008000 01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
008100 01  WS-BREAK-ID                   PIC X(08)  VALUE LOW-VALUES.
008200 77  WS-NEW-ENTRY-MAX              PIC 9(03)  COMP VALUE 100.
008300 01  WS-NEW-ENTRY-TABLE.
008400     05  WS-NEW-ENTRY-COUNT        PIC 9(03)  COMP VALUE ZERO.
008500     05  WS-NEW-ENTRY OCCURS 100 TIMES.
008600         10  WS-NEW-TERM           PIC X(05).
008700         10  WS-NEW-COURSE         PIC X(06).
008800         10  WS-NEW-TYPE           PIC X(01).
008900             88  NEW-IS-CHARGE                VALUE "C".
009000         10  WS-NEW-REASON         PIC X(01).
009100         10  WS-NEW-HOURS          PIC 9(02).
009200         10  WS-NEW-AMOUNT         PIC 9(07)V99.
009300 01  WS-ACCOUNT-FIELDS.
009400     05  WS-PRIOR-BALANCE          PIC S9(09)V99 VALUE ZERO.
009500     05  WS-NEW-CHARGES            PIC 9(09)V99  VALUE ZERO.
009600     05  WS-NEW-CREDITS            PIC 9(09)V99  VALUE ZERO.
009700     05  WS-NEW-BALANCE            PIC S9(09)V99 VALUE ZERO.
009800     05  WS-LINE-AMOUNT            PIC S9(07)V99 VALUE ZERO.
009850     05  WS-HELD-NET               PIC S9(09)V99 VALUE ZERO.
009850     05  WS-HELD-ENTRY-COUNT       PIC 9(03)     VALUE ZERO.
009900 01  WS-WORK-FIELDS.
010000     05  WS-NEW-SUB                PIC 9(03)  COMP.
010100     05  WS-ENTRY-TEXT             PIC X(34).
010200     05  WS-ADDRESS-FLAG           PIC X(10).
010300 01  WS-COUNTERS.
010400     05  WS-ENTRIES-READ           PIC 9(07)  VALUE ZERO.
010500     05  WS-ENTRIES-STATED         PIC 9(07)  VALUE ZERO.
010600     05  WS-STATEMENTS-PRINTED     PIC 9(05)  VALUE ZERO.
010700     05  WS-NO-ADDRESS-COUNT       PIC 9(05)  VALUE ZERO.
010750     05  WS-STATEMENTS-HELD        PIC 9(05)  VALUE ZERO.
010800     05  WS-TOTAL-CHARGES          PIC 9(09)V99 VALUE ZERO.
010900     05  WS-TOTAL-CREDITS          PIC 9(09)V99 VALUE ZERO.
011000 01  WS-COUNT-DISP                 PIC ZZZ,ZZ9.
011100 01  WS-MONEY-DISP                 PIC ZZZ,ZZZ,ZZ9.99-.
011200 01  WS-DETAIL-LINE.
011300     05  FILLER                    PIC X(02)  VALUE SPACES.
011400     05  WS-DT-TERM                PIC X(05).
011500     05  FILLER                    PIC X(02)  VALUE SPACES.
011600     05  WS-DT-COURSE              PIC X(06).
011700     05  FILLER                    PIC X(02)  VALUE SPACES.
011800     05  WS-DT-HOURS               PIC Z9.
011900     05  FILLER                    PIC X(02)  VALUE SPACES.
012000     05  WS-DT-TEXT                PIC X(34).
012100     05  FILLER                    PIC X(02)  VALUE SPACES.
012200     05  WS-DT-AMOUNT              PIC ZZZ,ZZ9.99-.
012300     05  FILLER                    PIC X(12)  VALUE SPACES.
012400 01  WS-REGISTER-LINE.
012500     05  FILLER                    PIC X(02)  VALUE SPACES.
012600     05  WS-RG-STUDENT-ID          PIC X(08).
012700     05  FILLER                    PIC X(02)  VALUE SPACES.
012800     05  WS-RG-ENTRIES             PIC ZZ9.
012900     05  FILLER                    PIC X(02)  VALUE SPACES.
013000     05  WS-RG-BALANCE             PIC ZZZ,ZZZ,ZZ9.99-.
013100     05  FILLER                    PIC X(02)  VALUE SPACES.
013200     05  WS-RG-FLAG                PIC X(10).
013300     05  FILLER                    PIC X(36)  VALUE SPACES.
013350 01  MAIL-HELD-LINE.
013350     COPY "mailheld.cpy".
013400 01  FSC-CONTROLS.
013500     COPY "fscctl.cpy".
013600 PROCEDURE DIVISION.
013700*-----------------------------------------------------------*
013800* 0000-MAINLINE                                             *
013900*-----------------------------------------------------------*
014000 0000-MAINLINE.
014000     MOVE "ACCTSTMT" TO FSC-STEP-PROGRAM
014000     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014200     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
014300         UNTIL LEDGER-EOF
014400     IF WS-BREAK-ID NOT = LOW-VALUES
014500         PERFORM 2500-FINISH-ACCOUNT THRU 2500-EXIT
014600     END-IF
014700     PERFORM 3000-TERMINATE THRU 3000-EXIT
014700     MOVE WS-ENTRIES-READ TO FSC-STEP-RECORDS-IN
014700     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
014800     GOBACK.
014900*-----------------------------------------------------------*
015000* 1000-INITIALIZE - RUN DATE, OPEN THE LEDGER FOR UPDATE     *
015100*                   AND THE OUTPUTS; NO LEDGER YET MEANS NO  *
015200*                   STATEMENTS                               *
015300*-----------------------------------------------------------*
015400 1000-INITIALIZE.
015500     PERFORM 1900-READ-RUN-CONTROL THRU 1900-EXIT
015600     IF WS-RUN-DATE = SPACES
015700         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015800     END-IF
015900     OPEN OUTPUT STATEMENT-FILE
016000     MOVE "STATEMENT-FILE" TO FSC-FILE-NAME
016100     MOVE "OPEN"           TO FSC-OPERATION
016200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
016300     OPEN OUTPUT STATEMENT-REGISTER
016400     MOVE "STATEMENT-REG" TO FSC-FILE-NAME
016500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
016600     MOVE SPACES TO REGISTER-RECORD
016700     STRING "ACCOUNT STATEMENT REGISTER - " DELIMITED BY SIZE
016800         WS-RUN-DATE DELIMITED BY SIZE
016900         INTO REGISTER-RECORD
017000     END-STRING
017100     PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
017200     MOVE SPACES TO REGISTER-RECORD
017300     PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
017350     OPEN OUTPUT MAIL-HELD-RPT
017350     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
017350     MOVE "OPEN"          TO FSC-OPERATION
017350     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
017350     MOVE SPACES TO MAIL-HELD-RPT-RECORD
017350     STRING "ACCTSTMT - MAIL HELD - BAD ADDRESS - "
017350             DELIMITED BY SIZE
017350         WS-RUN-DATE DELIMITED BY SIZE
017350         INTO MAIL-HELD-RPT-RECORD
017350     END-STRING
017350     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
017350     MOVE SPACES TO MAIL-HELD-RPT-RECORD
017350     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
017350     MOVE SPACES TO MAIL-HELD-RPT-RECORD
017350     STRING "  STUDENT   NAME                            "
017350             DELIMITED BY SIZE
017350         "MAIL PIECE            RETURNED" DELIMITED BY SIZE
017350         INTO MAIL-HELD-RPT-RECORD
017350     END-STRING
017350     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
017400     OPEN I-O ACCOUNT-LEDGER
017500     IF FSC-STATUS-CODE = "35"
017600         SET LEDGER-EOF TO TRUE
017700         DISPLAY "ACCTSTMT - NO ACCOUNT LEDGER YET - NO "
017800             "STATEMENTS"
017900         MOVE "NO ACCOUNT LEDGER YET - NO STATEMENTS"
018000             TO REGISTER-RECORD
018100         PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
018200         GO TO 1000-EXIT
018300     END-IF
018400     MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
018500     MOVE "OPEN"           TO FSC-OPERATION
018600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
018700     SET LEDGER-IS-OPEN TO TRUE
018800     OPEN INPUT DEMOGRAPHIC-MASTER
018900     IF FSC-STATUS-CODE = "35"
019000         DISPLAY "ACCTSTMT - NO DEMOGRAPHIC MASTER - STATEMENTS "
019100             "PRINT WITHOUT ADDRESSES"
019200     ELSE
019300         MOVE "DEMO-MASTER" TO FSC-FILE-NAME
019400         MOVE "OPEN"        TO FSC-OPERATION
019500         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
019600         SET DEMO-IS-OPEN TO TRUE
019700     END-IF
019800     MOVE "  STUDENT   NEW         ACCOUNT BALANCE"
019900         TO REGISTER-RECORD
020000     PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
020100     MOVE LOW-VALUES TO LG-LEDGER-KEY
020200     START ACCOUNT-LEDGER KEY NOT LESS THAN LG-LEDGER-KEY
020300         INVALID KEY
020400             SET LEDGER-EOF TO TRUE
020500     END-START
020600     .
020700 1000-EXIT.
020800     EXIT.
020900*-----------------------------------------------------------*
021000* 1900-READ-RUN-CONTROL - PICK UP THE SHARED RUN DATE; A     *
021100*                         MISSING RUNCTL DD IS NOT AN ERROR  *
021200*-----------------------------------------------------------*
021300 1900-READ-RUN-CONTROL.
021400     OPEN INPUT RUN-CONTROL
021500     IF FSC-STATUS-CODE = "35"
021600         GO TO 1900-EXIT
021700     END-IF
021800     MOVE "RUN-CONTROL" TO FSC-FILE-NAME
021900     MOVE "OPEN"        TO FSC-OPERATION
022000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022100     READ RUN-CONTROL
022200         AT END
022300             CLOSE RUN-CONTROL
022400             GO TO 1900-EXIT
022500     END-READ
022600     MOVE "READ" TO FSC-OPERATION
022700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022800     MOVE RC-RUN-DATE TO WS-RUN-DATE
022900     CLOSE RUN-CONTROL
023000     MOVE "CLOSE" TO FSC-OPERATION
023100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
023200     .
023300 1900-EXIT.
023400     EXIT.
023500*-----------------------------------------------------------*
023600* 2000-PROCESS-ENTRY - ONE LEDGER READ. A NEW STUDENT-ID     *
023700*                      CLOSES OUT THE LAST ACCOUNT; AN       *
023800*                      ENTRY ALREADY STATED ADDS TO THE      *
023900*                      CARRIED BALANCE, A NEW ONE IS TABLED  *
024000*                      FOR THE STATEMENT AND STAMPED         *
024100*-----------------------------------------------------------*
024200 2000-PROCESS-ENTRY.
024300     READ ACCOUNT-LEDGER NEXT RECORD
024400         AT END
024500             SET LEDGER-EOF TO TRUE
024600             GO TO 2000-EXIT
024700     END-READ
024800     MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
024900     MOVE "READ"           TO FSC-OPERATION
025000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
025100     ADD 1 TO WS-ENTRIES-READ
025200     IF LG-STUDENT-ID NOT = WS-BREAK-ID
025300         IF WS-BREAK-ID NOT = LOW-VALUES
025400             PERFORM 2500-FINISH-ACCOUNT THRU 2500-EXIT
025500         END-IF
025600         MOVE LG-STUDENT-ID TO WS-BREAK-ID
025700         MOVE ZERO TO WS-PRIOR-BALANCE
025800         MOVE ZERO TO WS-NEW-ENTRY-COUNT
025850         MOVE ZERO TO WS-HELD-ENTRY-COUNT
025850         MOVE ZERO TO WS-HELD-NET
025850         MOVE "N" TO WS-STATEMENT-HELD-SW
025850         PERFORM 2350-LOOK-UP-ADDRESS THRU 2350-EXIT
025850         IF DEMO-RECORD-FOUND AND DM-ADDRESS-UNDELIVERABLE
025850             SET STATEMENT-IS-HELD TO TRUE
025850         END-IF
025900     END-IF
026000     IF LG-STATEMENT-DATE NOT = SPACES
026100         IF LG-CHARGE
026200             ADD LG-ENTRY-AMT TO WS-PRIOR-BALANCE
026300         ELSE
026400             SUBTRACT LG-ENTRY-AMT FROM WS-PRIOR-BALANCE
026500         END-IF
026600         GO TO 2000-EXIT
026700     END-IF
026750     IF STATEMENT-IS-HELD
026750         ADD 1 TO WS-HELD-ENTRY-COUNT
026750         IF LG-CHARGE
026750             ADD LG-ENTRY-AMT TO WS-HELD-NET
026750         ELSE
026750             SUBTRACT LG-ENTRY-AMT FROM WS-HELD-NET
026750         END-IF
026750         GO TO 2000-EXIT
026750     END-IF
026800     IF WS-NEW-ENTRY-COUNT >= WS-NEW-ENTRY-MAX
026900         DISPLAY "ACCTSTMT - MORE THAN " WS-NEW-ENTRY-MAX
027000             " NEW ENTRIES FOR " LG-STUDENT-ID " - RUN ABANDONED"
027100         MOVE 16 TO RETURN-CODE
027100         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
027200         STOP RUN
027300     END-IF
027400     ADD 1 TO WS-NEW-ENTRY-COUNT
027500     MOVE WS-NEW-ENTRY-COUNT TO WS-NEW-SUB
027600     MOVE LG-TERM-CODE    TO WS-NEW-TERM (WS-NEW-SUB)
027700     MOVE LG-COURSE-CODE  TO WS-NEW-COURSE (WS-NEW-SUB)
027800     MOVE LG-ENTRY-TYPE   TO WS-NEW-TYPE (WS-NEW-SUB)
027900     MOVE LG-ENTRY-REASON TO WS-NEW-REASON (WS-NEW-SUB)
028000     MOVE LG-CREDIT-HOURS TO WS-NEW-HOURS (WS-NEW-SUB)
028100     MOVE LG-ENTRY-AMT    TO WS-NEW-AMOUNT (WS-NEW-SUB)
028200     MOVE WS-RUN-DATE TO LG-STATEMENT-DATE
028300     REWRITE ACCOUNT-LEDGER-RECORD
028400     MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
028500     MOVE "REWRITE"        TO FSC-OPERATION
028600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
028700     ADD 1 TO WS-ENTRIES-STATED
028800     .
028900 2000-EXIT.
029000     EXIT.
029100*-----------------------------------------------------------*
029200* 2350-LOOK-UP-ADDRESS - THE STUDENT'S DEMOGRAPHIC RECORD;   *
029300*                        MISSING IS NOT FATAL, JUST COUNTED  *
029400*-----------------------------------------------------------*
029500 2350-LOOK-UP-ADDRESS.
029600     MOVE "N" TO WS-DEMO-FOUND-SW
029700     IF NOT DEMO-IS-OPEN
029800         GO TO 2350-EXIT
029900     END-IF
030000     MOVE WS-BREAK-ID TO DM-STUDENT-ID
030100     READ DEMOGRAPHIC-MASTER
030200         INVALID KEY
030300             GO TO 2350-EXIT
030400     END-READ
030500     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
030600     MOVE "READ"        TO FSC-OPERATION
030700     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
030800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
030900     END-IF
031000     IF FSC-STATUS-CODE = "00"
031100         SET DEMO-RECORD-FOUND TO TRUE
031200     END-IF
031300     .
031400 2350-EXIT.
031500     EXIT.
031600*-----------------------------------------------------------*
031700* 2500-FINISH-ACCOUNT - A STATEMENT ONLY WHEN THE ACCOUNT    *
031800*                       HAS NEW ACTIVITY                     *
031900*-----------------------------------------------------------*
032000 2500-FINISH-ACCOUNT.
032050     IF STATEMENT-IS-HELD
032050         PERFORM 2560-HOLD-STATEMENT THRU 2560-EXIT
032050         GO TO 2500-EXIT
032050     END-IF
032100     IF WS-NEW-ENTRY-COUNT = ZERO
032200         GO TO 2500-EXIT
032300     END-IF
032400     MOVE ZERO TO WS-NEW-CHARGES
032500     MOVE ZERO TO WS-NEW-CREDITS
032600     PERFORM 2550-START-STATEMENT THRU 2550-EXIT
032700     PERFORM 2600-WRITE-ENTRY-LINE THRU 2600-EXIT
032800         VARYING WS-NEW-SUB FROM 1 BY 1
032900         UNTIL WS-NEW-SUB > WS-NEW-ENTRY-COUNT
033000     COMPUTE WS-NEW-BALANCE = WS-PRIOR-BALANCE + WS-NEW-CHARGES
033100         - WS-NEW-CREDITS
033200     PERFORM 2700-FINISH-STATEMENT THRU 2700-EXIT
033300     ADD WS-NEW-CHARGES TO WS-TOTAL-CHARGES
033400     ADD WS-NEW-CREDITS TO WS-TOTAL-CREDITS
033500     MOVE WS-BREAK-ID        TO WS-RG-STUDENT-ID
033600     MOVE WS-NEW-ENTRY-COUNT TO WS-RG-ENTRIES
033700     MOVE WS-NEW-BALANCE     TO WS-RG-BALANCE
033800     MOVE WS-ADDRESS-FLAG    TO WS-RG-FLAG
033900     MOVE WS-REGISTER-LINE   TO REGISTER-RECORD
034000     PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
034100     .
034200 2500-EXIT.
034300     EXIT.
034400*-----------------------------------------------------------*
034500* 2550-START-STATEMENT - ADDRESS BLOCK AND CARRIED BALANCE,  *
034600*                        ONE STATEMENT PER PAGE              *
034700*-----------------------------------------------------------*
034800 2550-START-STATEMENT.
034900     ADD 1 TO WS-STATEMENTS-PRINTED
035100     MOVE SPACES TO STATEMENT-RECORD
035200     STRING "STATEMENT OF ACCOUNT - " DELIMITED BY SIZE
035300         WS-RUN-DATE DELIMITED BY SIZE
035400         INTO STATEMENT-RECORD
035500     END-STRING
035600     IF WS-STATEMENTS-PRINTED = 1
035700         WRITE STATEMENT-RECORD
035800     ELSE
035900         WRITE STATEMENT-RECORD AFTER ADVANCING PAGE
036000     END-IF
036100     MOVE "STATEMENT-FILE" TO FSC-FILE-NAME
036200     MOVE "WRITE"          TO FSC-OPERATION
036300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
036400     MOVE SPACES TO STATEMENT-RECORD
036500     PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
036600     MOVE SPACES TO WS-ADDRESS-FLAG
036700     IF DEMO-RECORD-FOUND
036800         MOVE SPACES TO STATEMENT-RECORD
036900         STRING DM-FIRST-NAME DELIMITED BY SIZE
037000             " " DELIMITED BY SIZE
037100             DM-LAST-NAME DELIMITED BY SIZE
037200             INTO STATEMENT-RECORD
037300         END-STRING
037400         PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
037500         MOVE DM-ADDRESS-LINE-1 TO STATEMENT-RECORD
037600         PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
037700         IF DM-ADDRESS-LINE-2 NOT = SPACES
037800             MOVE DM-ADDRESS-LINE-2 TO STATEMENT-RECORD
037900             PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
038000         END-IF
038100         MOVE SPACES TO STATEMENT-RECORD
038200         STRING DM-CITY DELIMITED BY SIZE
038300             " " DELIMITED BY SIZE
038400             DM-STATE DELIMITED BY SIZE
038500             " " DELIMITED BY SIZE
038600             DM-ZIP-CODE DELIMITED BY SIZE
038700             INTO STATEMENT-RECORD
038800         END-STRING
038900         PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
039000     ELSE
039100         ADD 1 TO WS-NO-ADDRESS-COUNT
039200         MOVE "NO ADDRESS" TO WS-ADDRESS-FLAG
039300         MOVE SPACES TO STATEMENT-RECORD
039400         STRING "STUDENT " DELIMITED BY SIZE
039500             WS-BREAK-ID DELIMITED BY SIZE
039600             " (NO ADDRESS ON FILE)" DELIMITED BY SIZE
039700             INTO STATEMENT-RECORD
039800         END-STRING
039900         PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
040000     END-IF
040100     MOVE SPACES TO STATEMENT-RECORD
040200     PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
040300     MOVE SPACES TO STATEMENT-RECORD
040400     STRING "STUDENT-ID: " DELIMITED BY SIZE
040500         WS-BREAK-ID DELIMITED BY SIZE
040600         INTO STATEMENT-RECORD
040700     END-STRING
040800     PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
040900     MOVE WS-PRIOR-BALANCE TO WS-MONEY-DISP
041000     MOVE SPACES TO STATEMENT-RECORD
041100     STRING "BALANCE FROM PREVIOUS STATEMENTS:  "
041200             DELIMITED BY SIZE
041300         WS-MONEY-DISP DELIMITED BY SIZE
041400         INTO STATEMENT-RECORD
041500     END-STRING
041600     PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
041700     MOVE SPACES TO STATEMENT-RECORD
041800     PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
041900     MOVE "  TERM   COURSE  HRS  NEW ACTIVITY" TO STATEMENT-RECORD
042000     PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
042100     .
042200 2550-EXIT.
042300     EXIT.
042350*-----------------------------------------------------------*
042350* 2560-HOLD-STATEMENT - NO STATEMENT TO AN UNDELIVERABLE     *
042350*                       ADDRESS; LIST THE ACCOUNT ON THE     *
042350*                       MAIL HELD REPORT AND THE REGISTER.   *
042350*                       ITS NEW ENTRIES STAY UNSTAMPED       *
042350*-----------------------------------------------------------*
042350 2560-HOLD-STATEMENT.
042350     IF WS-HELD-ENTRY-COUNT = ZERO
042350         GO TO 2560-EXIT
042350     END-IF
042350     PERFORM 2860-WRITE-MAIL-HELD THRU 2860-EXIT
042350     MOVE WS-BREAK-ID         TO WS-RG-STUDENT-ID
042350     MOVE WS-HELD-ENTRY-COUNT TO WS-RG-ENTRIES
042350     COMPUTE WS-NEW-BALANCE = WS-PRIOR-BALANCE + WS-HELD-NET
042350     MOVE WS-NEW-BALANCE      TO WS-RG-BALANCE
042350     MOVE "MAIL HELD"         TO WS-RG-FLAG
042350     MOVE WS-REGISTER-LINE    TO REGISTER-RECORD
042350     PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
042350     .
042350 2560-EXIT.
042350     EXIT.
042400*-----------------------------------------------------------*
042500* 2600-WRITE-ENTRY-LINE - ONE LINE PER NEW LEDGER ENTRY;     *
042600*                         CREDITS PRINT WITH A TRAILING      *
042700*                         MINUS                              *
042800*-----------------------------------------------------------*
042900 2600-WRITE-ENTRY-LINE.
043000     IF NEW-IS-CHARGE (WS-NEW-SUB)
043100         ADD WS-NEW-AMOUNT (WS-NEW-SUB) TO WS-NEW-CHARGES
043200         MOVE WS-NEW-AMOUNT (WS-NEW-SUB) TO WS-LINE-AMOUNT
043300         MOVE "TUITION AND COURSE FEES" TO WS-ENTRY-TEXT
043400     ELSE
043500         ADD WS-NEW-AMOUNT (WS-NEW-SUB) TO WS-NEW-CREDITS
043600         SUBTRACT WS-NEW-AMOUNT (WS-NEW-SUB) FROM ZERO
043700             GIVING WS-LINE-AMOUNT
043800         IF WS-NEW-REASON (WS-NEW-SUB) = "D"
043900             MOVE "REFUND CREDIT - COURSE REMOVED"
044000                 TO WS-ENTRY-TEXT
044100         ELSE
044200             MOVE "REFUND CREDIT - WITHDRAWN" TO WS-ENTRY-TEXT
044300         END-IF
044400     END-IF
044500     MOVE WS-NEW-TERM (WS-NEW-SUB)   TO WS-DT-TERM
044600     MOVE WS-NEW-COURSE (WS-NEW-SUB) TO WS-DT-COURSE
044700     MOVE WS-NEW-HOURS (WS-NEW-SUB)  TO WS-DT-HOURS
044800     MOVE WS-ENTRY-TEXT              TO WS-DT-TEXT
044900     MOVE WS-LINE-AMOUNT             TO WS-DT-AMOUNT
045000     MOVE WS-DETAIL-LINE TO STATEMENT-RECORD
045100     PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
045200     .
045300 2600-EXIT.
045400     EXIT.
045500*-----------------------------------------------------------*
045600* 2700-FINISH-STATEMENT - NEW CHARGES, NEW CREDITS, AND THE  *
045700*                         BALANCE NOW DUE                    *
045800*-----------------------------------------------------------*
045900 2700-FINISH-STATEMENT.
046000     MOVE SPACES TO STATEMENT-RECORD
046100     PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
046200     MOVE WS-NEW-CHARGES TO WS-MONEY-DISP
046300     MOVE SPACES TO STATEMENT-RECORD
046400     STRING "NEW CHARGES:                       "
046500             DELIMITED BY SIZE
046600         WS-MONEY-DISP DELIMITED BY SIZE
046700         INTO STATEMENT-RECORD
046800     END-STRING
046900     PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
047000     MOVE WS-NEW-CREDITS TO WS-MONEY-DISP
047100     MOVE SPACES TO STATEMENT-RECORD
047200     STRING "NEW CREDITS:                       "
047300             DELIMITED BY SIZE
047400         WS-MONEY-DISP DELIMITED BY SIZE
047500         INTO STATEMENT-RECORD
047600     END-STRING
047700     PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
047800     MOVE WS-NEW-BALANCE TO WS-MONEY-DISP
047900     MOVE SPACES TO STATEMENT-RECORD
048000     STRING "ACCOUNT BALANCE:                   "
048100             DELIMITED BY SIZE
048200         WS-MONEY-DISP DELIMITED BY SIZE
048300         INTO STATEMENT-RECORD
048400     END-STRING
048500     PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
048600     MOVE SPACES TO STATEMENT-RECORD
048700     PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
048800     MOVE "PAYMENTS MADE TO THE BUSINESS OFFICE ARE NOT SHOWN."
048900         TO STATEMENT-RECORD
049000     PERFORM 2800-WRITE-STATEMENT-LINE THRU 2800-EXIT
049100     .
049200 2700-EXIT.
049300     EXIT.
049400*-----------------------------------------------------------*
049500* 2800-WRITE-STATEMENT-LINE - WRITE ONE STATEMENT LINE       *
049600*-----------------------------------------------------------*
049700 2800-WRITE-STATEMENT-LINE.
049800     WRITE STATEMENT-RECORD
049900     MOVE "STATEMENT-FILE" TO FSC-FILE-NAME
050000     MOVE "WRITE"          TO FSC-OPERATION
050100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
050100     ADD 1 TO FSC-STEP-RECORDS-OUT
050200     .
050300 2800-EXIT.
050400     EXIT.
050450*-----------------------------------------------------------*
050450* 2860-WRITE-MAIL-HELD - LIST A HELD STATEMENT ON THE        *
050450*                        MAIL HELD - BAD ADDRESS REPORT      *
050450*-----------------------------------------------------------*
050450 2860-WRITE-MAIL-HELD.
050450     ADD 1 TO WS-STATEMENTS-HELD
050450     MOVE SPACES TO MH-STUDENT-NAME
050450     STRING DM-LAST-NAME DELIMITED BY "  "
050450         ", " DELIMITED BY SIZE
050450         DM-FIRST-NAME DELIMITED BY "  "
050450         INTO MH-STUDENT-NAME
050450     END-STRING
050450     MOVE WS-BREAK-ID TO MH-STUDENT-ID
050450     MOVE "ACCOUNT STATEMENT" TO MH-MAIL-PIECE
050450     MOVE DM-UNDELIV-DATE TO MH-UNDELIV-DATE
050450     MOVE MAIL-HELD-LINE TO MAIL-HELD-RPT-RECORD
050450     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
050450     .
050450 2860-EXIT.
050450     EXIT.
050450*-----------------------------------------------------------*
050450* 2870-WRITE-HELD-LINE - WRITE ONE MAIL HELD REPORT LINE     *
050450*-----------------------------------------------------------*
050450 2870-WRITE-HELD-LINE.
050450     WRITE MAIL-HELD-RPT-RECORD
050450     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
050450     MOVE "WRITE"         TO FSC-OPERATION
050450     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
050450     .
050450 2870-EXIT.
050450     EXIT.
050500*-----------------------------------------------------------*
050600* 2900-WRITE-REGISTER-LINE - WRITE ONE REGISTER LINE         *
050700*-----------------------------------------------------------*
050800 2900-WRITE-REGISTER-LINE.
050900     WRITE REGISTER-RECORD
051000     MOVE "STATEMENT-REG" TO FSC-FILE-NAME
051100     MOVE "WRITE"         TO FSC-OPERATION
051200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
051300     .
051400 2900-EXIT.
051500     EXIT.
051600*-----------------------------------------------------------*
051700* 3000-TERMINATE - REGISTER TOTALS AND CLOSE                 *
051800*-----------------------------------------------------------*
051900 3000-TERMINATE.
052000     MOVE SPACES TO REGISTER-RECORD
052100     PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
052200     MOVE WS-STATEMENTS-PRINTED TO WS-COUNT-DISP
052300     MOVE SPACES TO REGISTER-RECORD
052400     STRING "STATEMENTS PRINTED:     " DELIMITED BY SIZE
052500         WS-COUNT-DISP DELIMITED BY SIZE
052600         INTO REGISTER-RECORD
052700     END-STRING
052800     PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
052900     MOVE WS-NO-ADDRESS-COUNT TO WS-COUNT-DISP
053000     MOVE SPACES TO REGISTER-RECORD
053100     STRING "  WITH NO ADDRESS:      " DELIMITED BY SIZE
053200         WS-COUNT-DISP DELIMITED BY SIZE
053300         INTO REGISTER-RECORD
053400     END-STRING
053500     PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
053550     MOVE WS-STATEMENTS-HELD TO WS-COUNT-DISP
053550     MOVE SPACES TO REGISTER-RECORD
053550     STRING "HELD - BAD ADDRESS:     " DELIMITED BY SIZE
053550         WS-COUNT-DISP DELIMITED BY SIZE
053550         INTO REGISTER-RECORD
053550     END-STRING
053550     PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
053600     MOVE WS-TOTAL-CHARGES TO WS-MONEY-DISP
053700     MOVE SPACES TO REGISTER-RECORD
053800     STRING "NEW CHARGES BILLED:     " DELIMITED BY SIZE
053900         WS-MONEY-DISP DELIMITED BY SIZE
054000         INTO REGISTER-RECORD
054100     END-STRING
054200     PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
054300     MOVE WS-TOTAL-CREDITS TO WS-MONEY-DISP
054400     MOVE SPACES TO REGISTER-RECORD
054500     STRING "NEW CREDITS BILLED:     " DELIMITED BY SIZE
054600         WS-MONEY-DISP DELIMITED BY SIZE
054700         INTO REGISTER-RECORD
054800     END-STRING
054900     PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
055000     DISPLAY "ACCTSTMT - STATEMENTS PRINTED: "
055100         WS-STATEMENTS-PRINTED
055200         " ENTRIES STATED: " WS-ENTRIES-STATED
055250         " HELD: " WS-STATEMENTS-HELD
055300     IF DEMO-IS-OPEN
055400         CLOSE DEMOGRAPHIC-MASTER
055500         MOVE "DEMO-MASTER" TO FSC-FILE-NAME
055600         MOVE "CLOSE"       TO FSC-OPERATION
055700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055800     END-IF
055900     IF LEDGER-IS-OPEN
056000         CLOSE ACCOUNT-LEDGER
056100         MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
056200         MOVE "CLOSE"          TO FSC-OPERATION
056300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
056400     END-IF
056500     CLOSE STATEMENT-FILE
056600     MOVE "STATEMENT-FILE" TO FSC-FILE-NAME
056700     MOVE "CLOSE"          TO FSC-OPERATION
056800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
056900     CLOSE STATEMENT-REGISTER
057000     MOVE "STATEMENT-REG" TO FSC-FILE-NAME
057100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
057150     MOVE SPACES TO MAIL-HELD-RPT-RECORD
057150     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
057150     MOVE SPACES TO MAIL-HELD-RPT-RECORD
057150     STRING "STATEMENTS HELD: " DELIMITED BY SIZE
057150         WS-STATEMENTS-HELD DELIMITED BY SIZE
057150         INTO MAIL-HELD-RPT-RECORD
057150     END-STRING
057150     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
057150     CLOSE MAIL-HELD-RPT
057150     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
057150     MOVE "CLOSE"         TO FSC-OPERATION
057150     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
057200     .
057300 3000-EXIT.
057400     EXIT.
057500     COPY "fscchk.cpy".
057600 END PROGRAM ACCTSTMT.
