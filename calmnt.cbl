000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CALMNT.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                              *
001200*  10/15/2026  DT   ORIGINAL - ACADEMIC CALENDAR             *
001300*                   MAINTENANCE. ADDS, CHANGES, SHOWS, AND   *
001400*                   LISTS THE ONE-PER-TERM CALENDAR RECORDS  *
001500*                   (ACADCAL.CPY, ACADCAL KSDS) HOLDING THE  *
001600*                   TERM START, ADD/DROP AND WITHDRAWAL      *
001700*                   DEADLINES THAT GETINPUT ENFORCES, TERM   *
001800*                   END, AND THE GRADES-DUE DATE GRDMISS     *
001850*                   WARNS AND REPORTS AGAINST.               *
001900*                   A TERM IS NEVER DELETED - GETINPUT WOULD *
002000*                   QUIETLY STOP ENFORCING ITS DEADLINES.    *
002100*                   CALLED FROM MAIN-MENU WITH THE SIGNED-ON *
002200*                   OPERATOR-ID; REGISTRAR-LEVEL OPERATORS   *
002300*                   ONLY.                                    *
002350*  10/15/2026  DT   PROMPTS FOR THE OPTIONAL TUITION REFUND  *
002350*                   DEADLINE (AC-REFUND-DATE) AFTER ADD/DROP *
002350*                   AND HOLDS IT BETWEEN THE TERM START AND  *
002350*                   THE WITHDRAWAL DEADLINE.                 *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT ACADEMIC-CALENDAR ASSIGN TO ACADCAL
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS AC-TERM-CODE
003200         FILE STATUS IS FSC-STATUS-CODE.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  ACADEMIC-CALENDAR
003600     RECORD CONTAINS 100 CHARACTERS.
003700 01  ACADEMIC-CALENDAR-RECORD.
003800     COPY "acadcal.cpy".
003900 WORKING-STORAGE SECTION.
004000 01  WS-SWITCHES.
004100     05  WS-MAINT-DONE-SW      PIC X(01).
004200         88  MAINT-IS-DONE                 VALUE "Q".
004300     05  WS-FOUND-SW           PIC X(01).
004400         88  CALENDAR-FOUND                VALUE "Y".
004500     05  WS-LIST-EOF-SW        PIC X(01).
004600         88  LIST-AT-END                   VALUE "Y".
004700     05  WS-DATES-VALID-SW     PIC X(01).
004800         88  DATES-ARE-VALID               VALUE "Y".
004900 01  WS-MAINT-ACTION           PIC X(01).
005000 01  WS-ENTRY-FIELDS.
005100     05  WS-ENTRY-TERM         PIC X(05).
005200     05  WS-ENTRY-DESC         PIC X(30).
005300     05  WS-ENTRY-DATE         PIC X(08).
005400 01  WS-NEW-DATES.
005500     05  WS-NEW-START          PIC X(08).
005600     05  WS-NEW-ADD-DROP       PIC X(08).
005700     05  WS-NEW-WITHDRAW       PIC X(08).
005800     05  WS-NEW-END            PIC X(08).
005900     05  WS-NEW-GRADES-DUE     PIC X(08).
005950     05  WS-NEW-REFUND         PIC X(08).
006000 01  WS-DATE-CHECK.
006100     05  WS-CHECK-DATE         PIC X(08).
006200     05  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
006300         10  WS-CHECK-YYYY     PIC 9(04).
006400         10  WS-CHECK-MM       PIC 9(02).
006500         10  WS-CHECK-DD       PIC 9(02).
006600     05  WS-CHECK-LABEL        PIC X(20).
006700 01  WS-LIST-FIELDS.
006800     05  WS-LIST-COUNT         PIC 9(05)  COMP VALUE ZERO.
006900     05  WS-LIST-COUNT-DISP    PIC ZZ,ZZ9.
007000 01  WS-RUN-STAMP.
007100     05  WS-RUN-DATE           PIC X(08).
007200 01  WS-OPERATOR-ID            PIC X(08)  VALUE "CALMNT".
007300 01  FSC-CONTROLS.
007400     COPY "fscctl.cpy".
007500 LINKAGE SECTION.
007600 01  LK-OPERATOR-ID            PIC X(08).
007700 PROCEDURE DIVISION USING LK-OPERATOR-ID.
007800*-----------------------------------------------------------*
007900* 0000-MAINLINE                                              *
008000*-----------------------------------------------------------*
008100 0000-MAINLINE.
008200     IF LK-OPERATOR-ID NOT = SPACES
008300         MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
008400     END-IF
008500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008600     PERFORM 2000-MAINT-ONE-ACTION THRU 2000-EXIT
008700         UNTIL MAINT-IS-DONE
008800     PERFORM 3000-TERMINATE THRU 3000-EXIT
008900     GOBACK.
009000*-----------------------------------------------------------*
009100* 1000-INITIALIZE - OPEN THE CALENDAR FOR UPDATE, CREATING   *
009200*                   IT ON THE FIRST RUN EVER                 *
009300*-----------------------------------------------------------*
009400 1000-INITIALIZE.
009500     DISPLAY "CALMNT - ACADEMIC CALENDAR MAINTENANCE"
009600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009700     OPEN I-O ACADEMIC-CALENDAR
009800     IF FSC-STATUS-CODE = "35"
009900         OPEN OUTPUT ACADEMIC-CALENDAR
010000         CLOSE ACADEMIC-CALENDAR
010100         OPEN I-O ACADEMIC-CALENDAR
010200     END-IF
010300     MOVE "ACADEMIC-CAL" TO FSC-FILE-NAME
010400     MOVE "OPEN"         TO FSC-OPERATION
010500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
010600     MOVE SPACE TO WS-MAINT-DONE-SW
010700     .
010800 1000-EXIT.
010900     EXIT.
011000*-----------------------------------------------------------*
011100* 2000-MAINT-ONE-ACTION - ONE ADD, CHANGE, INQUIRY, OR LIST  *
011200*-----------------------------------------------------------*
011300 2000-MAINT-ONE-ACTION.
011400     DISPLAY "CALMNT - ACTION (A=ADD, C=CHANGE, I=INQUIRE, "
011500         "L=LIST, Q=QUIT): "
011600     ACCEPT WS-MAINT-ACTION
011700     IF WS-MAINT-ACTION = "Q"
011800         SET MAINT-IS-DONE TO TRUE
011900         GO TO 2000-EXIT
012000     END-IF
012100     IF WS-MAINT-ACTION = "L"
012200         PERFORM 2400-LIST-CALENDAR THRU 2400-EXIT
012300         GO TO 2000-EXIT
012400     END-IF
012500     IF WS-MAINT-ACTION NOT = "A" AND WS-MAINT-ACTION NOT = "C"
012600             AND WS-MAINT-ACTION NOT = "I"
012700         DISPLAY "CALMNT - NOT A VALID ACTION"
012800         GO TO 2000-EXIT
012900     END-IF
013000     DISPLAY "CALMNT - ENTER TERM CODE: "
013100     ACCEPT WS-ENTRY-TERM
013200     IF WS-ENTRY-TERM = SPACES
013300         DISPLAY "CALMNT - TERM CODE REQUIRED - ACTION ABANDONED"
013400         GO TO 2000-EXIT
013500     END-IF
013600     MOVE WS-ENTRY-TERM TO AC-TERM-CODE
013700     MOVE "N" TO WS-FOUND-SW
013800     READ ACADEMIC-CALENDAR
013900         INVALID KEY CONTINUE
014000     END-READ
014100     IF FSC-STATUS-CODE = "00"
014200         MOVE "Y" TO WS-FOUND-SW
014300     ELSE
014400         IF FSC-STATUS-CODE NOT = "23"
014500             MOVE "ACADEMIC-CAL" TO FSC-FILE-NAME
014600             MOVE "READ"         TO FSC-OPERATION
014700             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
014800         END-IF
014900     END-IF
015000     EVALUATE WS-MAINT-ACTION
015100         WHEN "A"
015200             PERFORM 2100-ADD-TERM THRU 2100-EXIT
015300         WHEN "C"
015400             PERFORM 2200-CHANGE-TERM THRU 2200-EXIT
015500         WHEN "I"
015600             PERFORM 2300-INQUIRE-TERM THRU 2300-EXIT
015700     END-EVALUATE
015800     .
015900 2000-EXIT.
016000     EXIT.
016100*-----------------------------------------------------------*
016200* 2100-ADD-TERM - A NEW TERM NEEDS EVERY DATE                *
016300*-----------------------------------------------------------*
016400 2100-ADD-TERM.
016500     IF CALENDAR-FOUND
016600         DISPLAY "CALMNT - TERM " WS-ENTRY-TERM
016700             " IS ALREADY ON THE CALENDAR - USE C TO CHANGE IT"
016800         GO TO 2100-EXIT
016900     END-IF
017000     DISPLAY "CALMNT - ENTER TERM DESCRIPTION: "
017100     ACCEPT WS-ENTRY-DESC
017200     MOVE SPACES TO WS-NEW-DATES
017300     PERFORM 2500-ACCEPT-DATES THRU 2500-EXIT
017400     PERFORM 2600-VALIDATE-DATES THRU 2600-EXIT
017500     IF NOT DATES-ARE-VALID
017600         DISPLAY "CALMNT - TERM NOT ADDED"
017700         GO TO 2100-EXIT
017800     END-IF
017900     MOVE SPACES             TO ACADEMIC-CALENDAR-RECORD
018000     MOVE WS-ENTRY-TERM      TO AC-TERM-CODE
018100     MOVE WS-ENTRY-DESC      TO AC-TERM-DESC
018200     PERFORM 2700-MOVE-DATES THRU 2700-EXIT
018300     WRITE ACADEMIC-CALENDAR-RECORD
018400     MOVE "ACADEMIC-CAL" TO FSC-FILE-NAME
018500     MOVE "WRITE"        TO FSC-OPERATION
018600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
018700     DISPLAY "CALMNT - TERM " WS-ENTRY-TERM " ADDED"
018800     .
018900 2100-EXIT.
019000     EXIT.
019100*-----------------------------------------------------------*
019200* 2200-CHANGE-TERM - SHOW THE CURRENT DATES, TAKE NEW ONES   *
019300*                    (BLANK KEEPS THE CURRENT DATE), AND     *
019400*                    REWRITE ONLY WHEN THE SET STILL PASSES  *
019500*-----------------------------------------------------------*
019600 2200-CHANGE-TERM.
019700     IF NOT CALENDAR-FOUND
019800         DISPLAY "CALMNT - TERM " WS-ENTRY-TERM
019900             " IS NOT ON THE CALENDAR - USE A TO ADD IT"
020000         GO TO 2200-EXIT
020100     END-IF
020200     PERFORM 2300-INQUIRE-TERM THRU 2300-EXIT
020300     DISPLAY "CALMNT - ENTER TERM DESCRIPTION (BLANK = KEEP): "
020400     ACCEPT WS-ENTRY-DESC
020500     IF WS-ENTRY-DESC = SPACES
020600         MOVE AC-TERM-DESC TO WS-ENTRY-DESC
020700     END-IF
020800     MOVE AC-TERM-START-DATE TO WS-NEW-START
020900     MOVE AC-ADD-DROP-DATE   TO WS-NEW-ADD-DROP
021000     MOVE AC-WITHDRAW-DATE   TO WS-NEW-WITHDRAW
021100     MOVE AC-TERM-END-DATE   TO WS-NEW-END
021200     MOVE AC-GRADES-DUE-DATE TO WS-NEW-GRADES-DUE
021250     MOVE AC-REFUND-DATE     TO WS-NEW-REFUND
021300     PERFORM 2500-ACCEPT-DATES THRU 2500-EXIT
021400     PERFORM 2600-VALIDATE-DATES THRU 2600-EXIT
021500     IF NOT DATES-ARE-VALID
021600         DISPLAY "CALMNT - TERM NOT CHANGED"
021700         GO TO 2200-EXIT
021800     END-IF
021900     MOVE WS-ENTRY-DESC      TO AC-TERM-DESC
022000     PERFORM 2700-MOVE-DATES THRU 2700-EXIT
022100     REWRITE ACADEMIC-CALENDAR-RECORD
022200     MOVE "ACADEMIC-CAL" TO FSC-FILE-NAME
022300     MOVE "REWRITE"      TO FSC-OPERATION
022400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022500     DISPLAY "CALMNT - TERM " WS-ENTRY-TERM
022600         " CHANGED - TAKES EFFECT ON THE NEXT NIGHTLY RUN"
022700     .
022800 2200-EXIT.
022900     EXIT.
023000*-----------------------------------------------------------*
023100* 2300-INQUIRE-TERM - SHOW ONE TERM'S DATES                  *
023200*-----------------------------------------------------------*
023300 2300-INQUIRE-TERM.
023400     IF NOT CALENDAR-FOUND
023500         DISPLAY "CALMNT - TERM " WS-ENTRY-TERM
023600             " IS NOT ON THE CALENDAR - NO DEADLINES ENFORCED"
023700         GO TO 2300-EXIT
023800     END-IF
023900     DISPLAY "CALMNT - TERM " AC-TERM-CODE "  " AC-TERM-DESC
024000     DISPLAY "CALMNT -   TERM START:          " AC-TERM-START-DATE
024100     DISPLAY "CALMNT -   ADD/DROP DEADLINE:   " AC-ADD-DROP-DATE
024150     DISPLAY "CALMNT -   REFUND DEADLINE:     " AC-REFUND-DATE
024200     DISPLAY "CALMNT -   WITHDRAWAL DEADLINE: " AC-WITHDRAW-DATE
024300     DISPLAY "CALMNT -   TERM END:            " AC-TERM-END-DATE
024400     DISPLAY "CALMNT -   GRADES DUE:          " AC-GRADES-DUE-DATE
024500     DISPLAY "CALMNT -   LAST MAINTAINED " AC-MAINT-DATE
024600         " BY " AC-MAINT-OPERATOR
024700     .
024800 2300-EXIT.
024900     EXIT.
025000*-----------------------------------------------------------*
025100* 2400-LIST-CALENDAR - ONE LINE PER TERM IN TERM-CODE ORDER  *
025200*-----------------------------------------------------------*
025300 2400-LIST-CALENDAR.
025400     MOVE ZERO TO WS-LIST-COUNT
025500     MOVE "N" TO WS-LIST-EOF-SW
025600     MOVE LOW-VALUES TO AC-TERM-CODE
025700     START ACADEMIC-CALENDAR KEY IS NOT LESS THAN AC-TERM-CODE
025800         INVALID KEY
025900             SET LIST-AT-END TO TRUE
026000     END-START
026100     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
026200         MOVE "ACADEMIC-CAL" TO FSC-FILE-NAME
026300         MOVE "START"        TO FSC-OPERATION
026400         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
026500     END-IF
026600     DISPLAY "CALMNT - TERM  START    ADD/DROP WITHDRAW END      "
026700         "GRADES"
026800     PERFORM 2450-LIST-ONE-TERM THRU 2450-EXIT
026900         UNTIL LIST-AT-END
027000     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-DISP
027100     DISPLAY "CALMNT - " WS-LIST-COUNT-DISP " TERM(S) ON FILE"
027200     .
027300 2400-EXIT.
027400     EXIT.
027500*-----------------------------------------------------------*
027600* 2450-LIST-ONE-TERM - READ AND SHOW THE NEXT TERM           *
027700*-----------------------------------------------------------*
027800 2450-LIST-ONE-TERM.
027900     READ ACADEMIC-CALENDAR NEXT RECORD
028000         AT END
028100             SET LIST-AT-END TO TRUE
028200             GO TO 2450-EXIT
028300     END-READ
028400     MOVE "ACADEMIC-CAL" TO FSC-FILE-NAME
028500     MOVE "READ"         TO FSC-OPERATION
028600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
028700     ADD 1 TO WS-LIST-COUNT
028800     DISPLAY "CALMNT - " AC-TERM-CODE " " AC-TERM-START-DATE
028900         " " AC-ADD-DROP-DATE " " AC-WITHDRAW-DATE
029000         " " AC-TERM-END-DATE " " AC-GRADES-DUE-DATE
029100     .
029200 2450-EXIT.
029300     EXIT.
029400*-----------------------------------------------------------*
029500* 2500-ACCEPT-DATES - PROMPT FOR EACH DATE IN TERM ORDER;    *
029600*                     A BLANK ENTRY KEEPS WHAT IS ALREADY IN *
029700*                     WS-NEW-DATES                           *
029800*-----------------------------------------------------------*
029900 2500-ACCEPT-DATES.
030000     DISPLAY "CALMNT - ENTER TERM START (YYYYMMDD): "
030100     ACCEPT WS-ENTRY-DATE
030200     IF WS-ENTRY-DATE NOT = SPACES
030300         MOVE WS-ENTRY-DATE TO WS-NEW-START
030400     END-IF
030500     DISPLAY "CALMNT - ENTER LAST DAY OF ADD/DROP (YYYYMMDD): "
030600     ACCEPT WS-ENTRY-DATE
030700     IF WS-ENTRY-DATE NOT = SPACES
030800         MOVE WS-ENTRY-DATE TO WS-NEW-ADD-DROP
030900     END-IF
030950     DISPLAY "CALMNT - ENTER LAST DAY FOR A TUITION REFUND "
030950         "(YYYYMMDD, BLANK = ADD/DROP): "
030950     ACCEPT WS-ENTRY-DATE
030950     IF WS-ENTRY-DATE NOT = SPACES
030950         MOVE WS-ENTRY-DATE TO WS-NEW-REFUND
030950     END-IF
031000     DISPLAY "CALMNT - ENTER LAST DAY TO WITHDRAW (YYYYMMDD): "
031100     ACCEPT WS-ENTRY-DATE
031200     IF WS-ENTRY-DATE NOT = SPACES
031300         MOVE WS-ENTRY-DATE TO WS-NEW-WITHDRAW
031400     END-IF
031500     DISPLAY "CALMNT - ENTER TERM END (YYYYMMDD): "
031600     ACCEPT WS-ENTRY-DATE
031700     IF WS-ENTRY-DATE NOT = SPACES
031800         MOVE WS-ENTRY-DATE TO WS-NEW-END
031900     END-IF
032000     DISPLAY "CALMNT - ENTER GRADES-DUE DATE (YYYYMMDD): "
032100     ACCEPT WS-ENTRY-DATE
032200     IF WS-ENTRY-DATE NOT = SPACES
032300         MOVE WS-ENTRY-DATE TO WS-NEW-GRADES-DUE
032400     END-IF
032500     .
032600 2500-EXIT.
032700     EXIT.
032800*-----------------------------------------------------------*
032900* 2600-VALIDATE-DATES - EVERY DATE A REAL YYYYMMDD, AND THE  *
033000*                       FIVE IN TERM ORDER                   *
033100*-----------------------------------------------------------*
033200 2600-VALIDATE-DATES.
033300     MOVE "Y" TO WS-DATES-VALID-SW
033400     MOVE WS-NEW-START      TO WS-CHECK-DATE
033500     MOVE "TERM START"      TO WS-CHECK-LABEL
033600     PERFORM 2650-CHECK-ONE-DATE THRU 2650-EXIT
033700     MOVE WS-NEW-ADD-DROP   TO WS-CHECK-DATE
033800     MOVE "ADD/DROP DEADLINE" TO WS-CHECK-LABEL
033900     PERFORM 2650-CHECK-ONE-DATE THRU 2650-EXIT
034000     MOVE WS-NEW-WITHDRAW   TO WS-CHECK-DATE
034100     MOVE "WITHDRAW DEADLINE" TO WS-CHECK-LABEL
034200     PERFORM 2650-CHECK-ONE-DATE THRU 2650-EXIT
034300     MOVE WS-NEW-END        TO WS-CHECK-DATE
034400     MOVE "TERM END"        TO WS-CHECK-LABEL
034500     PERFORM 2650-CHECK-ONE-DATE THRU 2650-EXIT
034600     MOVE WS-NEW-GRADES-DUE TO WS-CHECK-DATE
034700     MOVE "GRADES-DUE DATE" TO WS-CHECK-LABEL
034800     PERFORM 2650-CHECK-ONE-DATE THRU 2650-EXIT
034850     IF WS-NEW-REFUND NOT = SPACES
034850         MOVE WS-NEW-REFUND     TO WS-CHECK-DATE
034850         MOVE "REFUND DEADLINE" TO WS-CHECK-LABEL
034850         PERFORM 2650-CHECK-ONE-DATE THRU 2650-EXIT
034850     END-IF
034900     IF NOT DATES-ARE-VALID
035000         GO TO 2600-EXIT
035100     END-IF
035200     IF WS-NEW-ADD-DROP < WS-NEW-START
035300             OR WS-NEW-WITHDRAW < WS-NEW-ADD-DROP
035400             OR WS-NEW-END < WS-NEW-WITHDRAW
035500             OR WS-NEW-GRADES-DUE < WS-NEW-END
035600         DISPLAY "CALMNT - DATES OUT OF ORDER - MUST RUN START, "
035700             "ADD/DROP, WITHDRAWAL, END, GRADES DUE"
035800         MOVE "N" TO WS-DATES-VALID-SW
035900     END-IF
035950     IF WS-NEW-REFUND NOT = SPACES
035950         IF WS-NEW-REFUND < WS-NEW-START
035950                 OR WS-NEW-REFUND > WS-NEW-WITHDRAW
035950             DISPLAY "CALMNT - REFUND DEADLINE MUST FALL BETWEEN "
035950                 "THE TERM START AND THE WITHDRAWAL DEADLINE"
035950             MOVE "N" TO WS-DATES-VALID-SW
035950         END-IF
035950     END-IF
036000     .
036100 2600-EXIT.
036200     EXIT.
036300*-----------------------------------------------------------*
036400* 2650-CHECK-ONE-DATE - NUMERIC, MONTH 01-12, DAY 01-31      *
036500*-----------------------------------------------------------*
036600 2650-CHECK-ONE-DATE.
036700     IF WS-CHECK-DATE NOT NUMERIC
036800         DISPLAY "CALMNT - " WS-CHECK-LABEL " MISSING OR NOT "
036900             "NUMERIC: " WS-CHECK-DATE
037000         MOVE "N" TO WS-DATES-VALID-SW
037100         GO TO 2650-EXIT
037200     END-IF
037300     IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
037400             OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
037500         DISPLAY "CALMNT - " WS-CHECK-LABEL " IS NOT A VALID "
037600             "DATE: " WS-CHECK-DATE
037700         MOVE "N" TO WS-DATES-VALID-SW
037800     END-IF
037900     .
038000 2650-EXIT.
038100     EXIT.
038200*-----------------------------------------------------------*
038300* 2700-MOVE-DATES - ACCEPTED DATES AND MAINTENANCE STAMP     *
038400*                   ONTO THE RECORD                          *
038500*-----------------------------------------------------------*
038600 2700-MOVE-DATES.
038700     MOVE WS-NEW-START       TO AC-TERM-START-DATE
038800     MOVE WS-NEW-ADD-DROP    TO AC-ADD-DROP-DATE
038900     MOVE WS-NEW-WITHDRAW    TO AC-WITHDRAW-DATE
039000     MOVE WS-NEW-END         TO AC-TERM-END-DATE
039100     MOVE WS-NEW-GRADES-DUE  TO AC-GRADES-DUE-DATE
039150     MOVE WS-NEW-REFUND      TO AC-REFUND-DATE
039200     MOVE WS-RUN-DATE        TO AC-MAINT-DATE
039300     MOVE WS-OPERATOR-ID     TO AC-MAINT-OPERATOR
039400     .
039500 2700-EXIT.
039600     EXIT.
039700*-----------------------------------------------------------*
039800* 3000-TERMINATE - CLOSE THE CALENDAR                        *
039900*-----------------------------------------------------------*
040000 3000-TERMINATE.
040100     CLOSE ACADEMIC-CALENDAR
040200     MOVE "ACADEMIC-CAL" TO FSC-FILE-NAME
040300     MOVE "CLOSE"        TO FSC-OPERATION
040400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
040500     .
040600 3000-EXIT.
040700     EXIT.
040800     COPY "fscchk.cpy".
040900 END PROGRAM CALMNT.
