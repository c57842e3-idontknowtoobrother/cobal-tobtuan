000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RETMAIL.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - RETURNED MAIL. READS THE      *
001300*                   MAILROOM'S RETMAIL FILE (RETMAIL.CPY,    *
001400*                   ONE RECORD PER PIECE THE POST OFFICE     *
001500*                   SENT BACK) AND MARKS EACH STUDENT'S      *
001600*                   DEMOMAST ADDRESS UNDELIVERABLE AS OF THE *
001700*                   RETURNED DATE (THE RUN DATE WHEN BLANK). *
001800*                   EVERY FLAG SET IS JOURNALED TO DEMOJRNL  *
001900*                   WITH BEFORE/AFTER IMAGES (DEMJRNL.CPY,   *
002000*                   OPERATOR "RETMAIL"). A BAD OR UNKNOWN    *
002100*                   STUDENT-ID IS REJECTED; A PIECE MAILED   *
002200*                   TO A ZIP CODE THE RECORD NO LONGER       *
002300*                   CARRIES WAS SENT BEFORE THE ADDRESS WAS  *
002400*                   CORRECTED AND IS NOT APPLIED; A RECORD   *
002500*                   ALREADY FLAGGED KEEPS ITS FIRST RETURNED *
002600*                   DATE. THE MAILING PROGRAMS HOLD A        *
002700*                   FLAGGED STUDENT'S MAIL UNTIL DEMOMNT     *
002800*                   KEYS A NEW ADDRESS. THE RETMRPT REGISTER *
002900*                   LISTS EVERY TRANSACTION AND WHAT WAS     *
003000*                   DONE WITH IT; ANY REJECT ENDS THE RUN    *
003100*                   WITH RETURN CODE 4.                      *
003150*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003150*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003150*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003200*-----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RETURNED-MAIL ASSIGN TO RETMAIL
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FSC-STATUS-CODE.
003900     SELECT DEMOGRAPHIC-MASTER ASSIGN TO DEMOMAST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS DM-STUDENT-ID
004300         FILE STATUS IS FSC-STATUS-CODE.
004400     SELECT DEMO-JOURNAL ASSIGN TO DEMOJRNL
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FSC-STATUS-CODE.
004700     SELECT RETMAIL-RPT ASSIGN TO RETMRPT
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FSC-STATUS-CODE.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RETURNED-MAIL
005300     RECORD CONTAINS 40 CHARACTERS.
005400 01  RETURNED-MAIL-RECORD.
005500     COPY "retmail.cpy".
005600 FD  DEMOGRAPHIC-MASTER
005700     RECORD CONTAINS 200 CHARACTERS.
005800 01  DEMOGRAPHIC-RECORD.
005900     COPY "demorec.cpy".
006000 FD  DEMO-JOURNAL
006100     RECORD CONTAINS 430 CHARACTERS.
006200 01  DEMO-JOURNAL-RECORD.
006300     COPY "demjrnl.cpy".
006400 FD  RETMAIL-RPT
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  RETMAIL-RPT-RECORD            PIC X(80).
006700 WORKING-STORAGE SECTION.
006800 01  WS-SWITCHES.
006900     05  WS-EOF-SW                 PIC X(01)  VALUE "N".
007000         88  END-OF-FILE                      VALUE "Y".
007100     05  WS-ID-VALID-SW            PIC X(01).
007200         88  ID-IS-VALID                      VALUE "Y".
007300     05  WS-FOUND-SW               PIC X(01).
007400         88  DEMO-RECORD-FOUND                VALUE "Y".
007500 01  WS-COUNTERS.
007600     05  WS-RECORDS-READ           PIC 9(05)  COMP VALUE ZERO.
007700     05  WS-FLAGS-SET              PIC 9(05)  COMP VALUE ZERO.
007800     05  WS-ALREADY-FLAGGED        PIC 9(05)  COMP VALUE ZERO.
007900     05  WS-ADDRESS-CHANGED        PIC 9(05)  COMP VALUE ZERO.
008000     05  WS-RECORDS-REJECTED       PIC 9(05)  COMP VALUE ZERO.
008100 01  WS-COUNT-DISP                 PIC ZZ,ZZ9.
008200 01  WS-RETURNED-DATE              PIC X(08).
008300 01  WS-OUTCOME-TEXT               PIC X(34).
008400 01  WS-RUN-STAMP.
008500     05  WS-RUN-DATE               PIC X(08).
008600     05  WS-RUN-TIME.
008700         10  WS-RUN-TIME-HHMMSS    PIC X(06).
008800         10  FILLER                PIC X(02).
008900 01  WS-JOURNAL-CONTROLS.
009000     05  WS-DJ-ACTION              PIC X(08).
009100     05  WS-BEFORE-IMAGE           PIC X(200).
009200 01  WS-OPERATOR-ID                PIC X(08)  VALUE "RETMAIL".
009300 01  WS-DETAIL-LINE.
009400     05  FILLER                    PIC X(02)  VALUE SPACES.
009500     05  WS-DT-STUDENT-ID          PIC X(08).
009600     05  FILLER                    PIC X(02)  VALUE SPACES.
009700     05  WS-DT-MAIL-PIECE          PIC X(08).
009800     05  FILLER                    PIC X(02)  VALUE SPACES.
009900     05  WS-DT-RETURNED-DATE       PIC X(08).
010000     05  FILLER                    PIC X(02)  VALUE SPACES.
010100     05  WS-DT-OUTCOME             PIC X(34).
010200     05  FILLER                    PIC X(14)  VALUE SPACES.
010300 01  FSC-CONTROLS.
010400     COPY "fscctl.cpy".
010500 PROCEDURE DIVISION.
010600*-----------------------------------------------------------*
010700* 0000-MAINLINE                                             *
010800*-----------------------------------------------------------*
010900 0000-MAINLINE.
010900     MOVE "RETMAIL" TO FSC-STEP-PROGRAM
010900     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011100     PERFORM 2000-PROCESS-RETURN THRU 2000-EXIT
011200         UNTIL END-OF-FILE
011300     PERFORM 2700-PRINT-TOTALS THRU 2700-EXIT
011400     PERFORM 3000-TERMINATE THRU 3000-EXIT
011400     MOVE WS-RECORDS-READ TO FSC-STEP-RECORDS-IN
011400     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
011500     GOBACK.
011600*-----------------------------------------------------------*
011700* 1000-INITIALIZE - OPEN THE FILES, HEAD THE REGISTER, AND   *
011800*                   PRIME THE READ                           *
011900*-----------------------------------------------------------*
012000 1000-INITIALIZE.
012100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012200     ACCEPT WS-RUN-TIME FROM TIME
012300     OPEN INPUT RETURNED-MAIL
012400     MOVE "RETURNED-MAIL" TO FSC-FILE-NAME
012500     MOVE "OPEN"          TO FSC-OPERATION
012600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
012700     OPEN I-O DEMOGRAPHIC-MASTER
012800     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
012900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
013000     OPEN EXTEND DEMO-JOURNAL
013100     IF FSC-STATUS-CODE = "35"
013200         OPEN OUTPUT DEMO-JOURNAL
013300     END-IF
013400     MOVE "DEMO-JOURNAL" TO FSC-FILE-NAME
013500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
013600     OPEN OUTPUT RETMAIL-RPT
013700     MOVE "RETMAIL-RPT" TO FSC-FILE-NAME
013800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
013900     MOVE SPACES TO RETMAIL-RPT-RECORD
014000     STRING "RETURNED MAIL REGISTER - RUN DATE " DELIMITED BY SIZE
014100         WS-RUN-DATE DELIMITED BY SIZE
014200         INTO RETMAIL-RPT-RECORD
014300     END-STRING
014400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
014500     MOVE SPACES TO RETMAIL-RPT-RECORD
014600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
014700     MOVE "  STUDENT   PIECE     RETURNED  OUTCOME"
014800         TO RETMAIL-RPT-RECORD
014900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
015000     PERFORM 2100-READ-RETURNED-MAIL THRU 2100-EXIT
015100     .
015200 1000-EXIT.
015300     EXIT.
015400*-----------------------------------------------------------*
015500* 2000-PROCESS-RETURN - VALIDATE ONE RETURNED PIECE AND MARK *
015600*                       THE ADDRESS UNDELIVERABLE            *
015700*-----------------------------------------------------------*
015800 2000-PROCESS-RETURN.
015900     ADD 1 TO WS-RECORDS-READ
016000     MOVE RM-RETURNED-DATE TO WS-RETURNED-DATE
016100     IF WS-RETURNED-DATE = SPACES
016200         MOVE WS-RUN-DATE TO WS-RETURNED-DATE
016300     END-IF
016400     CALL "IF-ELSE" USING RM-STUDENT-ID WS-ID-VALID-SW
016500     IF NOT ID-IS-VALID
016600         ADD 1 TO WS-RECORDS-REJECTED
016700         MOVE "REJECTED - INVALID STUDENT-ID" TO WS-OUTCOME-TEXT
016800         GO TO 2000-NEXT
016900     END-IF
017000     MOVE RM-STUDENT-ID TO DM-STUDENT-ID
017100     MOVE "N" TO WS-FOUND-SW
017200     READ DEMOGRAPHIC-MASTER
017300         INVALID KEY CONTINUE
017400     END-READ
017500     IF FSC-STATUS-CODE = "00"
017600         MOVE "Y" TO WS-FOUND-SW
017700     ELSE
017800         IF FSC-STATUS-CODE NOT = "23"
017900             MOVE "DEMO-MASTER" TO FSC-FILE-NAME
018000             MOVE "READ"        TO FSC-OPERATION
018100             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
018200         END-IF
018300     END-IF
018400     IF NOT DEMO-RECORD-FOUND
018500         ADD 1 TO WS-RECORDS-REJECTED
018600         MOVE "REJECTED - NOT ON DEMOMAST" TO WS-OUTCOME-TEXT
018700         GO TO 2000-NEXT
018800     END-IF
018900     IF RM-MAILED-ZIP NOT = SPACES
019000             AND RM-MAILED-ZIP NOT = DM-ZIP-CODE
019100         ADD 1 TO WS-ADDRESS-CHANGED
019200         MOVE "ADDRESS SINCE CHANGED - NOT APPLIED"
019300             TO WS-OUTCOME-TEXT
019400         GO TO 2000-NEXT
019500     END-IF
019600     IF DM-ADDRESS-UNDELIVERABLE
019700         ADD 1 TO WS-ALREADY-FLAGGED
019800         MOVE SPACES TO WS-OUTCOME-TEXT
019900         STRING "ALREADY FLAGGED " DELIMITED BY SIZE
020000             DM-UNDELIV-DATE DELIMITED BY SIZE
020100             INTO WS-OUTCOME-TEXT
020200         END-STRING
020300         GO TO 2000-NEXT
020400     END-IF
020500     PERFORM 2500-MARK-UNDELIVERABLE THRU 2500-EXIT
020600     MOVE "ADDRESS MARKED UNDELIVERABLE" TO WS-OUTCOME-TEXT
020700     .
020800 2000-NEXT.
020900     PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
021000     PERFORM 2100-READ-RETURNED-MAIL THRU 2100-EXIT
021100     .
021200 2000-EXIT.
021300     EXIT.
021400*-----------------------------------------------------------*
021500* 2100-READ-RETURNED-MAIL - READ NEXT TRANSACTION            *
021600*-----------------------------------------------------------*
021700 2100-READ-RETURNED-MAIL.
021800     READ RETURNED-MAIL
021900         AT END
022000             SET END-OF-FILE TO TRUE
022100             GO TO 2100-EXIT
022200     END-READ
022300     MOVE "RETURNED-MAIL" TO FSC-FILE-NAME
022400     MOVE "READ"          TO FSC-OPERATION
022500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022600     .
022700 2100-EXIT.
022800     EXIT.
022900*-----------------------------------------------------------*
023000* 2500-MARK-UNDELIVERABLE - SET THE FLAG AND DATE, REWRITE,  *
023100*                           AND JOURNAL THE CHANGE           *
023200*-----------------------------------------------------------*
023300 2500-MARK-UNDELIVERABLE.
023400     MOVE DEMOGRAPHIC-RECORD TO WS-BEFORE-IMAGE
023500     MOVE "REWRITE" TO WS-DJ-ACTION
023600     SET DM-ADDRESS-UNDELIVERABLE TO TRUE
023700     MOVE WS-RETURNED-DATE TO DM-UNDELIV-DATE
023800     REWRITE DEMOGRAPHIC-RECORD
023900     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
024000     MOVE "REWRITE"     TO FSC-OPERATION
024100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
024100     ADD 1 TO FSC-STEP-RECORDS-OUT
024200     PERFORM 2650-WRITE-JOURNAL THRU 2650-EXIT
024300     ADD 1 TO WS-FLAGS-SET
024400     .
024500 2500-EXIT.
024600     EXIT.
024700*-----------------------------------------------------------*
024800* 2600-WRITE-DETAIL - ONE REGISTER LINE PER TRANSACTION      *
024900*-----------------------------------------------------------*
025000 2600-WRITE-DETAIL.
025100     MOVE RM-STUDENT-ID    TO WS-DT-STUDENT-ID
025200     MOVE RM-MAIL-PIECE    TO WS-DT-MAIL-PIECE
025300     MOVE WS-RETURNED-DATE TO WS-DT-RETURNED-DATE
025400     MOVE WS-OUTCOME-TEXT  TO WS-DT-OUTCOME
025500     MOVE WS-DETAIL-LINE   TO RETMAIL-RPT-RECORD
025600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
025700     .
025800 2600-EXIT.
025900     EXIT.
026000*-----------------------------------------------------------*
026100* 2650-WRITE-JOURNAL - BEFORE/AFTER JOURNALING FOR THE       *
026200*                      REWRITE JUST MADE                     *
026300*-----------------------------------------------------------*
026400 2650-WRITE-JOURNAL.
026500     MOVE WS-RUN-DATE        TO DJ-RUN-DATE
026600     MOVE WS-RUN-TIME-HHMMSS TO DJ-RUN-TIME
026700     MOVE WS-OPERATOR-ID     TO DJ-OPERATOR-ID
026800     MOVE WS-DJ-ACTION       TO DJ-ACTION
026900     MOVE WS-BEFORE-IMAGE    TO DJ-BEFORE-IMAGE
027000     MOVE DEMOGRAPHIC-RECORD TO DJ-AFTER-IMAGE
027100     WRITE DEMO-JOURNAL-RECORD
027200     MOVE "DEMO-JOURNAL" TO FSC-FILE-NAME
027300     MOVE "WRITE"        TO FSC-OPERATION
027400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
027500     .
027600 2650-EXIT.
027700     EXIT.
027800*-----------------------------------------------------------*
027900* 2700-PRINT-TOTALS - FOOT THE REGISTER; ANY REJECT SETS     *
028000*                     RETURN CODE 4                          *
028100*-----------------------------------------------------------*
028200 2700-PRINT-TOTALS.
028300     MOVE SPACES TO RETMAIL-RPT-RECORD
028400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
028500     MOVE WS-RECORDS-READ TO WS-COUNT-DISP
028600     MOVE SPACES TO RETMAIL-RPT-RECORD
028700     STRING "RETURNS READ:                 " DELIMITED BY SIZE
028800         WS-COUNT-DISP DELIMITED BY SIZE
028900         INTO RETMAIL-RPT-RECORD
029000     END-STRING
029100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
029200     MOVE WS-FLAGS-SET TO WS-COUNT-DISP
029300     MOVE SPACES TO RETMAIL-RPT-RECORD
029400     STRING "MARKED UNDELIVERABLE:         " DELIMITED BY SIZE
029500         WS-COUNT-DISP DELIMITED BY SIZE
029600         INTO RETMAIL-RPT-RECORD
029700     END-STRING
029800     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
029900     MOVE WS-ALREADY-FLAGGED TO WS-COUNT-DISP
030000     MOVE SPACES TO RETMAIL-RPT-RECORD
030100     STRING "ALREADY FLAGGED:              " DELIMITED BY SIZE
030200         WS-COUNT-DISP DELIMITED BY SIZE
030300         INTO RETMAIL-RPT-RECORD
030400     END-STRING
030500     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
030600     MOVE WS-ADDRESS-CHANGED TO WS-COUNT-DISP
030700     MOVE SPACES TO RETMAIL-RPT-RECORD
030800     STRING "ADDRESS SINCE CHANGED:        " DELIMITED BY SIZE
030900         WS-COUNT-DISP DELIMITED BY SIZE
031000         INTO RETMAIL-RPT-RECORD
031100     END-STRING
031200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
031300     MOVE WS-RECORDS-REJECTED TO WS-COUNT-DISP
031400     MOVE SPACES TO RETMAIL-RPT-RECORD
031500     STRING "REJECTED:                     " DELIMITED BY SIZE
031600         WS-COUNT-DISP DELIMITED BY SIZE
031700         INTO RETMAIL-RPT-RECORD
031800     END-STRING
031900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
032000     DISPLAY "RETMAIL - RETURNS READ:     " WS-RECORDS-READ
032100     DISPLAY "RETMAIL - FLAGS SET:        " WS-FLAGS-SET
032200     DISPLAY "RETMAIL - ALREADY FLAGGED:  " WS-ALREADY-FLAGGED
032300     DISPLAY "RETMAIL - ADDRESS CHANGED:  " WS-ADDRESS-CHANGED
032400     DISPLAY "RETMAIL - REJECTED:         " WS-RECORDS-REJECTED
032500     IF WS-RECORDS-REJECTED > ZERO
032600         MOVE 4 TO RETURN-CODE
032700     END-IF
032800     .
032900 2700-EXIT.
033000     EXIT.
033100*-----------------------------------------------------------*
033200* 2800-WRITE-REPORT-LINE - WRITE ONE REGISTER LINE           *
033300*-----------------------------------------------------------*
033400 2800-WRITE-REPORT-LINE.
033500     WRITE RETMAIL-RPT-RECORD
033600     MOVE "RETMAIL-RPT" TO FSC-FILE-NAME
033700     MOVE "WRITE"       TO FSC-OPERATION
033800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
033900     .
034000 2800-EXIT.
034100     EXIT.
034200*-----------------------------------------------------------*
034300* 3000-TERMINATE - CLOSE EVERYTHING                          *
034400*-----------------------------------------------------------*
034500 3000-TERMINATE.
034600     CLOSE RETURNED-MAIL
034700     MOVE "RETURNED-MAIL" TO FSC-FILE-NAME
034800     MOVE "CLOSE"         TO FSC-OPERATION
034900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035000     CLOSE DEMOGRAPHIC-MASTER
035100     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
035200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035300     CLOSE DEMO-JOURNAL
035400     MOVE "DEMO-JOURNAL" TO FSC-FILE-NAME
035500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035600     CLOSE RETMAIL-RPT
035700     MOVE "RETMAIL-RPT" TO FSC-FILE-NAME
035800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035900     .
036000 3000-EXIT.
036100     EXIT.
036200     COPY "fscchk.cpy".
036300 END PROGRAM RETMAIL.
