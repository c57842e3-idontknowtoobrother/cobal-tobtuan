002500*                   FROM THE SHARED RUN-CONTROL CARD (SITE   *
002600*                   IS FIXED HERE; DATE FALLS BACK TO THE    *
002700*                   SYSTEM DATE).                            *
002750*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002750*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002750*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002775*  10/15/2026  DT   ONE H/D/T BLOCK PER CAMPUS SITE. THE     *
002775*                   COUNTING PASS NOW COUNTS THE EXTRACT BY  *
002775*                   SR-SITE-CODE (BLANK IS THE HOME CAMPUS), *
002775*                   AND EACH SITE GOES OUT, IN SITE-CODE     *
002775*                   ORDER, AS ITS OWN HEADER CARRYING THAT   *
002775*                   SITE'S SENDING-SITE ID (FROM THE SITE    *
002775*                   TABLE THROUGH SITELKP - NO LONGER FIXED  *
002775*                   HERE) AND RECORD COUNT, ITS D LINES, AND *
002775*                   A TRAILER WITH ITS COUNT. THE COMBINED   *
002775*                   TOTAL IS DISPLAYED AND LOGGED. AN EMPTY  *
002775*                   EXTRACT STILL SENDS ONE EMPTY            *
002775*                   HOME-CAMPUS BLOCK.                       *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004500 01  RUN-CONTROL-RECORD.
004600     COPY "runctl.cpy".
004700 FD  REGISTRAR-EXTRACT
004800     RECORD CONTAINS 97 CHARACTERS.
004900 01  REGISTRAR-EXTRACT-RECORD.
005000     COPY "studrec.cpy".
005100 FD  DISTRICT-EXTRACT
005500 01  WS-SWITCHES.
005600     05  WS-EOF-SW                 PIC X(01)  VALUE "N".
005700         88  END-OF-FILE                      VALUE "Y".
005900 01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
006000 77  WS-RECORDS-SENT               PIC 9(07)  VALUE ZERO.
006050 77  WS-RECORDS-COUNTED            PIC 9(07)  VALUE ZERO.
006100 01  WS-EDITED-GRADE               PIC 999.9.
006100 01  WS-SITE-SWITCHES.
006100     05  WS-SITE-FOUND-SW          PIC X(01).
006100         88  SITE-ENTRY-FOUND                 VALUE "Y".
006100     05  WS-INSERT-POINT-SW        PIC X(01).
006100         88  INSERT-POINT-FOUND               VALUE "Y".
006100 01  WS-SITE-TABLE.
006100     05  WS-SITE-ENTRY             OCCURS 10 TIMES.
006100         10  WS-SITE-CODE          PIC X(02).
006100         10  WS-SITE-COUNTED       PIC 9(07).
006100 01  WS-SITE-CONTROLS.
006100     05  WS-SITE-COUNT             PIC 9(02)  COMP VALUE ZERO.
006100     05  WS-SITE-SUB               PIC 9(02)  COMP VALUE ZERO.
006100     05  WS-SITE-HIT               PIC 9(02)  COMP VALUE ZERO.
006100     05  WS-SHIFT-SUB              PIC 9(02)  COMP VALUE ZERO.
006100     05  WS-SEEK-SITE              PIC X(02).
006100     05  WS-CUR-SITE               PIC X(02).
006100     05  WS-SITE-SENT              PIC 9(07)  VALUE ZERO.
006100 77  WS-SITE-MAX                   PIC 9(02)  COMP VALUE 10.
006100 01  SITE-LOOKUP-AREA.
006100     COPY "sitetbl.cpy".
006200 01  FSC-CONTROLS.
006300     COPY "fscctl.cpy".
006400 PROCEDURE DIVISION.
006600* 0000-MAINLINE                                             *
006700*-----------------------------------------------------------*
006800 0000-MAINLINE.
006800     MOVE "INTFEXT" TO FSC-STEP-PROGRAM
006800     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
006900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007000     PERFORM 2500-WRITE-SITE-BLOCK THRU 2500-EXIT
007100         VARYING WS-SITE-SUB FROM 1 BY 1
007100         UNTIL WS-SITE-SUB > WS-SITE-COUNT
007200     PERFORM 3000-TERMINATE THRU 3000-EXIT
007200     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
007300     GOBACK.
007400*-----------------------------------------------------------*
007500* 1000-INITIALIZE - PICK UP THE RUN DATE, COUNT THE EXTRACT *
007600*                   BY SITE, AND OPEN THE INTERFACE FILE     *
007700*-----------------------------------------------------------*
007800 1000-INITIALIZE.
007900     PERFORM 1900-READ-RUN-CONTROL THRU 1900-EXIT
008100         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
008200     END-IF
008300     PERFORM 1500-COUNT-EXTRACT THRU 1500-EXIT
008300     IF WS-SITE-COUNT = ZERO
008300         MOVE "01" TO WS-SEEK-SITE
008300         PERFORM 1600-FIND-SITE-ENTRY THRU 1600-EXIT
008300     END-IF
008700     OPEN OUTPUT DISTRICT-EXTRACT
008800     MOVE "DISTRICT-EXT" TO FSC-FILE-NAME
008500     MOVE "OPEN"         TO FSC-OPERATION
008900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
009900     .
010000 1000-EXIT.
010100     EXIT.
012700     EXIT.
012710*-----------------------------------------------------------*
012720* 1500-COUNT-EXTRACT - FIRST PASS OVER THE EXTRACT TO GET    *
012730*                      THE RECORD COUNT EACH SITE'S HEADER   *
012730*                      CARRIES                               *
012740*-----------------------------------------------------------*
012750 1500-COUNT-EXTRACT.
012752     OPEN INPUT REGISTRAR-EXTRACT
012776 1500-EXIT.
012778     EXIT.
012780*-----------------------------------------------------------*
012782* 1510-COUNT-ONE - ONE COUNTING READ, TALLIED TO ITS SITE    *
012784*-----------------------------------------------------------*
012786 1510-COUNT-ONE.
012788     READ REGISTRAR-EXTRACT
012800     MOVE "READ"          TO FSC-OPERATION
012802     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
012804     ADD 1 TO WS-RECORDS-COUNTED
012804     MOVE SR-SITE-CODE OF REGISTRAR-EXTRACT-RECORD TO WS-SEEK-SITE
012804     IF WS-SEEK-SITE = SPACES
012804         MOVE "01" TO WS-SEEK-SITE
012804     END-IF
012804     PERFORM 1600-FIND-SITE-ENTRY THRU 1600-EXIT
012804     ADD 1 TO WS-SITE-COUNTED (WS-SITE-HIT)
012806     .
012808 1510-EXIT.
012810     EXIT.
012810*-----------------------------------------------------------*
012810* 1600-FIND-SITE-ENTRY - LOCATE THE SITE IN THE TABLE,       *
012810*                        INSERTING IT IN SITE-CODE ORDER     *
012810*                        WHEN NEW; A FULL TABLE IS FATAL     *
012810*-----------------------------------------------------------*
012810 1600-FIND-SITE-ENTRY.
012810     MOVE "N" TO WS-SITE-FOUND-SW
012810     MOVE "N" TO WS-INSERT-POINT-SW
012810     PERFORM 1610-PROBE-ONE-SITE THRU 1610-EXIT
012810         VARYING WS-SITE-SUB FROM 1 BY 1
012810         UNTIL WS-SITE-SUB > WS-SITE-COUNT
012810             OR SITE-ENTRY-FOUND
012810             OR INSERT-POINT-FOUND
012810     IF SITE-ENTRY-FOUND
012810         GO TO 1600-EXIT
012810     END-IF
012810     IF WS-SITE-COUNT >= WS-SITE-MAX
012810         DISPLAY "INTFEXT - SITE TABLE FULL AT "
012810             WS-SITE-MAX " SITES - RUN ABANDONED"
012810         MOVE 16 TO RETURN-CODE
012810         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
012810         STOP RUN
012810     END-IF
012810     IF INSERT-POINT-FOUND
012810         PERFORM 1620-SHIFT-ONE-SITE THRU 1620-EXIT
012810             VARYING WS-SHIFT-SUB FROM WS-SITE-COUNT BY -1
012810             UNTIL WS-SHIFT-SUB < WS-SITE-HIT
012810     ELSE
012810         COMPUTE WS-SITE-HIT = WS-SITE-COUNT + 1
012810     END-IF
012810     ADD 1 TO WS-SITE-COUNT
012810     MOVE WS-SEEK-SITE TO WS-SITE-CODE (WS-SITE-HIT)
012810     MOVE ZERO TO WS-SITE-COUNTED (WS-SITE-HIT)
012810     .
012810 1600-EXIT.
012810     EXIT.
012810*-----------------------------------------------------------*
012810* 1610-PROBE-ONE-SITE - A MATCH, OR THE FIRST HIGHER CODE    *
012810*                       WHERE A NEW SITE GOES                *
012810*-----------------------------------------------------------*
012810 1610-PROBE-ONE-SITE.
012810     IF WS-SITE-CODE (WS-SITE-SUB) = WS-SEEK-SITE
012810         SET SITE-ENTRY-FOUND TO TRUE
012810         MOVE WS-SITE-SUB TO WS-SITE-HIT
012810         GO TO 1610-EXIT
012810     END-IF
012810     IF WS-SITE-CODE (WS-SITE-SUB) > WS-SEEK-SITE
012810         SET INSERT-POINT-FOUND TO TRUE
012810         MOVE WS-SITE-SUB TO WS-SITE-HIT
012810     END-IF
012810     .
012810 1610-EXIT.
012810     EXIT.
012810*-----------------------------------------------------------*
012810* 1620-SHIFT-ONE-SITE - MOVE ONE ENTRY DOWN A SLOT           *
012810*-----------------------------------------------------------*
012810 1620-SHIFT-ONE-SITE.
012810     MOVE WS-SITE-ENTRY (WS-SHIFT-SUB)
012810         TO WS-SITE-ENTRY (WS-SHIFT-SUB + 1)
012810     .
012810 1620-EXIT.
012810     EXIT.
012800*-----------------------------------------------------------*
012900* 2000-WRITE-DETAIL - ONE PIPE-DELIMITED "D" LINE PER        *
013000*                     EXTRACT RECORD OF THE CURRENT SITE     *
013100*-----------------------------------------------------------*
013200 2000-WRITE-DETAIL.
013200     IF SR-SITE-CODE OF REGISTRAR-EXTRACT-RECORD NOT = WS-CUR-SITE
013200         IF SR-SITE-CODE OF REGISTRAR-EXTRACT-RECORD NOT = SPACES
013200                 OR WS-CUR-SITE NOT = "01"
013200             GO TO 2000-NEXT
013200         END-IF
013200     END-IF
013200     ADD 1 TO FSC-STEP-RECORDS-IN
013300     MOVE SR-GRADE OF REGISTRAR-EXTRACT-RECORD
013400         TO WS-EDITED-GRADE
013500     MOVE SPACES TO DISTRICT-EXTRACT-RECORD
016000     END-STRING
016100     PERFORM 2800-WRITE-DISTRICT-LINE THRU 2800-EXIT
016200     ADD 1 TO WS-RECORDS-SENT
016200     ADD 1 TO WS-SITE-SENT
016200     .
016200 2000-NEXT.
016300     PERFORM 2100-READ-REGISTRAR-EXTRACT THRU 2100-EXIT
016400     .
016500 2000-EXIT.
018000     .
018100 2100-EXIT.
018200     EXIT.
018200*-----------------------------------------------------------*
018200* 2500-WRITE-SITE-BLOCK - ONE SITE'S HEADER, ITS D LINES     *
018200*                         FROM A PASS OVER THE EXTRACT, AND  *
018200*                         ITS COUNT TRAILER                  *
018200*-----------------------------------------------------------*
018200 2500-WRITE-SITE-BLOCK.
018200     MOVE WS-SITE-CODE (WS-SITE-SUB) TO WS-CUR-SITE
018200     MOVE ZERO TO WS-SITE-SENT
018200     MOVE SPACES TO SITE-LOOKUP-AREA
018200     MOVE WS-CUR-SITE TO ST-SITE-CODE
018200     CALL "SITELKP" USING SITE-LOOKUP-AREA
018200     IF ST-SITE-NOT-FOUND
018200         DISPLAY "INTFEXT - SITE " WS-CUR-SITE
018200             " NOT IN THE SITE TABLE - SENT AS " ST-SENDING-SITE
018200     END-IF
018200     MOVE SPACES TO DISTRICT-EXTRACT-RECORD
018200     STRING "H|" DELIMITED BY SIZE
018200         ST-SENDING-SITE DELIMITED BY SIZE
018200         "|" DELIMITED BY SIZE
018200         WS-RUN-DATE DELIMITED BY SIZE
018200         "|" DELIMITED BY SIZE
018200         WS-SITE-COUNTED (WS-SITE-SUB) DELIMITED BY SIZE
018200         INTO DISTRICT-EXTRACT-RECORD
018200     END-STRING
018200     PERFORM 2800-WRITE-DISTRICT-LINE THRU 2800-EXIT
018200     OPEN INPUT REGISTRAR-EXTRACT
018200     MOVE "REGISTRAR-EXT" TO FSC-FILE-NAME
018200     MOVE "OPEN"          TO FSC-OPERATION
018200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
018200     MOVE "N" TO WS-EOF-SW
018200     PERFORM 2100-READ-REGISTRAR-EXTRACT THRU 2100-EXIT
018200     PERFORM 2000-WRITE-DETAIL THRU 2000-EXIT
018200         UNTIL END-OF-FILE
018200     CLOSE REGISTRAR-EXTRACT
018200     MOVE "REGISTRAR-EXT" TO FSC-FILE-NAME
018200     MOVE "CLOSE"         TO FSC-OPERATION
018200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
018200     MOVE SPACES TO DISTRICT-EXTRACT-RECORD
018200     STRING "T|" DELIMITED BY SIZE
018200         WS-SITE-SENT DELIMITED BY SIZE
018200         INTO DISTRICT-EXTRACT-RECORD
018200     END-STRING
018200     PERFORM 2800-WRITE-DISTRICT-LINE THRU 2800-EXIT
018200     DISPLAY "INTFEXT - SITE " WS-CUR-SITE " " ST-SENDING-SITE
018200         " RECORDS SENT: " WS-SITE-SENT
018200     .
018200 2500-EXIT.
018200     EXIT.
018300*-----------------------------------------------------------*
018400* 2800-WRITE-DISTRICT-LINE - WRITE THE CURRENT INTERFACE     *
018500*                            LINE                            *
018900     MOVE "DISTRICT-EXT" TO FSC-FILE-NAME
019000     MOVE "WRITE"        TO FSC-OPERATION
019100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
019100     ADD 1 TO FSC-STEP-RECORDS-OUT
019200     .
019300 2800-EXIT.
019400     EXIT.
019500*-----------------------------------------------------------*
019600* 3000-TERMINATE - SHOW THE ALL-SITES TOTAL AND CLOSE UP     *
019700*-----------------------------------------------------------*
019800 3000-TERMINATE.
020500     DISPLAY "INTFEXT - RECORDS SENT TO DISTRICT: "
020600         WS-RECORDS-SENT " (ALL SITES)"
021100     CLOSE DISTRICT-EXTRACT
021200     MOVE "DISTRICT-EXT" TO FSC-FILE-NAME
021200     MOVE "CLOSE"        TO FSC-OPERATION
021300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
021400     .
021500 3000-EXIT.
