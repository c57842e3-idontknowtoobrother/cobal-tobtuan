002960*                   INTO THE FAMILIES' LETTERS (AND A        *
002970*                   PROGRESS-CYCLE LETTER RUN PICKS UP ONLY  *
002980*                   ITS OWN POSTINGS).                       *
002990*  10/15/2026  DT   RETURNED MAIL. A STUDENT WHOSE DEMOMAST  *
002990*                   ADDRESS RETMAIL HAS MARKED UNDELIVERABLE *
002990*                   GETS NO LETTER; THE LETTER IS LISTED ON  *
002990*                   THE NEW MAILHELD REPORT (MAILHELD.CPY)   *
002990*                   AND TAGGED "MAIL HELD" ON THE REGISTER,  *
002990*                   AND IS NOT COUNTED AS PRODUCED. IT GOES  *
002990*                   OUT ONCE DEMOMNT KEYS A NEW ADDRESS AND  *
002990*                   THE POSTINGS ARE RERUN. DEMOMAST RECORD  *
002990*                   CONTAINS 200.                            *
002995*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002995*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002995*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002997*  10/15/2026  DT   A DEDUCTION REVERSAL POSTED BY DEDREVRS  *
002997*                   (GH-ACTION "V") NOW GETS ITS OWN WORDING *
002997*                   - THE DEDUCTED POINTS WERE RESTORED AND  *
002997*                   THE GRADE MOVED FROM/TO - INSTEAD OF     *
002997*                   READING AS A NEW POSTING.                *
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004800     SELECT LETTER-REGISTER ASSIGN TO LETTRREG
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS FSC-STATUS-CODE.
005050     SELECT MAIL-HELD-RPT ASSIGN TO MAILHELD
005050         ORGANIZATION IS LINE SEQUENTIAL
005050         FILE STATUS IS FSC-STATUS-CODE.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  RUN-CONTROL
005900 01  GRADE-HISTORY-RECORD.
006000     COPY "gradhist.cpy".
006100 FD  DEMOGRAPHIC-MASTER
006200     RECORD CONTAINS 200 CHARACTERS.
006300 01  DEMOGRAPHIC-RECORD.
006400     COPY "demorec.cpy".
006500 FD  LETTER-FILE
006800 FD  LETTER-REGISTER
006900     RECORD CONTAINS 80 CHARACTERS.
007000 01  LETTER-REGISTER-RECORD        PIC X(80).
007050 FD  MAIL-HELD-RPT
007050     RECORD CONTAINS 80 CHARACTERS.
007050 01  MAIL-HELD-RPT-RECORD          PIC X(80).
007100 WORKING-STORAGE SECTION.
007200 01  WS-SWITCHES.
007300     05  WS-EOF-SW                 PIC X(01)  VALUE "N".
007800         88  DEMO-RECORD-FOUND                VALUE "Y".
007900     05  WS-LETTER-OPEN-SW         PIC X(01)  VALUE "N".
008000         88  LETTER-IN-PROGRESS               VALUE "Y".
008050     05  WS-LETTER-HELD-SW         PIC X(01)  VALUE "N".
008050         88  LETTER-IS-HELD                   VALUE "Y".
008100 01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
008110 01  WS-POSTING-CYCLE              PIC X(01)  VALUE "F".
008200 01  WS-BREAK-ID                   PIC X(08)  VALUE LOW-VALUES.
008400     05  WS-LETTERS-PRINTED        PIC 9(05)  VALUE ZERO.
008500     05  WS-POSTINGS-ON-LETTER     PIC 9(03)  VALUE ZERO.
008600     05  WS-NO-ADDRESS-COUNT       PIC 9(05)  VALUE ZERO.
008650     05  WS-LETTERS-HELD           PIC 9(05)  VALUE ZERO.
008700 01  WS-ADDRESS-TAG                PIC X(12).
008750 01  MAIL-HELD-LINE.
008750     COPY "mailheld.cpy".
008800 01  FSC-CONTROLS.
008900     COPY "fscctl.cpy".
009000 PROCEDURE DIVISION.
009200* 0000-MAINLINE                                             *
009300*-----------------------------------------------------------*
009400 0000-MAINLINE.
009400     MOVE "GRDLETTR" TO FSC-STEP-PROGRAM
009400     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
009500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009600     PERFORM 2000-PROCESS-POSTING THRU 2000-EXIT
009700         UNTIL END-OF-FILE
009900         PERFORM 2700-FINISH-LETTER THRU 2700-EXIT
010000     END-IF
010100     PERFORM 3000-TERMINATE THRU 3000-EXIT
010100     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
010200     GOBACK.
010300*-----------------------------------------------------------*
010400* 1000-INITIALIZE - PICK UP THE RUN DATE, OPEN EVERYTHING,   *
013800     PERFORM 2850-WRITE-REGISTER-LINE THRU 2850-EXIT
013900     MOVE SPACES TO LETTER-REGISTER-RECORD
014000     PERFORM 2850-WRITE-REGISTER-LINE THRU 2850-EXIT
014050     OPEN OUTPUT MAIL-HELD-RPT
014050     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
014050     MOVE "OPEN"          TO FSC-OPERATION
014050     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
014050     MOVE SPACES TO MAIL-HELD-RPT-RECORD
014050     STRING "GRDLETTR - MAIL HELD - BAD ADDRESS - "
014050             DELIMITED BY SIZE
014050         WS-RUN-DATE DELIMITED BY SIZE
014050         INTO MAIL-HELD-RPT-RECORD
014050     END-STRING
014050     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
014050     MOVE SPACES TO MAIL-HELD-RPT-RECORD
014050     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
014050     MOVE SPACES TO MAIL-HELD-RPT-RECORD
014050     STRING "  STUDENT   NAME                            "
014050             DELIMITED BY SIZE
014050         "MAIL PIECE            RETURNED" DELIMITED BY SIZE
014050         INTO MAIL-HELD-RPT-RECORD
014050     END-STRING
014050     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
014100     PERFORM 2100-READ-GRADE-HISTORY THRU 2100-EXIT
014200     .
014300 1000-EXIT.
017400*                        POSTINGS ADDS ONE WORDED LINE       *
017500*-----------------------------------------------------------*
017600 2000-PROCESS-POSTING.
017600     ADD 1 TO FSC-STEP-RECORDS-IN
017700     IF GH-RUN-DATE NOT = WS-RUN-DATE
017800         GO TO 2000-NEXT
017900     END-IF
021400 2300-START-LETTER.
021500     SET LETTER-IN-PROGRESS TO TRUE
021600     MOVE ZERO TO WS-POSTINGS-ON-LETTER
021800     PERFORM 2350-LOOK-UP-ADDRESS THRU 2350-EXIT
021850     MOVE "N" TO WS-LETTER-HELD-SW
021850     IF DEMO-RECORD-FOUND AND DM-ADDRESS-UNDELIVERABLE
021850         SET LETTER-IS-HELD TO TRUE
021850         GO TO 2300-EXIT
021850     END-IF
021850     ADD 1 TO WS-LETTERS-PRINTED
021900     MOVE SPACES TO LETTER-RECORD
022000     STRING "NOTICE OF POSTED GRADES - " DELIMITED BY SIZE
022100         WS-RUN-DATE DELIMITED BY SIZE
033100                     DELIMITED BY SIZE
033200                 INTO LETTER-RECORD
033300             END-STRING
033310         WHEN GH-DEDUCTION-REVERSAL
033320             STRING "  " DELIMITED BY SIZE
033330                 GH-COURSE-CODE DELIMITED BY SIZE
033340                 " - A DEDUCTION WAS REVERSED; THE GRADE WENT "
033350                     DELIMITED BY SIZE
033360                 "FROM " DELIMITED BY SIZE
033370                 GH-PRIOR-GRADE DELIMITED BY SIZE
033380                 " (" DELIMITED BY SIZE
033390                 GH-PRIOR-LETTER DELIMITED BY SIZE
033391                 ") TO " DELIMITED BY SIZE
033392                 GH-NEW-GRADE DELIMITED BY SIZE
033393                 " (" DELIMITED BY SIZE
033394                 GH-NEW-LETTER DELIMITED BY SIZE
033395                 ")" DELIMITED BY SIZE
033396                 INTO LETTER-RECORD
033397             END-STRING
033400         WHEN OTHER
033500             STRING "  " DELIMITED BY SIZE
033600                 GH-COURSE-CODE DELIMITED BY SIZE
036000     ELSE
036100         MOVE "NO ADDRESS  " TO WS-ADDRESS-TAG
036200     END-IF
036250     IF LETTER-IS-HELD
036250         MOVE "MAIL HELD   " TO WS-ADDRESS-TAG
036250         PERFORM 2860-WRITE-MAIL-HELD THRU 2860-EXIT
036250     END-IF
036300     MOVE SPACES TO LETTER-REGISTER-RECORD
036400     STRING WS-BREAK-ID DELIMITED BY SIZE
036500         "  POSTINGS: " DELIMITED BY SIZE
037700* 2800-WRITE-LETTER-LINE - WRITE THE CURRENT LETTER LINE     *
037800*-----------------------------------------------------------*
037900 2800-WRITE-LETTER-LINE.
037950     IF LETTER-IS-HELD
037950         GO TO 2800-EXIT
037950     END-IF
038000     WRITE LETTER-RECORD
038100     MOVE "LETTER-FILE" TO FSC-FILE-NAME
038200     MOVE "WRITE"       TO FSC-OPERATION
038300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
038300     ADD 1 TO FSC-STEP-RECORDS-OUT
038400     .
038500 2800-EXIT.
038600     EXIT.
039500     .
039600 2850-EXIT.
039700     EXIT.
039750*-----------------------------------------------------------*
039750* 2860-WRITE-MAIL-HELD - LIST A LETTER HELD FOR A            *
039750*                        RETURNED-MAIL ADDRESS ON THE        *
039750*                        MAIL HELD - BAD ADDRESS REPORT      *
039750*-----------------------------------------------------------*
039750 2860-WRITE-MAIL-HELD.
039750     ADD 1 TO WS-LETTERS-HELD
039750     MOVE SPACES TO MH-STUDENT-NAME
039750     STRING DM-LAST-NAME DELIMITED BY "  "
039750         ", " DELIMITED BY SIZE
039750         DM-FIRST-NAME DELIMITED BY "  "
039750         INTO MH-STUDENT-NAME
039750     END-STRING
039750     MOVE WS-BREAK-ID TO MH-STUDENT-ID
039750     MOVE "GRADE LETTER" TO MH-MAIL-PIECE
039750     MOVE DM-UNDELIV-DATE TO MH-UNDELIV-DATE
039750     MOVE MAIL-HELD-LINE TO MAIL-HELD-RPT-RECORD
039750     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
039750     .
039750 2860-EXIT.
039750     EXIT.
039750*-----------------------------------------------------------*
039750* 2870-WRITE-HELD-LINE - WRITE ONE MAIL HELD REPORT LINE     *
039750*-----------------------------------------------------------*
039750 2870-WRITE-HELD-LINE.
039750     WRITE MAIL-HELD-RPT-RECORD
039750     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
039750     MOVE "WRITE"         TO FSC-OPERATION
039750     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
039750     .
039750 2870-EXIT.
039750     EXIT.
039800*-----------------------------------------------------------*
039900* 3000-TERMINATE - FOOT THE REGISTER AND CLOSE EVERYTHING    *
040000*-----------------------------------------------------------*
040600         WS-LETTERS-PRINTED DELIMITED BY SIZE
040700         "  WITH NO ADDRESS ON FILE: " DELIMITED BY SIZE
040800         WS-NO-ADDRESS-COUNT DELIMITED BY SIZE
040850         "  MAIL HELD: " DELIMITED BY SIZE
040850         WS-LETTERS-HELD DELIMITED BY SIZE
040900         INTO LETTER-REGISTER-RECORD
041000     END-STRING
041100     PERFORM 2850-WRITE-REGISTER-LINE THRU 2850-EXIT
041200     DISPLAY "GRDLETTR - LETTERS: " WS-LETTERS-PRINTED
041300         " NO ADDRESS: " WS-NO-ADDRESS-COUNT
041350         " MAIL HELD: " WS-LETTERS-HELD
041400     CLOSE GRADE-HISTORY
041500     MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
041600     MOVE "CLOSE"         TO FSC-OPERATION
042600     CLOSE LETTER-REGISTER
042700     MOVE "LETTER-REG" TO FSC-FILE-NAME
042800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
042850     MOVE SPACES TO MAIL-HELD-RPT-RECORD
042850     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
042850     MOVE SPACES TO MAIL-HELD-RPT-RECORD
042850     STRING "LETTERS HELD: " DELIMITED BY SIZE
042850         WS-LETTERS-HELD DELIMITED BY SIZE
042850         INTO MAIL-HELD-RPT-RECORD
042850     END-STRING
042850     PERFORM 2870-WRITE-HELD-LINE THRU 2870-EXIT
042850     CLOSE MAIL-HELD-RPT
042850     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
042850     MOVE "CLOSE"         TO FSC-OPERATION
042850     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
042900     .
043000 3000-EXIT.
043100     EXIT.
