002700*                   CUTOVER CARRY NO SEQUENCE NUMBER - THEY  *
002800*                   ARE COUNTED, CHAIN-CHECKED, AND LEFT     *
002900*                   OUT OF THE RUN/SEQUENCE RULES.           *
002950*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002950*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002950*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  AUDIT-JOURNAL
004300     RECORD CONTAINS 240 CHARACTERS.
004400 01  AUDIT-JOURNAL-RECORD.
004500     COPY "audjrnl.cpy".
004600 FD  VERIFY-RPT
006400     05  WS-KEY-COUNT              PIC 9(05)  COMP VALUE ZERO.
006500     05  WS-KEY-ENTRY OCCURS 2000 TIMES.
006600         10  WS-KEY-VALUE          PIC X(14).
006700         10  WS-KEY-LAST-AFTER     PIC X(97).
006800 01  WS-SEARCH-CONTROLS.
006900     05  WS-KEY-SUB                PIC 9(05)  COMP.
007000     05  WS-HIT-SUB                PIC 9(05)  COMP.
008600* 0000-MAINLINE                                             *
008700*-----------------------------------------------------------*
008800 0000-MAINLINE.
008800     MOVE "JRNLVRFY" TO FSC-STEP-PROGRAM
008800     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
008900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009000     PERFORM 2000-VERIFY-ENTRY THRU 2000-EXIT
009100         UNTIL END-OF-FILE
009500         PERFORM 2600-REPORT-EXCEPTION THRU 2600-EXIT
009600     END-IF
009700     PERFORM 3000-TERMINATE THRU 3000-EXIT
009700     MOVE WS-RECORDS-READ TO FSC-STEP-RECORDS-IN
009700     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
009800     GOBACK.
009900*-----------------------------------------------------------*
010000* 1000-INITIALIZE - OPEN BOTH FILES AND PRIME THE READ       *
032200     MOVE "VERIFY-RPT" TO FSC-FILE-NAME
032300     MOVE "WRITE"      TO FSC-OPERATION
032400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
032400     ADD 1 TO FSC-STEP-RECORDS-OUT
032500     .
032600 2800-EXIT.
032700     EXIT.
