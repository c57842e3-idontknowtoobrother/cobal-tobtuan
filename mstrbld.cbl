002760*                   STUDENT'S DATA IS GONE BY DESIGN AND A   *
002770*                   REBUILD MUST NOT RESURRECT OR TRIP       *
002780*                   OVER IT.                                 *
002790*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002790*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002790*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
005510     05  RB-FROM-DATE          PIC X(08).
005520     05  RB-FROM-TIME          PIC X(06).
005600 FD  PRIOR-MASTER
005700     RECORD CONTAINS 97 CHARACTERS.
005800 01  PRIOR-MASTER-RECORD.
005900     COPY "studrec.cpy".
006000 FD  AUDIT-JOURNAL
006100     RECORD CONTAINS 240 CHARACTERS.
006200 01  AUDIT-JOURNAL-RECORD.
006300     COPY "audjrnl.cpy".
006400 FD  REBUILD-MASTER
006500     RECORD CONTAINS 97 CHARACTERS.
006600 01  REBUILD-MASTER-RECORD.
006700     COPY "studrec.cpy".
006800 FD  REBUILD-RPT
009600* 0000-MAINLINE                                             *
009700*-----------------------------------------------------------*
009800 0000-MAINLINE.
009800     MOVE "MSTRBLD" TO FSC-STEP-PROGRAM
009800     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
009900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010000     PERFORM 1500-LOAD-SNAPSHOT THRU 1500-EXIT
010100         UNTIL PRIOR-EOF
010200     PERFORM 2000-REPLAY-ENTRY THRU 2000-EXIT
010300         UNTIL JOURNAL-EOF OR REPLAY-MISMATCHED
010400     PERFORM 3000-TERMINATE THRU 3000-EXIT
010400     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
010500     GOBACK.
010600*-----------------------------------------------------------*
010700* 1000-INITIALIZE - READ THE CUTOFF CARD, OPEN EVERYTHING,   *
016800*                      REBUILD KSDS                          *
016900*-----------------------------------------------------------*
017000 1500-LOAD-SNAPSHOT.
017000     ADD 1 TO FSC-STEP-RECORDS-IN
017100     MOVE PRIOR-MASTER-RECORD TO REBUILD-MASTER-RECORD
017200     WRITE REBUILD-MASTER-RECORD
017300     MOVE "REBUILD-MASTER" TO FSC-FILE-NAME
017400     MOVE "WRITE"          TO FSC-OPERATION
017500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
017500     ADD 1 TO FSC-STEP-RECORDS-OUT
017600     ADD 1 TO WS-SNAPSHOT-LOADED
017700     PERFORM 1600-READ-SNAPSHOT THRU 1600-EXIT
017800     .
020150*                     SKIPPED                                *
020200*-----------------------------------------------------------*
020300 2000-REPLAY-ENTRY.
020300     ADD 1 TO FSC-STEP-RECORDS-IN
020310     IF WS-FROM-DATE NOT = SPACES
020320         IF JR-RUN-DATE < WS-FROM-DATE
020330             OR (JR-RUN-DATE = WS-FROM-DATE
025800     MOVE "REBUILD-MASTER" TO FSC-FILE-NAME
025900     MOVE "WRITE"          TO FSC-OPERATION
026000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
026000     ADD 1 TO FSC-STEP-RECORDS-OUT
026100     ADD 1 TO WS-WRITES-REPLAYED
026200     .
026300 2300-EXIT.
028400     MOVE "REBUILD-MASTER" TO FSC-FILE-NAME
028500     MOVE "REWRITE"        TO FSC-OPERATION
028600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
028600     ADD 1 TO FSC-STEP-RECORDS-OUT
028700     ADD 1 TO WS-REWRITES-REPLAYED
028800     .
028900 2400-EXIT.
