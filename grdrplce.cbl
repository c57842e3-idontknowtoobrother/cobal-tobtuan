003160*                   ON THE POSTED DATE'S TAIL INSTEAD OF     *
003170*                   THE TERM AND THE LATEST-ATTEMPT TIE      *
003180*                   BREAK COULD PICK THE WRONG ATTEMPT.      *
003190*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003190*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003190*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003195*  10/15/2026  DT   THE TERM ARCHIVE IS NOW A KSDS KEYED ON  *
003195*                   STUDENT, COURSE AND TERM (TERMARCH.CPY), *
003195*                   WHICH IS ALREADY THE ORDER THE GROUPING  *
003195*                   NEEDS - THE SORT AND THE ARCHSRTD WORK   *
003195*                   FILE ARE GONE AND THE ARCHIVE IS READ IN *
003195*                   KEY ORDER DIRECTLY.                      *
003200*-----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT TERM-ARCHIVE ASSIGN TO TERMARCH
003700         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS TA-ARCHIVE-KEY
003800         FILE STATUS IS FSC-STATUS-CODE.
004300     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  TERM-ARCHIVE
005900     RECORD CONTAINS 116 CHARACTERS.
006000 01  TERM-ARCHIVE-RECORD.
006100     COPY "studrec.cpy".
006100     COPY "termarch.cpy".
007300 FD  STUDENT-MASTER
007400     RECORD CONTAINS 97 CHARACTERS.
007500 01  STUDENT-MASTER-RECORD.
007600     COPY "studrec.cpy".
007700 FD  SUPERSEDE-REGISTER
011300* 0000-MAINLINE                                             *
011400*-----------------------------------------------------------*
011500 0000-MAINLINE.
011500     MOVE "GRDRPLCE" TO FSC-STEP-PROGRAM
011500     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
011600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011700     IF NOT NO-ARCHIVE-FILE
012300         PERFORM 1500-PRIME-ARCHIVE THRU 1500-EXIT
012400         PERFORM 2000-PROCESS-ATTEMPT THRU 2000-EXIT
012500             UNTIL ARCHIVE-EOF
012600         IF WS-ATTEMPT-COUNT > ZERO
012800         END-IF
012900     END-IF
013000     PERFORM 3000-TERMINATE THRU 3000-EXIT
013000     MOVE WS-ROWS-WRITTEN TO FSC-STEP-RECORDS-OUT
013000     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
013100     GOBACK.
013200*-----------------------------------------------------------*
013300* 1000-INITIALIZE - OPEN THE REGISTER, REPORT, AND MASTER;   *
016600     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
016700     MOVE "OPEN"         TO FSC-OPERATION
016800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
017200     .
017300 1000-EXIT.
017400     EXIT.
017500*-----------------------------------------------------------*
017600* 1500-PRIME-ARCHIVE - PRIME THE KEY-ORDER ARCHIVE READ      *
017800*-----------------------------------------------------------*
017900 1500-PRIME-ARCHIVE.
018400     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
018500     .
018600 1500-EXIT.
018700     EXIT.
018800*-----------------------------------------------------------*
018900* 2000-PROCESS-ATTEMPT - GATHER ONE ARCHIVE RECORD           *
019000*                        INTO THE CURRENT KEY GROUP; A       *
019100*                        CHANGE OF STUDENT/COURSE SETTLES    *
019200*                        THE FINISHED GROUP FIRST            *
019300*-----------------------------------------------------------*
019400 2000-PROCESS-ATTEMPT.
019400     ADD 1 TO FSC-STEP-RECORDS-IN
019500     IF SR-MASTER-KEY OF TERM-ARCHIVE-RECORD
019600             NOT = WS-BREAK-KEY
019700         IF WS-ATTEMPT-COUNT > ZERO
019800             PERFORM 2500-SETTLE-GROUP THRU 2500-EXIT
019900         END-IF
020000         MOVE SR-MASTER-KEY OF TERM-ARCHIVE-RECORD
020100             TO WS-BREAK-KEY
020200         MOVE SR-STUDENT-ID OF TERM-ARCHIVE-RECORD
020300             TO WS-GROUP-ID
020400         MOVE SR-COURSE-CODE OF TERM-ARCHIVE-RECORD
020500             TO WS-GROUP-COURSE
020600         MOVE ZERO TO WS-ATTEMPT-COUNT
020700         ADD 1 TO WS-KEYS-SEEN
020800     END-IF
020900     IF SR-GRADE-NUMERIC OF TERM-ARCHIVE-RECORD
021000         PERFORM 2200-ADD-ATTEMPT THRU 2200-EXIT
021100     END-IF
021200     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
021300     .
021400 2000-EXIT.
021500     EXIT.
021600*-----------------------------------------------------------*
021700* 2100-READ-ARCHIVE - READ NEXT ARCHIVE RECORD IN KEY ORDER  *
021800*-----------------------------------------------------------*
021900 2100-READ-ARCHIVE.
022000     READ TERM-ARCHIVE
022100         AT END
022200             SET ARCHIVE-EOF TO TRUE
022300     END-READ
022400     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
022500     MOVE "READ"         TO FSC-OPERATION
022600     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "10"
022700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022800     END-IF
023100     EXIT.
023200*-----------------------------------------------------------*
023300* 2200-ADD-ATTEMPT - ONE GRADED ATTEMPT INTO THE GROUP       *
023400*                    TABLE FROM THE ARCHIVE RECORD           *
023500*-----------------------------------------------------------*
023600 2200-ADD-ATTEMPT.
023700     IF WS-ATTEMPT-COUNT >= WS-ATTEMPT-MAX
024200         GO TO 2200-EXIT
024300     END-IF
024400     ADD 1 TO WS-ATTEMPT-COUNT
024500     MOVE SR-TERM-CODE OF TERM-ARCHIVE-RECORD
024600         TO WS-ATT-TERM (WS-ATTEMPT-COUNT)
024700     MOVE SR-GRADE OF TERM-ARCHIVE-RECORD
024800         TO WS-ATT-GRADE (WS-ATTEMPT-COUNT)
024900     MOVE SR-LETTER-GRADE OF TERM-ARCHIVE-RECORD
025000         TO WS-ATT-LETTER (WS-ATTEMPT-COUNT)
025100     .
025200 2200-EXIT.
039300     DISPLAY "GRDRPLCE - KEYS EXAMINED: " WS-KEYS-SEEN
039400         " SUPERSEDED ATTEMPTS: " WS-ROWS-WRITTEN
039500     IF NOT NO-ARCHIVE-FILE
039600         CLOSE TERM-ARCHIVE
039700         MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
039800         MOVE "CLOSE"        TO FSC-OPERATION
039900         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
040000     END-IF
040100     IF NOT NO-MASTER-FILE
