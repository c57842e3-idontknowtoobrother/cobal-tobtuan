002540*                   RETRY COUNT; SUBTRACT-PROG BUMPS IT     *
002550*                   EACH NIGHT THE DEDUCTION FINDS NO       *
002560*                   ROSTER RECORD.                          *
002580*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002580*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002580*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002600*-----------------------------------------------------------*
002700*  ATTENDANCE RECORD: STUDENT-ID(8) COURSE(6)                *
002800*  UNEXCUSED-ABSENCES 9(3) TARDIES 9(3) - 20 BYTES.          *
004900     05  AT-UNEXCUSED          PIC 9(03).
005000     05  AT-TARDIES            PIC 9(03).
005100 FD  DEDUCTION-TRANS
005200     RECORD CONTAINS 110 CHARACTERS.
005300 01  DEDUCTION-TRANS-RECORD.
005400     COPY "studrec.cpy".
005500     05  DT-BASE-AMOUNT        PIC 9(03).
008300* 0000-MAINLINE                                             *
008400*-----------------------------------------------------------*
008500 0000-MAINLINE.
008500     MOVE "ATTNFEED" TO FSC-STEP-PROGRAM
008500     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
008600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008700     PERFORM 2000-TRANSLATE-RECORD THRU 2000-EXIT
008800         UNTIL END-OF-FILE
008900     PERFORM 3000-TERMINATE THRU 3000-EXIT
008900     MOVE WS-RECORDS-READ TO FSC-STEP-RECORDS-IN
008900     MOVE WS-FEED-WRITTEN TO FSC-STEP-RECORDS-OUT
008900     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
009000     GOBACK.
009100*-----------------------------------------------------------*
009200* 1000-INITIALIZE - OPEN FILES, HEAD THE REGISTER, PRIME     *
