001905*                   A CLERK CAN FLAG LINES FOR RECAPPLY TO POST      *
001906*                   TO STUDENT-MASTER INSTEAD OF RE-KEYING FROM      *
001907*                   THE PRINTED REPORT.                              *
001907*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
001907*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
001907*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
001800*-----------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002970 01  RUN-CONTROL-RECORD.
002980     COPY "runctl.cpy".
003000 FD  TODAY-TRANS
003100     RECORD CONTAINS 132 CHARACTERS.
003200 01  TODAY-TRANS-RECORD.
003300     COPY "studrec.cpy".
003350     COPY "stutran.cpy".
003400 FD  PRIOR-MASTER
003500     RECORD CONTAINS 97 CHARACTERS.
003600 01  PRIOR-MASTER-RECORD.
003700     COPY "studrec.cpy".
003800 FD  RECON-RPT
003900     RECORD CONTAINS 80 CHARACTERS.
004000 01  RECON-RPT-RECORD              PIC X(80).
004010 FD  RECON-DISC
004020     RECORD CONTAINS 210 CHARACTERS.
004030 01  RECON-DISC-RECORD.
004040     COPY "recdisc.cpy".
004100 WORKING-STORAGE SECTION.
005600* 0000-MAINLINE                                             *
005700*-----------------------------------------------------------*
005800 0000-MAINLINE.
005800     MOVE "RECONCIL" TO FSC-STEP-PROGRAM
005800     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
005900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006000     PERFORM 2000-RECONCILE THRU 2000-EXIT
006100         UNTIL TODAY-EOF AND PRIOR-EOF
006200     PERFORM 3000-TERMINATE THRU 3000-EXIT
006200     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
006300     GOBACK.
006400*-----------------------------------------------------------*
006500* 1000-INITIALIZE - OPEN FILES AND PRIME BOTH READS          *
010850     MOVE "TODAY-TRANS" TO FSC-FILE-NAME
010860     MOVE "READ"        TO FSC-OPERATION
010870     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
010870     ADD 1 TO FSC-STEP-RECORDS-IN
010900     MOVE SR-MASTER-KEY OF TODAY-TRANS-RECORD TO WS-TODAY-ID
011000     .
011100 2100-EXIT.
012250     MOVE "PRIOR-MASTER" TO FSC-FILE-NAME
012260     MOVE "READ"         TO FSC-OPERATION
012270     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
012270     ADD 1 TO FSC-STEP-RECORDS-IN
012300     MOVE SR-MASTER-KEY OF PRIOR-MASTER-RECORD TO WS-PRIOR-ID
012400     .
012500 2200-EXIT.
018564     MOVE "RECON-DISC" TO FSC-FILE-NAME
018566     MOVE "WRITE"      TO FSC-OPERATION
018568     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
018568     ADD 1 TO FSC-STEP-RECORDS-OUT
018570     .
018572 2800-EXIT.
018574     EXIT.
