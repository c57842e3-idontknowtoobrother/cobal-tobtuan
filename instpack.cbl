002900*                   LINES. THE EXTRACT IS RE-READ FROM THE   *
003000*                   TOP FOR EACH COURSE SECTION, THE SAME    *
003100*                   TWO-PASS TECHNIQUE EXCPRPT USES.         *
003150*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003150*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003150*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003200*-----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  INSTRUCTOR-ASSIGN
005600     RECORD CONTAINS 50 CHARACTERS.
005700 01  INSTRUCTOR-ASSIGN-RECORD.
005800     COPY "instasgn.cpy".
005900 FD  REGISTRAR-EXTRACT
006000     RECORD CONTAINS 97 CHARACTERS.
006100 01  REGISTRAR-EXTRACT-RECORD.
006200     COPY "studrec.cpy".
006300 FD  TOTALS-IN
006500 01  TOTALS-RECORD.
006600     COPY "totalrec.cpy".
006700 FD  COURSE-CATALOG
006800     RECORD CONTAINS 51 CHARACTERS.
006900 01  COURSE-CATALOG-RECORD.
007000     COPY "crscat.cpy".
007100 FD  PACKET-RPT
011600* 0000-MAINLINE                                             *
011700*-----------------------------------------------------------*
011800 0000-MAINLINE.
011800     MOVE "INSTPACK" TO FSC-STEP-PROGRAM
011800     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012000     PERFORM 2000-COLLECT-ASSIGNMENT THRU 2000-EXIT
012100         UNTIL ASSIGN-EOF
012300         PERFORM 2500-PRINT-PACKET THRU 2500-EXIT
012400     END-IF
012500     PERFORM 3000-TERMINATE THRU 3000-EXIT
012500     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
012600     GOBACK.
012700*-----------------------------------------------------------*
012800* 1000-INITIALIZE - OPEN FILES, LOAD THE COURSE TOTALS, AND  *
019300*                           PRINTS THE FINISHED PACKET FIRST *
019400*-----------------------------------------------------------*
019500 2000-COLLECT-ASSIGNMENT.
019500     ADD 1 TO FSC-STEP-RECORDS-IN
019600     IF IA-INSTRUCTOR-ID NOT = WS-BREAK-INSTRUCTOR
019700         IF WS-PKT-COURSE-COUNT > ZERO
019800             PERFORM 2500-PRINT-PACKET THRU 2500-EXIT
039200     MOVE "PACKET-RPT" TO FSC-FILE-NAME
039300     MOVE "WRITE"      TO FSC-OPERATION
039400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
039400     ADD 1 TO FSC-STEP-RECORDS-OUT
039500     .
039600 2800-EXIT.
039700     EXIT.
