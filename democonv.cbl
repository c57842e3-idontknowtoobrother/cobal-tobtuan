000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DEMOCONV.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - ONE-TIME DEMOMAST CONVERSION  *
001300*                   FROM 182-BYTE TO 200-BYTE RECORDS FOR    *
001400*                   THE UNDELIVERABLE-ADDRESS FLAG AND DATE  *
001500*                   (DEMOREC.CPY). READS THE OLD RECORDS     *
001600*                   UNLOADED TO DEMOOLD IN KEY ORDER AND     *
001700*                   LOADS THEM INTO THE REDEFINED KSDS WITH  *
001800*                   EVERY ADDRESS DELIVERABLE. RUN ONCE BY   *
001900*                   JCL/DEMOCONV.JCL; A KEY OUT OF SEQUENCE  *
002000*                   OR A DUPLICATE ENDS THE RUN WITH RETURN  *
002100*                   CODE 16.                                 *
002150*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002150*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002150*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OLD-DEMO-FILE ASSIGN TO DEMOOLD
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS FSC-STATUS-CODE.
002900     SELECT DEMOGRAPHIC-MASTER ASSIGN TO DEMOMAST
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS DM-STUDENT-ID
003300         FILE STATUS IS FSC-STATUS-CODE.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  OLD-DEMO-FILE
003700     RECORD CONTAINS 182 CHARACTERS.
003800 01  OLD-DEMO-RECORD               PIC X(182).
003900 FD  DEMOGRAPHIC-MASTER
004000     RECORD CONTAINS 200 CHARACTERS.
004100 01  DEMOGRAPHIC-RECORD.
004200     COPY "demorec.cpy".
004300 WORKING-STORAGE SECTION.
004400 01  WS-SWITCHES.
004500     05  WS-EOF-SW                 PIC X(01)  VALUE "N".
004600         88  END-OF-FILE                      VALUE "Y".
004700 01  WS-COUNTERS.
004800     05  WS-RECORDS-READ           PIC 9(07)  COMP VALUE ZERO.
004900     05  WS-RECORDS-WRITTEN        PIC 9(07)  COMP VALUE ZERO.
005000 01  FSC-CONTROLS.
005100     COPY "fscctl.cpy".
005200 PROCEDURE DIVISION.
005300*-----------------------------------------------------------*
005400* 0000-MAINLINE                                             *
005500*-----------------------------------------------------------*
005600 0000-MAINLINE.
005600     MOVE "DEMOCONV" TO FSC-STEP-PROGRAM
005600     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
005700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005800     PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
005900         UNTIL END-OF-FILE
006000     PERFORM 3000-TERMINATE THRU 3000-EXIT
006000     MOVE WS-RECORDS-READ    TO FSC-STEP-RECORDS-IN
006000     MOVE WS-RECORDS-WRITTEN TO FSC-STEP-RECORDS-OUT
006000     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
006100     GOBACK.
006200*-----------------------------------------------------------*
006300* 1000-INITIALIZE - OPEN THE UNLOAD AND THE NEW KSDS AND     *
006400*                   PRIME THE READ                           *
006500*-----------------------------------------------------------*
006600 1000-INITIALIZE.
006700     OPEN INPUT OLD-DEMO-FILE
006800     MOVE "OLD-DEMO-FILE" TO FSC-FILE-NAME
006900     MOVE "OPEN"          TO FSC-OPERATION
007000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007100     OPEN OUTPUT DEMOGRAPHIC-MASTER
007200     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
007300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007400     PERFORM 2100-READ-OLD-DEMO THRU 2100-EXIT
007500     .
007600 1000-EXIT.
007700     EXIT.
007800*-----------------------------------------------------------*
007900* 2000-CONVERT-RECORD - WIDEN ONE RECORD; THE NEW FIELDS     *
008000*                       START AS SPACES (DELIVERABLE)        *
008100*-----------------------------------------------------------*
008200 2000-CONVERT-RECORD.
008300     ADD 1 TO WS-RECORDS-READ
008400     MOVE SPACES          TO DEMOGRAPHIC-RECORD
008500     MOVE OLD-DEMO-RECORD TO DEMOGRAPHIC-RECORD
008600     SET DM-ADDRESS-DELIVERABLE TO TRUE
008700     MOVE SPACES          TO DM-UNDELIV-DATE
008800     WRITE DEMOGRAPHIC-RECORD
008900     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
009000     MOVE "WRITE"       TO FSC-OPERATION
009100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
009200     ADD 1 TO WS-RECORDS-WRITTEN
009300     PERFORM 2100-READ-OLD-DEMO THRU 2100-EXIT
009400     .
009500 2000-EXIT.
009600     EXIT.
009700*-----------------------------------------------------------*
009800* 2100-READ-OLD-DEMO - READ NEXT UNLOADED RECORD             *
009900*-----------------------------------------------------------*
010000 2100-READ-OLD-DEMO.
010100     READ OLD-DEMO-FILE
010200         AT END
010300             SET END-OF-FILE TO TRUE
010400             GO TO 2100-EXIT
010500     END-READ
010600     MOVE "OLD-DEMO-FILE" TO FSC-FILE-NAME
010700     MOVE "READ"          TO FSC-OPERATION
010800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
010900     .
011000 2100-EXIT.
011100     EXIT.
011200*-----------------------------------------------------------*
011300* 3000-TERMINATE - REPORT THE COUNTS AND CLOSE               *
011400*-----------------------------------------------------------*
011500 3000-TERMINATE.
011600     DISPLAY "DEMOCONV - RECORDS READ:    " WS-RECORDS-READ
011700     DISPLAY "DEMOCONV - RECORDS WRITTEN: " WS-RECORDS-WRITTEN
011800     CLOSE OLD-DEMO-FILE
011900     MOVE "OLD-DEMO-FILE" TO FSC-FILE-NAME
012000     MOVE "CLOSE"         TO FSC-OPERATION
012100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
012200     CLOSE DEMOGRAPHIC-MASTER
012300     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
012400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
012500     .
012600 3000-EXIT.
012700     EXIT.
012800     COPY "fscchk.cpy".
012900 END PROGRAM DEMOCONV.
