000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STEPLOG.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - COMMON BATCH STEP LOG. CALLED *
001300*                   BY 9810-LOG-STEP-START AND               *
001400*                   9820-LOG-STEP-END (FSCCHK.CPY) WITH THE  *
001500*                   CALLER'S FSC-CONTROLS AREA. THE START    *
001600*                   CALL NOTES THE CLOCK AND READS THE JOB   *
001700*                   AND STEP NAME FROM THE STEP'S STEPID     *
001800*                   CARD; THE END CALL APPENDS ONE           *
001900*                   STEPLOG.CPY RECORD - START AND END TIME, *
002000*                   ELAPSED SECONDS, RETURN CODE, RECORDS IN *
002100*                   AND OUT - TO THE STEPLOG DATASET.        *
002200*                   A STEP WITH NO STEPID DD (A PROGRAM RUN  *
002300*                   FROM MAIN-MENU OR BY HAND) IS NOT LOGGED.*
002400*                   THE LOG IS A BY-PRODUCT: A FAILURE TO    *
002500*                   WRITE IT IS DISPLAYED AND THE STEP GOES  *
002600*                   ON, SO THIS PROGRAM CHECKS ITS OWN FILE  *
002700*                   STATUS RATHER THAN COPYING FSCCHK.CPY.   *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT STEP-ID-CARD ASSIGN TO STEPID
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-LOG-STATUS.
003500     SELECT STEP-LOG ASSIGN TO STEPLOG
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-LOG-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  STEP-ID-CARD
004100     RECORD CONTAINS 80 CHARACTERS.
004200 01  STEP-ID-RECORD.
004300     05  SI-JOB-NAME               PIC X(08).
004400     05  FILLER                    PIC X(01).
004500     05  SI-STEP-NAME              PIC X(08).
004600     05  FILLER                    PIC X(63).
004700 FD  STEP-LOG
004800     RECORD CONTAINS 100 CHARACTERS.
004900 01  STEP-LOG-RECORD.
005000     COPY "steplog.cpy".
005100 WORKING-STORAGE SECTION.
005200 01  WS-SWITCHES.
005300     05  WS-STEP-SW                PIC X(01)  VALUE "N".
005400         88  STEP-IS-OPEN                     VALUE "Y".
005500         88  STEP-NOT-OPEN                    VALUE "N".
005600 01  WS-LOG-STATUS                 PIC X(02)  VALUE SPACES.
005700 01  WS-STEP-IDENTITY.
005800     05  WS-JOB-NAME               PIC X(08)  VALUE SPACES.
005900     05  WS-STEP-NAME              PIC X(08)  VALUE SPACES.
006000     05  WS-PROGRAM                PIC X(08)  VALUE SPACES.
006100 01  WS-CLOCK.
006200     05  WS-START-DATE             PIC X(08).
006300     05  WS-START-TIME.
006400         10  WS-START-HH           PIC 9(02).
006500         10  WS-START-MM           PIC 9(02).
006600         10  WS-START-SS           PIC 9(02).
006700         10  WS-START-TT           PIC 9(02).
006800     05  WS-END-DATE               PIC X(08).
006900     05  WS-END-TIME.
007000         10  WS-END-HH             PIC 9(02).
007100         10  WS-END-MM             PIC 9(02).
007200         10  WS-END-SS             PIC 9(02).
007300         10  WS-END-TT             PIC 9(02).
007400 01  WS-WORK-FIELDS.
007500     05  WS-START-TICKS            PIC 9(08)  COMP.
007600     05  WS-END-TICKS              PIC 9(08)  COMP.
007700 77  WS-TICKS-PER-DAY              PIC 9(08)  COMP VALUE 8640000.
007800 LINKAGE SECTION.
007900 01  LK-STEP-CONTROLS.
008000     COPY "fscctl.cpy".
008100 PROCEDURE DIVISION USING LK-STEP-CONTROLS.
008200*-----------------------------------------------------------*
008300* 0000-MAINLINE - A START CALL OPENS THE STEP, AN END CALL   *
008400*                 LOGS IT; AN END CALL WITH NO STEP OPEN     *
008500*                 (AN ONLINE PROGRAM'S ABEND, A SECOND END   *
008600*                 CALL) IS IGNORED                           *
008700*-----------------------------------------------------------*
008800 0000-MAINLINE.
008900     IF FSC-STEP-STARTING
009000         PERFORM 1000-START-STEP THRU 1000-EXIT
009100     ELSE
009200         IF STEP-IS-OPEN
009300             PERFORM 2000-END-STEP THRU 2000-EXIT
009400         END-IF
009500     END-IF
009600     MOVE FSC-STEP-RC TO RETURN-CODE
009700     GOBACK.
009800*-----------------------------------------------------------*
009900* 1000-START-STEP - NOTE THE CLOCK AND PICK UP THE JOB AND   *
010000*                   STEP NAME FROM THE STEPID CARD           *
010100*-----------------------------------------------------------*
010200 1000-START-STEP.
010300     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
010400     ACCEPT WS-START-TIME FROM TIME
010500     MOVE FSC-STEP-PROGRAM TO WS-PROGRAM
010600     SET STEP-NOT-OPEN TO TRUE
010700     OPEN INPUT STEP-ID-CARD
010800     IF WS-LOG-STATUS NOT = "00"
010900         GO TO 1000-EXIT
011000     END-IF
011100     READ STEP-ID-CARD
011200         AT END
011300             MOVE SPACES TO STEP-ID-RECORD
011400     END-READ
011500     MOVE SI-JOB-NAME  TO WS-JOB-NAME
011600     MOVE SI-STEP-NAME TO WS-STEP-NAME
011700     CLOSE STEP-ID-CARD
011800     IF WS-JOB-NAME = SPACES
011900         DISPLAY "STEPLOG - STEPID CARD IS BLANK - " WS-PROGRAM
012000             " NOT LOGGED"
012100         GO TO 1000-EXIT
012200     END-IF
012300     SET STEP-IS-OPEN TO TRUE
012400     .
012500 1000-EXIT.
012600     EXIT.
012700*-----------------------------------------------------------*
012800* 2000-END-STEP - TIME THE STEP AND APPEND ITS LOG RECORD    *
012900*-----------------------------------------------------------*
013000 2000-END-STEP.
013100     SET STEP-NOT-OPEN TO TRUE
013200     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
013300     ACCEPT WS-END-TIME FROM TIME
013400     COMPUTE WS-START-TICKS = WS-START-HH * 360000
013500         + WS-START-MM * 6000 + WS-START-SS * 100 + WS-START-TT
013600     COMPUTE WS-END-TICKS = WS-END-HH * 360000
013700         + WS-END-MM * 6000 + WS-END-SS * 100 + WS-END-TT
013800     IF WS-END-DATE NOT = WS-START-DATE
013900         ADD WS-TICKS-PER-DAY TO WS-END-TICKS
014000     END-IF
014100     MOVE SPACES           TO STEP-LOG-RECORD
014200     MOVE WS-JOB-NAME      TO SL-JOB-NAME
014300     MOVE WS-STEP-NAME     TO SL-STEP-NAME
014400     MOVE WS-PROGRAM       TO SL-PROGRAM
014500     MOVE WS-START-DATE    TO SL-START-DATE
014600     MOVE WS-START-TIME    TO SL-START-TIME
014700     MOVE WS-END-DATE      TO SL-END-DATE
014800     MOVE WS-END-TIME      TO SL-END-TIME
014900     IF WS-END-TICKS > WS-START-TICKS
015000         COMPUTE SL-ELAPSED-SECS =
015100             (WS-END-TICKS - WS-START-TICKS) / 100
015200     ELSE
015300         MOVE ZERO TO SL-ELAPSED-SECS
015400     END-IF
015500     MOVE FSC-STEP-RC          TO SL-RETURN-CODE
015600     MOVE FSC-STEP-RECORDS-IN  TO SL-RECORDS-IN
015700     MOVE FSC-STEP-RECORDS-OUT TO SL-RECORDS-OUT
015800     IF FSC-STEP-RC < 16
015900         SET SL-COMPLETED TO TRUE
016000     ELSE
016100         SET SL-ABENDED TO TRUE
016200     END-IF
016300     OPEN EXTEND STEP-LOG
016400     IF WS-LOG-STATUS = "35"
016500         OPEN OUTPUT STEP-LOG
016600     END-IF
016700     IF WS-LOG-STATUS NOT = "00"
016800         DISPLAY "STEPLOG - OPEN FAILED ON STEPLOG, STATUS "
016900             WS-LOG-STATUS " - " WS-PROGRAM " NOT LOGGED"
017000         GO TO 2000-EXIT
017100     END-IF
017200     WRITE STEP-LOG-RECORD
017300     IF WS-LOG-STATUS NOT = "00"
017400         DISPLAY "STEPLOG - WRITE FAILED ON STEPLOG, STATUS "
017500             WS-LOG-STATUS " - " WS-PROGRAM " NOT LOGGED"
017600     END-IF
017700     CLOSE STEP-LOG
017800     .
017900 2000-EXIT.
018000     EXIT.
018100 END PROGRAM STEPLOG.
