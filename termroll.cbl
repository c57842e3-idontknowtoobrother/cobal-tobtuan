002360*                   WHOLE AND A POINT-IN-TIME REBUILD        *
002370*                   REPLAYS THE SWEEP INSTEAD OF             *
002380*                   RESURRECTING SWEPT RECORDS.              *
002385*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002385*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002385*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002387*  10/15/2026  DT   THE TERM ARCHIVE IS NOW A KSDS KEYED ON  *
002387*                   STUDENT, COURSE AND TERM (TERMARCH.CPY,  *
002387*                   116-BYTE RECORDS). PHASE 2 WRITES EACH   *
002387*                   RECORD BY KEY, SO A RECORD A CRASHED RUN *
002387*                   ALREADY ARCHIVED COMES BACK AS A         *
002387*                   DUPLICATE KEY ON THE RERUN - THE ARCHIVE *
002387*                   SCAN THAT USED TO FIND IT IS GONE.       *
002390*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003340             OF STUDENT-MASTER-RECORD WITH DUPLICATES
003400         FILE STATUS IS FSC-STATUS-CODE.
003500     SELECT TERM-ARCHIVE ASSIGN TO TERMARCH
003600         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS TA-ARCHIVE-KEY
003700         FILE STATUS IS FSC-STATUS-CODE.
003710     SELECT TERM-WORK ASSIGN TO TERMWORK
003720         ORGANIZATION IS LINE SEQUENTIAL
004100     RECORD CONTAINS 5 CHARACTERS.
004200 01  TERM-CARD-RECORD              PIC X(05).
004300 FD  STUDENT-MASTER
004400     RECORD CONTAINS 97 CHARACTERS.
004500 01  STUDENT-MASTER-RECORD.
004600     COPY "studrec.cpy".
004700 FD  TERM-ARCHIVE
004800     RECORD CONTAINS 116 CHARACTERS.
004900 01  TERM-ARCHIVE-RECORD.
005000     COPY "studrec.cpy".
005000     COPY "termarch.cpy".
005010 FD  TERM-WORK
005020     RECORD CONTAINS 97 CHARACTERS.
005030 01  TERM-WORK-RECORD.
005040     COPY "studrec.cpy".
005050 FD  AUDIT-JOURNAL
005060     RECORD CONTAINS 240 CHARACTERS.
005070 01  AUDIT-JOURNAL-RECORD.
005080     COPY "audjrnl.cpy".
005100 WORKING-STORAGE SECTION.
005620         88  END-OF-WORK                      VALUE "Y".
005630     05  WS-VERIFY-FAIL-SW         PIC X(01)  VALUE "N".
005640         88  WORK-VERIFY-FAILED               VALUE "Y".
005700 01  WS-CLOSING-TERM               PIC X(05)  VALUE SPACES.
005720 01  WS-RUN-STAMP.
005730     05  WS-RUN-DATE               PIC X(08)  VALUE SPACES.
005740     05  WS-RUN-TIME.
005760         10  FILLER                PIC X(02).
005770 01  WS-JOURNAL-CONTROLS.
005780     05  WS-JR-ACTION              PIC X(08).
005790     05  WS-BEFORE-IMAGE           PIC X(97).
005795     05  WS-JR-SEQUENCE            PIC 9(07)  VALUE ZERO.
005800 01  WS-COUNTERS.
005900     05  WS-RECORDS-SWEPT          PIC 9(05)  VALUE ZERO.
006500* 0000-MAINLINE                                             *
006600*-----------------------------------------------------------*
006700 0000-MAINLINE.
006700     MOVE "TERMROLL" TO FSC-STEP-PROGRAM
006700     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
006800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006900     IF WS-CLOSING-TERM NOT = SPACES AND NOT NO-MASTER-FILE
007000         PERFORM 2000-COLLECT-RECORD THRU 2000-EXIT
007140         END-IF
007200     END-IF
007300     PERFORM 3000-TERMINATE THRU 3000-EXIT
007300     MOVE WS-RECORDS-SWEPT TO FSC-STEP-RECORDS-IN
007300     MOVE WS-WORK-WRITTEN  TO FSC-STEP-RECORDS-OUT
007300     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
007400     GOBACK.
007500*-----------------------------------------------------------*
007600* 1000-INITIALIZE - READ THE TERM TO CLOSE; A BLANK OR       *
016352*                        ARCHIVE APPENDS AND MASTER DELETES; *
016354*                        EACH WRITE AND ITS DELETE ARE       *
016356*                        ADJACENT SO A CRASH EXPOSES AT      *
016358*                        MOST ONE RECORD ON BOTH FILES. A    *
016359*                        RERUN SEES THAT RECORD AS A         *
016360*                        DUPLICATE KEY, AND EVERY DELETE IS  *
016361*                        JOURNALED INSIDE A RUNOPEN/RUNCLOSE *
016362*                        BRACKET                             *
016363*-----------------------------------------------------------*
016364 2400-APPLY-PHASE-TWO.
016366     OPEN I-O STUDENT-MASTER
016367     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
016368     MOVE "OPEN"           TO FSC-OPERATION
016372     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
016372     MOVE "RUNOPEN" TO WS-JR-ACTION
016372     PERFORM 2750-WRITE-RUN-MARKER THRU 2750-EXIT
016372     OPEN I-O TERM-ARCHIVE
016374     IF FSC-STATUS-CODE = "35"
016376         OPEN OUTPUT TERM-ARCHIVE
016376         CLOSE TERM-ARCHIVE
016376         OPEN I-O TERM-ARCHIVE
016378     END-IF
016380     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
016382     MOVE "OPEN"         TO FSC-OPERATION
016444     MOVE "TERM-WORK" TO FSC-FILE-NAME
016446     MOVE "READ"      TO FSC-OPERATION
016448     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
016450     MOVE TERM-WORK-RECORD TO TERM-ARCHIVE-RECORD
016450     MOVE SR-STUDENT-ID OF TERM-ARCHIVE-RECORD TO TA-STUDENT-ID
016450     MOVE SR-COURSE-CODE OF TERM-ARCHIVE-RECORD TO TA-COURSE-CODE
016450     MOVE SR-TERM-CODE OF TERM-ARCHIVE-RECORD TO TA-TERM-CODE
016452     WRITE TERM-ARCHIVE-RECORD
016452         INVALID KEY
016452             DISPLAY "TERMROLL - ALREADY ON THE ARCHIVE FROM A "
016452                 "PRIOR RUN - APPEND SKIPPED: "
016452                 SR-MASTER-KEY OF TERM-WORK-RECORD
016452             ADD 1 TO WS-DUP-SKIPPED
016452     END-WRITE
016454     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
016456     MOVE "WRITE"        TO FSC-OPERATION
016458     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "22"
016458         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
016459     END-IF
016460     MOVE SR-MASTER-KEY OF TERM-WORK-RECORD
016492     .
016494 2410-EXIT.
016496     EXIT.
016501*-----------------------------------------------------------*
016501* 2700-WRITE-AUDIT-JOURNAL - ONE DELETE JOURNAL RECORD,      *
016501*                            BEFORE-IMAGE ONLY, STAMPED      *
