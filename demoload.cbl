002400*                   (DEMJRNL.CPY, OPERATOR "BATCH") THE      *
002500*                   SAME WAY THE GRADE MASTER'S FEED IS      *
002600*                   JOURNALED.                               *
002650*  10/15/2026  DT   RETURNED MAIL. DEMOMAST RECORD CONTAINS  *
002650*                   200 AND DEMOJRNL 430 (DEMOREC.CPY GREW); *
002650*                   THE DEMOFEED IMAGE IS STILL 182 BYTES. A *
002650*                   CHANGE THAT LEAVES THE ADDRESS AS IT WAS *
002650*                   KEEPS THE RECORD'S UNDELIVERABLE FLAG; A *
002650*                   CHANGE TO ANY ADDRESS FIELD CLEARS IT.   *
002675*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002675*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002675*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
005400         88  DF-MAINT-DELETE              VALUE "D".
005500         88  DF-MAINT-VALID               VALUES "A" "C" "D".
005600 FD  DEMOGRAPHIC-MASTER
005700     RECORD CONTAINS 200 CHARACTERS.
005800 01  DEMOGRAPHIC-RECORD.
005900     COPY "demorec.cpy".
006000 FD  DEMO-JOURNAL
006100     RECORD CONTAINS 430 CHARACTERS.
006200 01  DEMO-JOURNAL-RECORD.
006300     COPY "demjrnl.cpy".
006400 FD  DEMO-ERROR
008800         10  FILLER             PIC X(02).
008900 01  WS-JOURNAL-CONTROLS.
009000     05  WS-DJ-ACTION          PIC X(08).
009100     05  WS-BEFORE-IMAGE       PIC X(200).
009200 01  WS-OPERATOR-ID            PIC X(08)  VALUE "BATCH".
009300 01  FSC-CONTROLS.
009400     COPY "fscctl.cpy".
009700* 0000-MAINLINE                                             *
009800*-----------------------------------------------------------*
009900 0000-MAINLINE.
009900     MOVE "DEMOLOAD" TO FSC-STEP-PROGRAM
009900     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
010000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010100     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
010200         UNTIL END-OF-FILE
010300     PERFORM 3000-TERMINATE THRU 3000-EXIT
010300     MOVE WS-RECORDS-READ    TO FSC-STEP-RECORDS-IN
010300     MOVE WS-RECORDS-APPLIED TO FSC-STEP-RECORDS-OUT
010300     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
010400     GOBACK.
010500*-----------------------------------------------------------*
010600* 1000-INITIALIZE - OPEN ALL FOUR FILES AND PRIME THE READ   *
024500 2500-APPLY-REWRITE.
024600     MOVE DEMOGRAPHIC-RECORD TO WS-BEFORE-IMAGE
024700     MOVE "REWRITE" TO WS-DJ-ACTION
024750     IF DM-ADDRESS-LINE-1 OF WS-FEED-DEMO =
024750             DM-ADDRESS-LINE-1 OF DEMOGRAPHIC-RECORD
024750         AND DM-ADDRESS-LINE-2 OF WS-FEED-DEMO =
024750             DM-ADDRESS-LINE-2 OF DEMOGRAPHIC-RECORD
024750         AND DM-CITY OF WS-FEED-DEMO =
024750             DM-CITY OF DEMOGRAPHIC-RECORD
024750         AND DM-STATE OF WS-FEED-DEMO =
024750             DM-STATE OF DEMOGRAPHIC-RECORD
024750         AND DM-ZIP-CODE OF WS-FEED-DEMO =
024750             DM-ZIP-CODE OF DEMOGRAPHIC-RECORD
024750         MOVE DM-MAIL-STATUS OF DEMOGRAPHIC-RECORD
024750             TO DM-MAIL-STATUS OF WS-FEED-DEMO
024750         MOVE DM-UNDELIV-DATE OF DEMOGRAPHIC-RECORD
024750             TO DM-UNDELIV-DATE OF WS-FEED-DEMO
024750     END-IF
024800     MOVE WS-FEED-DEMO TO DEMOGRAPHIC-RECORD
024900     REWRITE DEMOGRAPHIC-RECORD
025000     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
