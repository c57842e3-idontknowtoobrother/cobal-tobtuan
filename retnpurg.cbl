003640*                   ON THAT CODE - A TRIAL CARD CANNOT       *
003650*                   REPLACE THE LIVE FILES NO MATTER HOW     *
003660*                   THE JOB IS SUBMITTED.                    *
003670*  10/15/2026  DT   THE JOURNAL SWEEP KNOWS THE IDMERGE      *
003680*                   "REKEY" ENTRY - ITS IMAGES ARE NOT       *
003690*                   STUDREC, SO THE STUDENT-ID IS TAKEN FROM *
003692*                   THE FIRST 8 BYTES OF THE AFTER-IMAGE     *
003694*                   (THE SURVIVOR), OR OF THE BEFORE-IMAGE   *
003696*                   WHEN THE RECORD WAS DROPPED.             *
003698*  10/15/2026  DT   DEMOMAST RECORD CONTAINS 200             *
003698*                   (DEMOREC.CPY GREW FOR THE                *
003698*                   UNDELIVERABLE-ADDRESS FLAG).             *
003699*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003699*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003699*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003699*  10/15/2026  DT   THE TERM ARCHIVE IS NOW A KSDS KEYED ON  *
003699*                   STUDENT, COURSE AND TERM (TERMARCH.CPY). *
003699*                   IT IS SWEPT IN PLACE LIKE STUDENT-MASTER *
003699*                   - A LIVE RUN DELETES THE CANDIDATES'     *
003699*                   ARCHIVE RECORDS DIRECTLY - SO THE        *
003699*                   TERMARC2 REWRITE AND ITS JCL COPY-BACK   *
003699*                   ARE GONE.                                *
003700*-----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS FSC-STATUS-CODE.
007300     SELECT TERM-ARCHIVE ASSIGN TO TERMARCH
007400         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS TA-ARCHIVE-KEY
007500         FILE STATUS IS FSC-STATUS-CODE.
007900     SELECT PURGE-CERT ASSIGN TO PURGCERT
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS FSC-STATUS-CODE.
008800         88  PG-MODE-LIVE                 VALUE "PURGE".
008900     05  PG-AS-OF-DATE         PIC X(08).
009000 FD  DEMOGRAPHIC-MASTER
009100     RECORD CONTAINS 200 CHARACTERS.
009200 01  DEMOGRAPHIC-RECORD.
009300     COPY "demorec.cpy".
009400 FD  PURGE-WORK
010100     05  PW-JRNL-CNT           PIC 9(05).
010200     05  PW-ARCH-CNT           PIC 9(05).
010300 FD  STUDENT-MASTER
010400     RECORD CONTAINS 97 CHARACTERS.
010500 01  STUDENT-MASTER-RECORD.
010600     COPY "studrec.cpy".
010700 FD  GRADE-HISTORY
011200     RECORD CONTAINS 34 CHARACTERS.
011300 01  GRADE-HISTORY-OUT-RECORD      PIC X(34).
011400 FD  AUDIT-JOURNAL
011500     RECORD CONTAINS 240 CHARACTERS.
011600 01  AUDIT-JOURNAL-RECORD.
011700     COPY "audjrnl.cpy".
011800 FD  AUDIT-JOURNAL-OUT
011900     RECORD CONTAINS 240 CHARACTERS.
012000 01  AUDIT-JOURNAL-OUT-RECORD      PIC X(240).
012100 FD  TERM-ARCHIVE
012200     RECORD CONTAINS 116 CHARACTERS.
012300 01  TERM-ARCHIVE-RECORD.
012400     COPY "studrec.cpy".
012400     COPY "termarch.cpy".
012800 FD  PURGE-CERT
012900     RECORD CONTAINS 49 CHARACTERS.
013000 01  PURGE-CERT-RECORD.
016900* 0000-MAINLINE                                             *
017000*-----------------------------------------------------------*
017100 0000-MAINLINE.
017100     MOVE "RETNPURG" TO FSC-STEP-PROGRAM
017100     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017300     IF NOT NO-DEMO-FILE
017400         PERFORM 1500-COLLECT-CANDIDATES THRU 1500-EXIT
018400             "RETENTION LINE TONIGHT"
018500     END-IF
018600     PERFORM 3000-TERMINATE THRU 3000-EXIT
018600     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
018700     GOBACK.
018800*-----------------------------------------------------------*
018900* 1000-INITIALIZE - READ THE MODE/AS-OF CARD, SET THE        *
027500     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
027600     MOVE "READ"        TO FSC-OPERATION
027700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
027700     ADD 1 TO FSC-STEP-RECORDS-IN
027800     IF NOT DM-STATUS-DEPARTED
027900         GO TO 1510-EXIT
028000     END-IF
049000     ELSE
049100         MOVE JR-AFTER-IMAGE TO WS-IMAGE-RECORD
049200     END-IF
049210     IF JR-ACTION-REKEY
049220         MOVE SPACES TO WS-IMAGE-RECORD
049230         IF JR-AFTER-IMAGE = SPACES
049240             MOVE JR-BEFORE-IMAGE (1:8)
049250                 TO SR-STUDENT-ID OF WS-IMAGE-RECORD
049260         ELSE
049270             MOVE JR-AFTER-IMAGE (1:8)
049280                 TO SR-STUDENT-ID OF WS-IMAGE-RECORD
049290         END-IF
049295     END-IF
049300     MOVE "N" TO WS-MEMBER-SW
049400     IF SR-STUDENT-ID OF WS-IMAGE-RECORD NOT = SPACES
049500         MOVE SR-STUDENT-ID OF WS-IMAGE-RECORD
051300 2310-EXIT.
051400     EXIT.
051500*-----------------------------------------------------------*
051600* 2400-SWEEP-TERM-ARCHIVE - WALK THE ARCHIVE ONCE; A         *
051700*                           CANDIDATE'S RECORDS ARE COUNTED  *
051700*                           AND, LIVE, DELETED               *
051800*-----------------------------------------------------------*
051900 2400-SWEEP-TERM-ARCHIVE.
051900     IF LIVE-PURGE
052000         OPEN I-O TERM-ARCHIVE
051900     ELSE
052000         OPEN INPUT TERM-ARCHIVE
051900     END-IF
052100     IF FSC-STATUS-CODE = "35"
052200         GO TO 2400-EXIT
052300     END-IF
052400     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
052500     MOVE "OPEN"         TO FSC-OPERATION
052600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
053000     MOVE "N" TO WS-FILE-EOF-SW
053000     MOVE LOW-VALUES TO TA-ARCHIVE-KEY
053000     START TERM-ARCHIVE KEY NOT LESS THAN TA-ARCHIVE-KEY
053000         INVALID KEY
053000             SET FILE-EOF TO TRUE
053000     END-START
053100     PERFORM 2410-SWEEP-ONE-ARCHIVE THRU 2410-EXIT
053200         UNTIL FILE-EOF
053300     CLOSE TERM-ARCHIVE
053400     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
053500     MOVE "CLOSE"        TO FSC-OPERATION
053600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
054000     .
054100 2400-EXIT.
054200     EXIT.
054300 2410-SWEEP-ONE-ARCHIVE.
054400     READ TERM-ARCHIVE NEXT
054500         AT END
054600             SET FILE-EOF TO TRUE
054700             GO TO 2410-EXIT
054900     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
055000     MOVE "READ"         TO FSC-OPERATION
055100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055200     MOVE TA-STUDENT-ID TO PW-STUDENT-ID
055400     PERFORM 1600-PROBE-CANDIDATE THRU 1600-EXIT
055500     IF NOT STUDENT-IS-PURGED
055500         GO TO 2410-EXIT
055500     END-IF
055600     ADD 1 TO PW-ARCH-CNT
055700     PERFORM 1700-BUMP-CANDIDATE THRU 1700-EXIT
055750     IF LIVE-PURGE
055750         DELETE TERM-ARCHIVE
055750         MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
055750         MOVE "DELETE"       TO FSC-OPERATION
055750         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055850     END-IF
056500     .
056600 2410-EXIT.
056700     EXIT.
060700     MOVE "PURGE-CERT" TO FSC-FILE-NAME
060800     MOVE "WRITE"      TO FSC-OPERATION
060900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
060900     ADD 1 TO FSC-STEP-RECORDS-OUT
061000     DISPLAY "RETNPURG - " PC-MODE " " PC-STUDENT-ID
061100         " DEPARTED " PC-DEPART-DATE
061200         " MASTER " PC-MASTER-CNT
