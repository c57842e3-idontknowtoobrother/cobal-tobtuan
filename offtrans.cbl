002990*                   CAN BE VERIFIED AND MAILED. NO DEMOMAST  *
002992*                   DD, OR AN ID NOT ON IT, PRINTS THE OLD   *
002994*                   HEADER.                                  *
002996*  10/15/2026  DT   RECORDS-RELEASE QUEUE. OFFTRANS NOW      *
002996*                   WORKS THE WHOLE RELQUEUE KSDS (RELREQ.   *
002996*                   CPY, LOGGED BY RELMNT) IN ONE RUN: EACH  *
002996*                   PENDING REQUEST IS REFUSED WHEN THE      *
002996*                   STUDENT HAS A GRADE HOLD ON FILE (HD),   *
002996*                   IS DEPARTED ON DEMOMAST (DP), OR HAS NO  *
002996*                   COURSE RECORDS (NR); OTHERWISE THE       *
002996*                   TRANSCRIPT PRINTS ON ITS OWN PAGE WITH   *
002996*                   A SEND-TO BLOCK. THE REQUEST IS MARKED   *
002996*                   FULFILLED OR REFUSED, EVERY RELEASE IS   *
002996*                   APPENDED TO THE DISCLOG DISCLOSURE LOG,  *
002996*                   AND RELRPT LISTS EACH REQUEST'S OUTCOME. *
002996*                   THE ARCHIVE AND SUPERSEDE REGISTER ARE   *
002996*                   RESCANNED PER STUDENT. NO RELQUEUE DD    *
002996*                   KEEPS THE OLD ONE-STUDENT CARD RUN, WITH *
002996*                   THE SAME HOLD/DEPARTED CHECKS AND THE    *
002996*                   SAME DISCLOSURE LOGGING.                 *
002998*  10/15/2026  DT   RETURNED MAIL. A TRANSCRIPT THAT WOULD   *
002998*                   GO TO A DEMOMAST ADDRESS RETMAIL HAS     *
002998*                   MARKED UNDELIVERABLE IS HELD, NOT        *
002998*                   PRINTED OR LOGGED TO DISCLOG, AND LISTED *
002998*                   ON THE NEW MAILHELD REPORT               *
002998*                   (MAILHELD.CPY). THE CARD RUN HOLDS ON    *
002998*                   THE FLAG ALONE; A QUEUED REQUEST IS HELD *
002998*                   ONLY WHEN ITS SEND-TO ADDRESS IS THE     *
002998*                   STUDENT'S OWN FLAGGED ONE, AND STAYS     *
002998*                   PENDING SO IT GOES OUT ON THE FIRST RUN  *
002998*                   AFTER DEMOMNT KEYS A NEW ADDRESS. THE    *
002998*                   RELEASE REPORT SHOWS IT AS HELD AND      *
002998*                   COUNTS IT. DEMOMAST RECORD CONTAINS 200. *
002999*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002999*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002999*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002999*  10/15/2026  DT   THE TERM ARCHIVE IS NOW A KSDS KEYED ON  *
002999*                   STUDENT, COURSE AND TERM (TERMARCH.CPY). *
002999*                   EACH TRANSCRIPT STARTS AT THE STUDENT'S  *
002999*                   FIRST ARCHIVED RECORD AND READS ONLY     *
002999*                   THAT STUDENT'S HISTORY INSTEAD OF A PASS *
002999*                   OF THE WHOLE ARCHIVE PER REQUEST.        *
002999*  10/15/2026  DT   A COURSE RENUMBERED BY CRSRENUM PRINTS   *
002999*                   AS ONE COURSE - EVERY COURSE ROW AND     *
002999*                   SUPERSEDE REGISTER ENTRY STILL CARRYING  *
002999*                   A RETIRED CODE IS READ UNDER THE CODE    *
002999*                   THAT REPLACED IT (CRSXREF                *
002999*                   CROSS-REFERENCE), SO CREDITS, TITLE, AND *
002999*                   THE REPEAT-COURSE MATCH ALL USE THE      *
002999*                   CURRENT CODE. NO CRSXREF DD PRINTS CODES *
002999*                   AS RECORDED.                             *
002999*  10/15/2026  DT   TRANSFER CREDIT. A "T" COURSE ROW POSTED *
002999*                   BY XFERCRED PRINTS IN ITS OWN TRANSFER   *
002999*                   CREDIT BLOCK AHEAD OF THE TERMS -        *
002999*                   COURSE, TITLE, CATALOG CREDITS, AND THE  *
002999*                   SENDING SCHOOL FROM THE XFERHIST         *
002999*                   REGISTER - AND IS NEVER PART OF A TERM   *
002999*                   BLOCK OR ANY GPA. THE FOOTER SHOWS THE   *
002999*                   TRANSFER CREDITS APART FROM THE          *
002999*                   CUMULATIVE CREDITS. NO XFERHIST DD       *
002999*                   LEAVES THE SCHOOL NAME BLANK.            *
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TERM-ARCHIVE ASSIGN TO TERMARCH
003500         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS TA-ARCHIVE-KEY
003600         FILE STATUS IS FSC-STATUS-CODE.
003700     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
003800         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CC-COURSE-CODE
004800         FILE STATUS IS FSC-STATUS-CODE.
004800     SELECT COURSE-XREF ASSIGN TO CRSXREF
004800         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CX-OLD-COURSE
004800         FILE STATUS IS FSC-STATUS-CODE.
004900     SELECT TRANSCRIPT-RPT ASSIGN TO OFFTRRPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FSC-STATUS-CODE.
005160         ACCESS MODE IS DYNAMIC
005170         RECORD KEY IS DM-STUDENT-ID
005180         FILE STATUS IS FSC-STATUS-CODE.
005190     SELECT RELEASE-QUEUE ASSIGN TO RELQUEUE
005190         ORGANIZATION IS INDEXED
005190         ACCESS MODE IS DYNAMIC
005190         RECORD KEY IS RQ-REQUEST-NO
005190         FILE STATUS IS FSC-STATUS-CODE.
005190     SELECT HOLD-FILE ASSIGN TO HOLDFILE
005190         ORGANIZATION IS INDEXED
005190         ACCESS MODE IS DYNAMIC
005190         RECORD KEY IS HD-MASTER-KEY
005190         FILE STATUS IS FSC-STATUS-CODE.
005190     SELECT DISCLOSURE-LOG ASSIGN TO DISCLOG
005190         ORGANIZATION IS LINE SEQUENTIAL
005190         FILE STATUS IS FSC-STATUS-CODE.
005190     SELECT RELEASE-RPT ASSIGN TO RELRPT
005190         ORGANIZATION IS LINE SEQUENTIAL
005190         FILE STATUS IS FSC-STATUS-CODE.
005190     SELECT MAIL-HELD-RPT ASSIGN TO MAILHELD
005190         ORGANIZATION IS LINE SEQUENTIAL
005190         FILE STATUS IS FSC-STATUS-CODE.
005190     SELECT TRANSFER-REGISTER ASSIGN TO XFERHIST
005190         ORGANIZATION IS LINE SEQUENTIAL
005190         FILE STATUS IS FSC-STATUS-CODE.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  TERM-ARCHIVE
005500     RECORD CONTAINS 116 CHARACTERS.
005600 01  TERM-ARCHIVE-RECORD.
005700     COPY "studrec.cpy".
005700     COPY "termarch.cpy".
005800 FD  STUDENT-MASTER
005900     RECORD CONTAINS 97 CHARACTERS.
006000 01  STUDENT-MASTER-RECORD.
006100     COPY "studrec.cpy".
006200 FD  COURSE-CATALOG
006300     RECORD CONTAINS 51 CHARACTERS.
006400 01  COURSE-CATALOG-RECORD.
006500     COPY "crscat.cpy".
006500 FD  COURSE-XREF
006500     RECORD CONTAINS 40 CHARACTERS.
006500 01  COURSE-XREF-RECORD.
006500     COPY "crsxref.cpy".
006600 FD  TRANSCRIPT-RPT
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  TRANSCRIPT-RPT-RECORD         PIC X(80).
006830 01  SUPERSEDE-RECORD.
006840     COPY "suprsede.cpy".
006850 FD  DEMOGRAPHIC-MASTER
006860     RECORD CONTAINS 200 CHARACTERS.
006870 01  DEMOGRAPHIC-RECORD.
006880     COPY "demorec.cpy".
006890 FD  RELEASE-QUEUE
006890     RECORD CONTAINS 240 CHARACTERS.
006890 01  RELEASE-REQUEST-RECORD.
006890     COPY "relreq.cpy".
006890 FD  HOLD-FILE
006890     RECORD CONTAINS 66 CHARACTERS.
006890 01  GRADE-HOLD-RECORD.
006890     COPY "holdrec.cpy".
006890 FD  DISCLOSURE-LOG
006890     RECORD CONTAINS 130 CHARACTERS.
006890 01  DISCLOSURE-RECORD.
006890     COPY "disclog.cpy".
006890 FD  RELEASE-RPT
006890     RECORD CONTAINS 80 CHARACTERS.
006890 01  RELEASE-RPT-RECORD            PIC X(80).
006890 FD  MAIL-HELD-RPT
006890     RECORD CONTAINS 80 CHARACTERS.
006890 01  MAIL-HELD-RPT-RECORD          PIC X(80).
006890 FD  TRANSFER-REGISTER
006890     RECORD CONTAINS 90 CHARACTERS.
006890 01  TRANSFER-HISTORY-RECORD.
006890     COPY "xferhist.cpy".
006900 WORKING-STORAGE SECTION.
007000 01  WS-SWITCHES.
007100     05  WS-ARCH-EOF-SW            PIC X(01)  VALUE "N".
008060         88  DEMO-IS-OPEN                     VALUE "Y".
008070     05  WS-DEMO-FOUND-SW          PIC X(01)  VALUE "N".
008080         88  DEMO-RECORD-FOUND                VALUE "Y".
008090     05  WS-QUEUE-MODE-SW          PIC X(01)  VALUE "N".
008090         88  QUEUE-MODE                       VALUE "Y".
008090     05  WS-QUEUE-EOF-SW           PIC X(01)  VALUE "N".
008090         88  QUEUE-EOF                        VALUE "Y".
008090     05  WS-HOLD-OPEN-SW           PIC X(01)  VALUE "N".
008090         88  HOLD-IS-OPEN                     VALUE "Y".
008090     05  WS-XREF-OPEN-SW           PIC X(01)  VALUE "N".
008090         88  XREF-IS-OPEN                     VALUE "Y".
008090     05  WS-XFR-EOF-SW             PIC X(01)  VALUE "N".
008090         88  TRANSFER-EOF                     VALUE "Y".
008090     05  WS-NO-XFR-SW              PIC X(01)  VALUE "N".
008090         88  NO-TRANSFER-FILE                 VALUE "Y".
008100 01  WS-REQUEST-ID                 PIC X(08).
008110 01  WS-REFUSE-REASON              PIC X(02)  VALUE SPACES.
008110     88  RELEASE-IS-CLEAR                 VALUE SPACES.
008110     88  MAIL-IS-HELD                     VALUE "MH".
008110 01  WS-RELEASE-COUNTS.
008110     05  WS-REQUESTS-READ          PIC 9(05)  COMP VALUE ZERO.
008110     05  WS-REQUESTS-FULFILLED     PIC 9(05)  COMP VALUE ZERO.
008110     05  WS-REQUESTS-REFUSED       PIC 9(05)  COMP VALUE ZERO.
008110     05  WS-TRANSCRIPTS-HELD       PIC 9(05)  COMP VALUE ZERO.
008110     05  WS-TRANSCRIPTS-PRINTED    PIC 9(05)  COMP VALUE ZERO.
008110     05  WS-COUNT-DISP             PIC ZZ,ZZ9.
008110 01  WS-RUN-STAMP.
008110     05  WS-RUN-DATE               PIC X(08).
008110     05  WS-RUN-TIME.
008110         10  WS-RUN-TIME-HHMMSS    PIC X(06).
008110         10  FILLER                PIC X(02).
008110 01  WS-RELEASE-LINE.
008110     05  WS-RL-REQUEST-NO          PIC X(08).
008110     05  FILLER                    PIC X(02)  VALUE SPACES.
008110     05  WS-RL-STUDENT-ID          PIC X(08).
008110     05  FILLER                    PIC X(02)  VALUE SPACES.
008110     05  WS-RL-OUTCOME             PIC X(09).
008110     05  FILLER                    PIC X(01)  VALUE SPACES.
008110     05  WS-RL-REASON              PIC X(20).
008110     05  FILLER                    PIC X(01)  VALUE SPACES.
008110     05  WS-RL-RECIPIENT           PIC X(29).
008110 01  MAIL-HELD-LINE.
008110     COPY "mailheld.cpy".
008110 01  WS-HELD-PIECE                 PIC X(20)  VALUE SPACES.
008200 01  WS-STUDENT-NAME               PIC X(50)  VALUE SPACES.
008300 77  WS-ROW-MAX                    PIC 9(03)  COMP VALUE 200.
008400 01  WS-COURSE-ROWS.
010540     05  WS-SUP-ENTRY OCCURS 50 TIMES.
010550         10  WS-SUP-COURSE         PIC X(06).
010560         10  WS-SUP-TERM           PIC X(05).
010560 77  WS-XFR-MAX                    PIC 9(02)  COMP VALUE 50.
010560 01  WS-TRANSFER-TABLE.
010560     05  WS-XFR-COUNT              PIC 9(02)  COMP VALUE ZERO.
010560     05  WS-XFR-ENTRY OCCURS 50 TIMES.
010560         10  WS-XFR-COURSE         PIC X(06).
010560         10  WS-XFR-INST-NAME      PIC X(30).
010560 01  WS-TRANSFER-FIELDS.
010560     05  WS-XFER-ROWS              PIC 9(03)  COMP VALUE ZERO.
010560     05  WS-XFER-CREDITS           PIC 9(04)    VALUE ZERO.
010560     05  WS-XFR-SUB                PIC 9(02)  COMP.
010560     05  WS-XFR-INST-TEXT          PIC X(30).
010600 01  WS-WORK-FIELDS.
010700     05  WS-ROW-SUB                PIC 9(03)  COMP.
010710     05  WS-SUP-SUB                PIC 9(02)  COMP.
011100     05  WS-CURRENT-TERM           PIC X(05).
011200     05  WS-STATUS-TEXT            PIC X(10).
011300     05  WS-COURSE-TITLE           PIC X(20).
011300     05  WS-RESOLVE-COURSE         PIC X(06).
011400 01  FSC-CONTROLS.
011500     COPY "fscctl.cpy".
011600 PROCEDURE DIVISION.
011800* 0000-MAINLINE                                             *
011900*-----------------------------------------------------------*
012000 0000-MAINLINE.
012000     MOVE "OFFTRANS" TO FSC-STEP-PROGRAM
012000     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
012100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012200     IF QUEUE-MODE
012200         PERFORM 4000-PROCESS-ONE-REQUEST THRU 4000-EXIT
012200             UNTIL QUEUE-EOF
012200     ELSE
012200         PERFORM 4100-RELEASE-ONE-STUDENT THRU 4100-EXIT
012200     END-IF
012600     PERFORM 3900-TERMINATE THRU 3900-EXIT
012600     MOVE WS-REQUESTS-READ       TO FSC-STEP-RECORDS-IN
012600     MOVE WS-TRANSCRIPTS-PRINTED TO FSC-STEP-RECORDS-OUT
012600     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
012700     GOBACK.
012800*-----------------------------------------------------------*
012900* 1000-INITIALIZE - OPEN THE RELEASE QUEUE (NONE MEANS THE  *
013000*                   OLD ONE-STUDENT CARD RUN), THE REPORTS,  *
013100*                   THE DISCLOSURE LOG, AND THE LOOK-UP      *
013200*                   FILES; A MISSING CATALOG, HOLDS FILE, OR *
013250*                   DEMOGRAPHIC MASTER IS SILENT, NOT AN     *
013260*                   ERROR                                    *
013300*-----------------------------------------------------------*
013400 1000-INITIALIZE.
013500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
013500     ACCEPT WS-RUN-TIME FROM TIME
013500     OPEN I-O RELEASE-QUEUE
013500     IF FSC-STATUS-CODE = "35"
013500         DISPLAY "OFFTRANS - ENTER STUDENT-ID FOR TRANSCRIPT: "
013500         ACCEPT WS-REQUEST-ID
013500     ELSE
013500         MOVE "RELEASE-QUEUE" TO FSC-FILE-NAME
013500         MOVE "OPEN"          TO FSC-OPERATION
013500         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
013500         SET QUEUE-MODE TO TRUE
013500         PERFORM 1100-START-QUEUE THRU 1100-EXIT
013500     END-IF
013700     OPEN OUTPUT TRANSCRIPT-RPT
013800     MOVE "TRANSCRIPT-RPT" TO FSC-FILE-NAME
013900     MOVE "OPEN"           TO FSC-OPERATION
014700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
014800         SET CATALOG-IS-OPEN TO TRUE
014900     END-IF
014900     OPEN INPUT COURSE-XREF
014900     IF FSC-STATUS-CODE = "35"
014900         CONTINUE
014900     ELSE
014900         MOVE "COURSE-XREF" TO FSC-FILE-NAME
014900         MOVE "OPEN"        TO FSC-OPERATION
014900         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
014900         SET XREF-IS-OPEN TO TRUE
014900     END-IF
015920     OPEN INPUT DEMOGRAPHIC-MASTER
015930     IF FSC-STATUS-CODE = "35"
015940         CONTINUE
015980         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
015990         SET DEMO-IS-OPEN TO TRUE
015992     END-IF
015994     OPEN INPUT HOLD-FILE
015994     IF FSC-STATUS-CODE = "35"
015994         CONTINUE
015994     ELSE
015994         MOVE "HOLD-FILE" TO FSC-FILE-NAME
015994         MOVE "OPEN"      TO FSC-OPERATION
015994         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
015994         SET HOLD-IS-OPEN TO TRUE
015994     END-IF
015994     OPEN EXTEND DISCLOSURE-LOG
015994     IF FSC-STATUS-CODE = "35"
015994         OPEN OUTPUT DISCLOSURE-LOG
015994     END-IF
015994     MOVE "DISCLOSURE-LOG" TO FSC-FILE-NAME
015994     MOVE "OPEN"           TO FSC-OPERATION
015994     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
015994     OPEN OUTPUT MAIL-HELD-RPT
015994     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
015994     MOVE "OPEN"          TO FSC-OPERATION
015994     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
015994     MOVE SPACES TO MAIL-HELD-RPT-RECORD
015994     STRING "OFFTRANS - MAIL HELD - BAD ADDRESS - "
015994             DELIMITED BY SIZE
015994         WS-RUN-DATE DELIMITED BY SIZE
015994         INTO MAIL-HELD-RPT-RECORD
015994     END-STRING
015994     PERFORM 4870-WRITE-HELD-LINE THRU 4870-EXIT
015994     MOVE SPACES TO MAIL-HELD-RPT-RECORD
015994     PERFORM 4870-WRITE-HELD-LINE THRU 4870-EXIT
015994     MOVE SPACES TO MAIL-HELD-RPT-RECORD
015994     STRING "  STUDENT   NAME                            "
015994             DELIMITED BY SIZE
015994         "MAIL PIECE            RETURNED" DELIMITED BY SIZE
015994         INTO MAIL-HELD-RPT-RECORD
015994     END-STRING
015994     PERFORM 4870-WRITE-HELD-LINE THRU 4870-EXIT
015994     IF QUEUE-MODE
015994         OPEN OUTPUT RELEASE-RPT
015994         MOVE "RELEASE-RPT" TO FSC-FILE-NAME
015994         MOVE "OPEN"        TO FSC-OPERATION
015994         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
015994         MOVE SPACES TO RELEASE-RPT-RECORD
015994         STRING "RECORDS-RELEASE QUEUE RUN " DELIMITED BY SIZE
015994             WS-RUN-DATE DELIMITED BY SIZE
015994             INTO RELEASE-RPT-RECORD
015994         END-STRING
015994         PERFORM 4800-WRITE-RELEASE-LINE THRU 4800-EXIT
015994         MOVE "REQUEST   STUDENT   OUTCOME   REASON"
015994             TO RELEASE-RPT-RECORD
015994         MOVE "SEND TO" TO RELEASE-RPT-RECORD (52:7)
015994         PERFORM 4800-WRITE-RELEASE-LINE THRU 4800-EXIT
015994     END-IF
016000     .
016100 1000-EXIT.
016200     EXIT.
016205*-----------------------------------------------------------*
016205* 1100-START-QUEUE - POSITION AT THE OLDEST REQUEST; AN      *
016205*                    EMPTY QUEUE IS A NORMAL, QUIET RUN      *
016205*-----------------------------------------------------------*
016205 1100-START-QUEUE.
016205     MOVE LOW-VALUES TO RQ-REQUEST-NO
016205     START RELEASE-QUEUE KEY NOT LESS THAN RQ-REQUEST-NO
016205         INVALID KEY
016205             SET QUEUE-EOF TO TRUE
016205     END-START
016205     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
016205         MOVE "RELEASE-QUEUE" TO FSC-FILE-NAME
016205         MOVE "START"         TO FSC-OPERATION
016205         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
016205     END-IF
016205     .
016205 1100-EXIT.
016205     EXIT.
016210*-----------------------------------------------------------*
016220* 1200-LOAD-SUPERSEDES - LOAD THE REQUESTED STUDENT'S ROWS   *
016230*                        FROM THE SUPRSEDE REGISTER          *
016250*                        MEANS NO ATTEMPT IS MARKED          *
016260*-----------------------------------------------------------*
016270 1200-LOAD-SUPERSEDES.
016271     MOVE ZERO TO WS-SUP-COUNT
016271     MOVE "N" TO WS-SUP-EOF-SW
016271     IF NO-SUPERSEDE-FILE
016271         GO TO 1200-EXIT
016271     END-IF
016272     OPEN INPUT SUPERSEDE-REGISTER
016274     IF FSC-STATUS-CODE = "35"
016276         SET NO-SUPERSEDE-FILE TO TRUE
016348         GO TO 1250-EXIT
016350     END-IF
016352     ADD 1 TO WS-SUP-COUNT
016354     MOVE SP-COURSE-CODE     TO WS-RESOLVE-COURSE
016354     PERFORM 2290-RESOLVE-COURSE-CODE THRU 2290-EXIT
016354     MOVE WS-RESOLVE-COURSE  TO WS-SUP-COURSE (WS-SUP-COUNT)
016356     MOVE SP-SUPERSEDED-TERM TO WS-SUP-TERM (WS-SUP-COUNT)
016358     .
016360 1250-EXIT.
016362     EXIT.
016362*-----------------------------------------------------------*
016362* 1300-LOAD-TRANSFERS - LOAD THE REQUESTED STUDENT'S ROWS    *
016362*                       FROM THE XFERHIST TRANSFER-CREDIT    *
016362*                       REGISTER FOR THE SENDING SCHOOL'S    *
016362*                       NAME; NO XFERHIST DD LEAVES IT BLANK *
016362*-----------------------------------------------------------*
016362 1300-LOAD-TRANSFERS.
016362     MOVE ZERO TO WS-XFR-COUNT
016362     MOVE "N" TO WS-XFR-EOF-SW
016362     IF NO-TRANSFER-FILE
016362         GO TO 1300-EXIT
016362     END-IF
016362     OPEN INPUT TRANSFER-REGISTER
016362     IF FSC-STATUS-CODE = "35"
016362         SET NO-TRANSFER-FILE TO TRUE
016362         GO TO 1300-EXIT
016362     END-IF
016362     MOVE "TRANSFER-REG" TO FSC-FILE-NAME
016362     MOVE "OPEN"         TO FSC-OPERATION
016362     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
016362     PERFORM 1350-LOAD-ONE-TRANSFER THRU 1350-EXIT
016362         UNTIL TRANSFER-EOF
016362     CLOSE TRANSFER-REGISTER
016362     MOVE "TRANSFER-REG" TO FSC-FILE-NAME
016362     MOVE "CLOSE"        TO FSC-OPERATION
016362     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
016362     .
016362 1300-EXIT.
016362     EXIT.
016362*-----------------------------------------------------------*
016362* 1350-LOAD-ONE-TRANSFER - ONE REGISTER ROW INTO THE TABLE   *
016362*                          WHEN IT BELONGS TO THE STUDENT;   *
016362*                          A FULL TABLE ONLY COSTS THE LATER *
016362*                          ROWS THEIR SCHOOL NAME            *
016362*-----------------------------------------------------------*
016362 1350-LOAD-ONE-TRANSFER.
016362     READ TRANSFER-REGISTER
016362         AT END
016362             SET TRANSFER-EOF TO TRUE
016362             GO TO 1350-EXIT
016362     END-READ
016362     MOVE "TRANSFER-REG" TO FSC-FILE-NAME
016362     MOVE "READ"         TO FSC-OPERATION
016362     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
016362     IF XH-STUDENT-ID NOT = WS-REQUEST-ID
016362         GO TO 1350-EXIT
016362     END-IF
016362     IF WS-XFR-COUNT >= WS-XFR-MAX
016362         GO TO 1350-EXIT
016362     END-IF
016362     ADD 1 TO WS-XFR-COUNT
016362     MOVE XH-COURSE-CODE      TO WS-RESOLVE-COURSE
016362     PERFORM 2290-RESOLVE-COURSE-CODE THRU 2290-EXIT
016362     MOVE WS-RESOLVE-COURSE   TO WS-XFR-COURSE (WS-XFR-COUNT)
016362     MOVE XH-INSTITUTION-NAME TO WS-XFR-INST-NAME (WS-XFR-COUNT)
016362     .
016362 1350-EXIT.
016362     EXIT.
016300*-----------------------------------------------------------*
016400* 2000-COLLECT-ARCHIVE - FOLD ONE ARCHIVED RECORD INTO THE   *
016500*                        COURSE ROWS WHEN IT BELONGS TO THE  *
017500 2000-EXIT.
017600     EXIT.
017700*-----------------------------------------------------------*
017800* 2100-READ-TERM-ARCHIVE - READ NEXT ARCHIVED RECORD; THE    *
017800*                          FIRST RECORD OF ANOTHER STUDENT   *
017800*                          ENDS THE STUDENT'S HISTORY        *
017900*-----------------------------------------------------------*
018000 2100-READ-TERM-ARCHIVE.
018100     READ TERM-ARCHIVE NEXT
018200         AT END
018300             SET ARCHIVE-EOF TO TRUE
018400     END-READ
018700     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "10"
018800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
018900     END-IF
018900     IF FSC-STATUS-CODE = "00"
018900             AND TA-STUDENT-ID NOT = WS-REQUEST-ID
018900         SET ARCHIVE-EOF TO TRUE
018900     END-IF
019000     .
019100 2100-EXIT.
019200     EXIT.
020800     MOVE SR-TERM-CODE OF STUDENT-MASTER-RECORD
020900         TO WS-ROW-TERM (WS-ROW-COUNT)
021000     MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
021000         TO WS-RESOLVE-COURSE
021000     PERFORM 2290-RESOLVE-COURSE-CODE THRU 2290-EXIT
021100     MOVE WS-RESOLVE-COURSE TO WS-ROW-COURSE (WS-ROW-COUNT)
021200     MOVE SR-GRADE OF STUDENT-MASTER-RECORD
021300         TO WS-ROW-GRADE (WS-ROW-COUNT)
021400     MOVE SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
022000         MOVE SR-FULL-NAME OF STUDENT-MASTER-RECORD
022100             TO WS-STUDENT-NAME
022200     END-IF
022250     IF SR-GRADE-TRANSFER OF STUDENT-MASTER-RECORD
022250         ADD 1 TO WS-XFER-ROWS
022250         GO TO 2200-EXIT
022250     END-IF
022300     PERFORM 2280-REGISTER-TERM THRU 2280-EXIT
022400     .
022500 2200-EXIT.
028800     .
028900 2285-EXIT.
029000     EXIT.
029000*-----------------------------------------------------------*
029000* 2290-RESOLVE-COURSE-CODE - A RENUMBERED CODE IN            *
029000*                            WS-RESOLVE-COURSE IS REPLACED   *
029000*                            BY ITS CURRENT CODE; CRSRENUM   *
029000*                            KEEPS CRSXREF ONE HOP DEEP      *
029000*-----------------------------------------------------------*
029000 2290-RESOLVE-COURSE-CODE.
029000     IF NOT XREF-IS-OPEN
029000         GO TO 2290-EXIT
029000     END-IF
029000     MOVE WS-RESOLVE-COURSE TO CX-OLD-COURSE
029000     READ COURSE-XREF
029000         INVALID KEY
029000             GO TO 2290-EXIT
029000     END-READ
029000     MOVE "COURSE-XREF" TO FSC-FILE-NAME
029000     MOVE "READ"        TO FSC-OPERATION
029000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029000     MOVE CX-NEW-COURSE TO WS-RESOLVE-COURSE
029000     .
029000 2290-EXIT.
029000     EXIT.
029100*-----------------------------------------------------------*
029200* 2300-COLLECT-MASTER - FOLD THE STUDENT'S CURRENT MASTER    *
029300*                       RECORDS IN BEHIND THE ARCHIVED ONES  *
029400*-----------------------------------------------------------*
029500 2300-COLLECT-MASTER.
029550     MOVE "N" TO WS-MASTER-EOF-SW
029550     IF NO-MASTER-FILE
029550         GO TO 2300-EXIT
029550     END-IF
029600     OPEN INPUT STUDENT-MASTER
029700     IF FSC-STATUS-CODE = "35"
029800         SET NO-MASTER-FILE TO TRUE
035000*                         GPA FOOTER                         *
035100*-----------------------------------------------------------*
035200 3000-PRINT-TRANSCRIPT.
035250     ADD 1 TO WS-TRANSCRIPTS-PRINTED
035300     MOVE SPACES TO TRANSCRIPT-RPT-RECORD
035400     STRING "OFFICIAL TRANSCRIPT - STUDENT-ID: "
035500             DELIMITED BY SIZE
035600         WS-REQUEST-ID DELIMITED BY SIZE
035700         INTO TRANSCRIPT-RPT-RECORD
035800     END-STRING
035900     IF WS-TRANSCRIPTS-PRINTED = 1
035900         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
035900     ELSE
035900         WRITE TRANSCRIPT-RPT-RECORD AFTER ADVANCING PAGE
035900         MOVE "TRANSCRIPT-RPT" TO FSC-FILE-NAME
035900         MOVE "WRITE"          TO FSC-OPERATION
035900         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035900     END-IF
036000     MOVE SPACES TO TRANSCRIPT-RPT-RECORD
036100     STRING "STUDENT: " DELIMITED BY SIZE
036200         WS-STUDENT-NAME DELIMITED BY SIZE
036400     END-STRING
036500     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
036510     PERFORM 3050-PRINT-DEMOGRAPHICS THRU 3050-EXIT
036520     IF QUEUE-MODE
036520         PERFORM 3070-PRINT-SEND-TO THRU 3070-EXIT
036520     END-IF
036600     IF WS-ROW-COUNT = ZERO
036700         MOVE SPACES TO TRANSCRIPT-RPT-RECORD
036800         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
037100         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
037200         GO TO 3000-EXIT
037300     END-IF
037300     MOVE ZERO TO WS-XFER-CREDITS
037300     IF WS-XFER-ROWS > ZERO
037300         PERFORM 3600-PRINT-TRANSFER-BLOCK THRU 3600-EXIT
037300     END-IF
037400     MOVE ZERO TO WS-CUM-POINTS
037500     MOVE ZERO TO WS-CUM-CREDITS
037600     PERFORM 3100-PRINT-TERM-BLOCK THRU 3100-EXIT
039100         INTO TRANSCRIPT-RPT-RECORD
039200     END-STRING
039300     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
039300     IF WS-XFER-CREDITS > ZERO
039300         MOVE SPACES TO TRANSCRIPT-RPT-RECORD
039300         STRING "TRANSFER CREDITS: " DELIMITED BY SIZE
039300             WS-XFER-CREDITS DELIMITED BY SIZE
039300             "  (NOT IN GPA)" DELIMITED BY SIZE
039300             INTO TRANSCRIPT-RPT-RECORD
039300         END-STRING
039300         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
039300     END-IF
039400     .
039500 3000-EXIT.
039600     EXIT.
039758     .
039760 3050-EXIT.
039762     EXIT.
039764*-----------------------------------------------------------*
039764* 3070-PRINT-SEND-TO - REQUEST NUMBER, REQUESTER, PURPOSE,   *
039764*                      AND THE ADDRESS THE COPY IS MAILED TO *
039764*-----------------------------------------------------------*
039764 3070-PRINT-SEND-TO.
039764     MOVE SPACES TO TRANSCRIPT-RPT-RECORD
039764     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
039764     STRING "RELEASED ON REQUEST " DELIMITED BY SIZE
039764         RQ-REQUEST-NO DELIMITED BY SIZE
039764         " OF " DELIMITED BY SIZE
039764         RQ-REQUESTER-NAME DELIMITED BY SIZE
039764         INTO TRANSCRIPT-RPT-RECORD
039764     END-STRING
039764     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
039764     MOVE SPACES TO TRANSCRIPT-RPT-RECORD
039764     STRING "PURPOSE: " DELIMITED BY SIZE
039764         RQ-PURPOSE DELIMITED BY SIZE
039764         INTO TRANSCRIPT-RPT-RECORD
039764     END-STRING
039764     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
039764     MOVE SPACES TO TRANSCRIPT-RPT-RECORD
039764     STRING "SEND TO: " DELIMITED BY SIZE
039764         RQ-SEND-TO-NAME DELIMITED BY SIZE
039764         INTO TRANSCRIPT-RPT-RECORD
039764     END-STRING
039764     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
039764     MOVE SPACES TO TRANSCRIPT-RPT-RECORD
039764     MOVE RQ-SEND-TO-ADDR-1 TO TRANSCRIPT-RPT-RECORD (10:30)
039764     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
039764     IF RQ-SEND-TO-ADDR-2 NOT = SPACES
039764         MOVE SPACES TO TRANSCRIPT-RPT-RECORD
039764         MOVE RQ-SEND-TO-ADDR-2 TO TRANSCRIPT-RPT-RECORD (10:30)
039764         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
039764     END-IF
039764     MOVE SPACES TO TRANSCRIPT-RPT-RECORD
039764     STRING RQ-SEND-TO-CITY DELIMITED BY SIZE
039764         " " DELIMITED BY SIZE
039764         RQ-SEND-TO-STATE DELIMITED BY SIZE
039764         " " DELIMITED BY SIZE
039764         RQ-SEND-TO-ZIP DELIMITED BY SIZE
039764         INTO TRANSCRIPT-RPT-RECORD (10:)
039764     END-STRING
039764     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
039764     .
039764 3070-EXIT.
039764     EXIT.
039700*-----------------------------------------------------------*
039800* 3100-PRINT-TERM-BLOCK - ONE TERM'S COURSES AND ITS         *
039900*                         CREDIT-WEIGHTED GPA                *
043600*                         THE TERM AND CUMULATIVE SUMS       *
043700*-----------------------------------------------------------*
043800 3200-PRINT-COURSE-ROW.
043850     IF WS-ROW-STATUS (WS-ROW-SUB) = "T"
043850         GO TO 3200-EXIT
043850     END-IF
043900     IF WS-ROW-TERM (WS-ROW-SUB) NOT = WS-CURRENT-TERM
044000         GO TO 3200-EXIT
044100     END-IF
050200     .
050300 3300-EXIT.
050400     EXIT.
050500*-----------------------------------------------------------*
050600* 3400-GRADE-TO-POINTS - LETTER GRADE TO QUALITY POINTS      *
050700*-----------------------------------------------------------*
050800 3400-GRADE-TO-POINTS.
050900     EVALUATE WS-ROW-LETTER (WS-ROW-SUB)
051000         WHEN "A"
051100             MOVE 4.0 TO WS-QUALITY-POINTS
051200         WHEN "B"
051300             MOVE 3.0 TO WS-QUALITY-POINTS
051400         WHEN "C"
051500             MOVE 2.0 TO WS-QUALITY-POINTS
051600         WHEN "D"
051700             MOVE 1.0 TO WS-QUALITY-POINTS
051800         WHEN OTHER
051900             MOVE 0.0 TO WS-QUALITY-POINTS
052000     END-EVALUATE
052100     .
052200 3400-EXIT.
052300     EXIT.
050410*-----------------------------------------------------------*
050420* 3500-CHECK-SUPERSEDED - IS THE CURRENT ROW'S COURSE/TERM   *
050430*                         ON THE LOADED SUPERSEDE TABLE      *
050486     .
050488 3550-EXIT.
050490     EXIT.
050490*-----------------------------------------------------------*
050490* 3600-PRINT-TRANSFER-BLOCK - THE STUDENT'S TRANSFER CREDIT  *
050490*                             ROWS WITH THEIR SENDING SCHOOL *
050490*                             AND A CREDIT TOTAL; NO QUALITY *
050490*                             POINTS ARE TAKEN               *
050490*-----------------------------------------------------------*
050490 3600-PRINT-TRANSFER-BLOCK.
050490     MOVE SPACES TO TRANSCRIPT-RPT-RECORD
050490     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
050490     MOVE "TRANSFER CREDIT" TO TRANSCRIPT-RPT-RECORD
050490     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
050490     PERFORM 3650-PRINT-TRANSFER-ROW THRU 3650-EXIT
050490         VARYING WS-ROW-SUB FROM 1 BY 1
050490         UNTIL WS-ROW-SUB > WS-ROW-COUNT
050490     MOVE SPACES TO TRANSCRIPT-RPT-RECORD
050490     STRING "  TRANSFER CREDITS: " DELIMITED BY SIZE
050490         WS-XFER-CREDITS DELIMITED BY SIZE
050490         INTO TRANSCRIPT-RPT-RECORD
050490     END-STRING
050490     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
050490     .
050490 3600-EXIT.
050490     EXIT.
050490*-----------------------------------------------------------*
050490* 3650-PRINT-TRANSFER-ROW - ONE TRANSFER LINE WHEN THE ROW   *
050490*                           IS A "T" ROW                     *
050490*-----------------------------------------------------------*
050490 3650-PRINT-TRANSFER-ROW.
050490     IF WS-ROW-STATUS (WS-ROW-SUB) NOT = "T"
050490         GO TO 3650-EXIT
050490     END-IF
050490     MOVE WS-ROW-COURSE (WS-ROW-SUB) TO CC-COURSE-CODE
050490     PERFORM 3300-LOOK-UP-TITLE THRU 3300-EXIT
050490     MOVE SPACES TO WS-XFR-INST-TEXT
050490     PERFORM 3660-PROBE-ONE-TRANSFER THRU 3660-EXIT
050490         VARYING WS-XFR-SUB FROM 1 BY 1
050490         UNTIL WS-XFR-SUB > WS-XFR-COUNT
050490             OR WS-XFR-INST-TEXT NOT = SPACES
050490     ADD WS-ROW-CREDITS (WS-ROW-SUB) TO WS-XFER-CREDITS
050490     MOVE SPACES TO TRANSCRIPT-RPT-RECORD
050490     STRING "  " DELIMITED BY SIZE
050490         WS-ROW-COURSE (WS-ROW-SUB) DELIMITED BY SIZE
050490         " " DELIMITED BY SIZE
050490         WS-COURSE-TITLE DELIMITED BY SIZE
050490         "  CREDITS: " DELIMITED BY SIZE
050490         WS-ROW-CREDITS (WS-ROW-SUB) DELIMITED BY SIZE
050490         "  FROM: " DELIMITED BY SIZE
050490         WS-XFR-INST-TEXT DELIMITED BY SIZE
050490         INTO TRANSCRIPT-RPT-RECORD
050490     END-STRING
050490     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
050490     .
050490 3650-EXIT.
050490     EXIT.
050490*-----------------------------------------------------------*
050490* 3660-PROBE-ONE-TRANSFER - ONE TRANSFER-TABLE PROBE         *
050490*-----------------------------------------------------------*
050490 3660-PROBE-ONE-TRANSFER.
050490     IF WS-XFR-COURSE (WS-XFR-SUB) = WS-ROW-COURSE (WS-ROW-SUB)
050490         MOVE WS-XFR-INST-NAME (WS-XFR-SUB) TO WS-XFR-INST-TEXT
050490     END-IF
050490     .
050490 3660-EXIT.
050490     EXIT.
052400*-----------------------------------------------------------*
052500* 3800-WRITE-REPORT-LINE - WRITE THE CURRENT REPORT LINE     *
052600*-----------------------------------------------------------*
053600* 3900-TERMINATE - CLOSE WHAT IS STILL OPEN                  *
053700*-----------------------------------------------------------*
053800 3900-TERMINATE.
053900     IF QUEUE-MODE
053900         PERFORM 3950-PRINT-RELEASE-TOTALS THRU 3950-EXIT
053900     ELSE
053900         DISPLAY "OFFTRANS - TRANSCRIPTS PRINTED FOR STUDENT-ID "
053900             WS-REQUEST-ID ": " WS-TRANSCRIPTS-PRINTED
053900             " - COURSE ROWS: " WS-ROW-COUNT
053900     END-IF
054700     IF CATALOG-IS-OPEN
054800         CLOSE COURSE-CATALOG
054900         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
055000         MOVE "CLOSE"          TO FSC-OPERATION
055100         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055200     END-IF
055200     IF XREF-IS-OPEN
055200         CLOSE COURSE-XREF
055200         MOVE "COURSE-XREF" TO FSC-FILE-NAME
055200         MOVE "CLOSE"       TO FSC-OPERATION
055200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055200     END-IF
055210     IF DEMO-IS-OPEN
055220         CLOSE DEMOGRAPHIC-MASTER
055230         MOVE "DEMO-MASTER" TO FSC-FILE-NAME
055240         MOVE "CLOSE"       TO FSC-OPERATION
055250         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055260     END-IF
055270     IF HOLD-IS-OPEN
055270         CLOSE HOLD-FILE
055270         MOVE "HOLD-FILE" TO FSC-FILE-NAME
055270         MOVE "CLOSE"     TO FSC-OPERATION
055270         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055270     END-IF
055270     CLOSE DISCLOSURE-LOG
055270     MOVE "DISCLOSURE-LOG" TO FSC-FILE-NAME
055270     MOVE "CLOSE"          TO FSC-OPERATION
055270     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055270     IF QUEUE-MODE
055270         CLOSE RELEASE-QUEUE
055270         MOVE "RELEASE-QUEUE" TO FSC-FILE-NAME
055270         MOVE "CLOSE"         TO FSC-OPERATION
055270         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055270         CLOSE RELEASE-RPT
055270         MOVE "RELEASE-RPT" TO FSC-FILE-NAME
055270         MOVE "CLOSE"       TO FSC-OPERATION
055270         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055270     END-IF
055270     MOVE WS-TRANSCRIPTS-HELD TO WS-COUNT-DISP
055270     MOVE SPACES TO MAIL-HELD-RPT-RECORD
055270     PERFORM 4870-WRITE-HELD-LINE THRU 4870-EXIT
055270     MOVE SPACES TO MAIL-HELD-RPT-RECORD
055270     STRING "TRANSCRIPTS HELD: " DELIMITED BY SIZE
055270         WS-COUNT-DISP DELIMITED BY SIZE
055270         INTO MAIL-HELD-RPT-RECORD
055270     END-STRING
055270     PERFORM 4870-WRITE-HELD-LINE THRU 4870-EXIT
055270     CLOSE MAIL-HELD-RPT
055270     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
055270     MOVE "CLOSE"         TO FSC-OPERATION
055270     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055300     CLOSE TRANSCRIPT-RPT
055400     MOVE "TRANSCRIPT-RPT" TO FSC-FILE-NAME
055500     MOVE "CLOSE"          TO FSC-OPERATION
055700     .
055800 3900-EXIT.
055900     EXIT.
055910*-----------------------------------------------------------*
055910* 3950-PRINT-RELEASE-TOTALS - QUEUE RUN COUNTS ON THE        *
055910*                             RELEASE REPORT AND THE LOG     *
055910*-----------------------------------------------------------*
055910 3950-PRINT-RELEASE-TOTALS.
055910     MOVE SPACES TO RELEASE-RPT-RECORD
055910     PERFORM 4800-WRITE-RELEASE-LINE THRU 4800-EXIT
055910     MOVE WS-REQUESTS-READ TO WS-COUNT-DISP
055910     STRING "PENDING REQUESTS WORKED: " DELIMITED BY SIZE
055910         WS-COUNT-DISP DELIMITED BY SIZE
055910         INTO RELEASE-RPT-RECORD
055910     END-STRING
055910     PERFORM 4800-WRITE-RELEASE-LINE THRU 4800-EXIT
055910     MOVE SPACES TO RELEASE-RPT-RECORD
055910     MOVE WS-REQUESTS-FULFILLED TO WS-COUNT-DISP
055910     STRING "FULFILLED:               " DELIMITED BY SIZE
055910         WS-COUNT-DISP DELIMITED BY SIZE
055910         INTO RELEASE-RPT-RECORD
055910     END-STRING
055910     PERFORM 4800-WRITE-RELEASE-LINE THRU 4800-EXIT
055910     MOVE SPACES TO RELEASE-RPT-RECORD
055910     MOVE WS-REQUESTS-REFUSED TO WS-COUNT-DISP
055910     STRING "REFUSED:                 " DELIMITED BY SIZE
055910         WS-COUNT-DISP DELIMITED BY SIZE
055910         INTO RELEASE-RPT-RECORD
055910     END-STRING
055910     PERFORM 4800-WRITE-RELEASE-LINE THRU 4800-EXIT
055910     MOVE SPACES TO RELEASE-RPT-RECORD
055910     MOVE WS-TRANSCRIPTS-HELD TO WS-COUNT-DISP
055910     STRING "HELD - BAD ADDRESS:      " DELIMITED BY SIZE
055910         WS-COUNT-DISP DELIMITED BY SIZE
055910         INTO RELEASE-RPT-RECORD
055910     END-STRING
055910     PERFORM 4800-WRITE-RELEASE-LINE THRU 4800-EXIT
055910     DISPLAY "OFFTRANS - RELEASE REQUESTS WORKED: "
055910         WS-REQUESTS-READ " FULFILLED: " WS-REQUESTS-FULFILLED
055910         " REFUSED: " WS-REQUESTS-REFUSED
055910         " HELD: " WS-TRANSCRIPTS-HELD
055910     .
055910 3950-EXIT.
055910     EXIT.
055910*-----------------------------------------------------------*
055910* 4000-PROCESS-ONE-REQUEST - NEXT QUEUED REQUEST IN ARRIVAL  *
055910*                            ORDER; ONLY PENDING ONES ARE    *
055910*                            WORKED, THE REST ARE HISTORY    *
055910*-----------------------------------------------------------*
055910 4000-PROCESS-ONE-REQUEST.
055910     READ RELEASE-QUEUE NEXT
055910         AT END
055910             SET QUEUE-EOF TO TRUE
055910             GO TO 4000-EXIT
055910     END-READ
055910     MOVE "RELEASE-QUEUE" TO FSC-FILE-NAME
055910     MOVE "READ"          TO FSC-OPERATION
055910     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055910     IF NOT RQ-PENDING
055910         GO TO 4000-EXIT
055910     END-IF
055910     ADD 1 TO WS-REQUESTS-READ
055910     MOVE RQ-STUDENT-ID TO WS-REQUEST-ID
055910     PERFORM 4100-RELEASE-ONE-STUDENT THRU 4100-EXIT
055910     IF NOT MAIL-IS-HELD
055910         PERFORM 4500-MARK-REQUEST THRU 4500-EXIT
055910     END-IF
055910     PERFORM 4700-PRINT-OUTCOME-LINE THRU 4700-EXIT
055910     .
055910 4000-EXIT.
055910     EXIT.
055910*-----------------------------------------------------------*
055910* 4100-RELEASE-ONE-STUDENT - REFUSE OR PRINT AND LOG ONE     *
055910*                            TRANSCRIPT FOR WS-REQUEST-ID.   *
055910*                            A QUEUED REQUEST WITH NO        *
055910*                            COURSE RECORDS IS REFUSED; THE  *
055910*                            CARD RUN STILL PRINTS THE       *
055910*                            "NO COURSE RECORDS" PAGE        *
055910*-----------------------------------------------------------*
055910 4100-RELEASE-ONE-STUDENT.
055910     MOVE SPACES TO WS-REFUSE-REASON
055910     PERFORM 4200-CHECK-RELEASE THRU 4200-EXIT
055910     IF NOT RELEASE-IS-CLEAR
055910         IF NOT QUEUE-MODE
055910             DISPLAY "OFFTRANS - RELEASE REFUSED FOR STUDENT-ID "
055910                 WS-REQUEST-ID " - REASON " WS-REFUSE-REASON
055910         END-IF
055910         GO TO 4100-EXIT
055910     END-IF
055910     PERFORM 4300-COLLECT-STUDENT THRU 4300-EXIT
055910     IF WS-ROW-COUNT = ZERO AND QUEUE-MODE
055910         MOVE "NR" TO WS-REFUSE-REASON
055910         GO TO 4100-EXIT
055910     END-IF
055910     PERFORM 4250-CHECK-MAIL-HOLD THRU 4250-EXIT
055910     IF MAIL-IS-HELD
055910         IF NOT QUEUE-MODE
055910             DISPLAY "OFFTRANS - TRANSCRIPT HELD FOR STUDENT-ID "
055910                 WS-REQUEST-ID " - ADDRESS UNDELIVERABLE"
055910         END-IF
055910         GO TO 4100-EXIT
055910     END-IF
055910     PERFORM 3000-PRINT-TRANSCRIPT THRU 3000-EXIT
055910     PERFORM 4600-LOG-DISCLOSURE THRU 4600-EXIT
055910     .
055910 4100-EXIT.
055910     EXIT.
055910*-----------------------------------------------------------*
055910* 4200-CHECK-RELEASE - DEPARTED ON DEMOMAST (DP), THEN ANY   *
055910*                      GRADE HOLD ON FILE FOR THE STUDENT    *
055910*                      (HD); A MISSING FILE CLEARS ITS CHECK *
055910*-----------------------------------------------------------*
055910 4200-CHECK-RELEASE.
055910     IF DEMO-IS-OPEN
055910         MOVE WS-REQUEST-ID TO DM-STUDENT-ID
055910         READ DEMOGRAPHIC-MASTER
055910             INVALID KEY CONTINUE
055910         END-READ
055910         IF FSC-STATUS-CODE NOT = "00"
055910                 AND FSC-STATUS-CODE NOT = "23"
055910             MOVE "DEMO-MASTER" TO FSC-FILE-NAME
055910             MOVE "READ"        TO FSC-OPERATION
055910             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055910         END-IF
055910         IF FSC-STATUS-CODE = "00" AND DM-STATUS-DEPARTED
055910             MOVE "DP" TO WS-REFUSE-REASON
055910             GO TO 4200-EXIT
055910         END-IF
055910     END-IF
055910     IF NOT HOLD-IS-OPEN
055910         GO TO 4200-EXIT
055910     END-IF
055910     MOVE WS-REQUEST-ID TO HD-STUDENT-ID
055910     MOVE LOW-VALUES    TO HD-COURSE-CODE
055910     START HOLD-FILE KEY NOT LESS THAN HD-MASTER-KEY
055910         INVALID KEY
055910             GO TO 4200-EXIT
055910     END-START
055910     MOVE "HOLD-FILE" TO FSC-FILE-NAME
055910     MOVE "START"     TO FSC-OPERATION
055910     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055910     READ HOLD-FILE NEXT
055910         AT END
055910             GO TO 4200-EXIT
055910     END-READ
055910     MOVE "HOLD-FILE" TO FSC-FILE-NAME
055910     MOVE "READ"      TO FSC-OPERATION
055910     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055910     IF HD-STUDENT-ID = WS-REQUEST-ID
055910         MOVE "HD" TO WS-REFUSE-REASON
055910     END-IF
055910     .
055910 4200-EXIT.
055910     EXIT.
055910*-----------------------------------------------------------*
055910* 4250-CHECK-MAIL-HOLD - HOLD (MH) A TRANSCRIPT BOUND        *
055910*                        FOR AN ADDRESS RETMAIL HAS MARKED   *
055910*                        UNDELIVERABLE - ON THE CARD RUN     *
055910*                        THE STUDENT'S OWN, ON A QUEUED      *
055910*                        REQUEST ONLY WHEN THE SEND-TO       *
055910*                        ADDRESS IS THE STUDENT'S OWN        *
055910*-----------------------------------------------------------*
055910 4250-CHECK-MAIL-HOLD.
055910     IF NOT DEMO-IS-OPEN
055910         GO TO 4250-EXIT
055910     END-IF
055910     MOVE WS-REQUEST-ID TO DM-STUDENT-ID
055910     READ DEMOGRAPHIC-MASTER
055910         INVALID KEY
055910             GO TO 4250-EXIT
055910     END-READ
055910     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
055910     MOVE "READ"        TO FSC-OPERATION
055910     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055910     IF NOT DM-ADDRESS-UNDELIVERABLE
055910         GO TO 4250-EXIT
055910     END-IF
055910     IF QUEUE-MODE
055910         IF RQ-SEND-TO-ADDR-1 NOT = DM-ADDRESS-LINE-1
055910                 OR RQ-SEND-TO-ZIP NOT = DM-ZIP-CODE
055910             GO TO 4250-EXIT
055910         END-IF
055910         MOVE SPACES TO WS-HELD-PIECE
055910         STRING "TRANSCRIPT " DELIMITED BY SIZE
055910             RQ-REQUEST-NO DELIMITED BY SIZE
055910             INTO WS-HELD-PIECE
055910         END-STRING
055910     ELSE
055910         MOVE "TRANSCRIPT" TO WS-HELD-PIECE
055910     END-IF
055910     MOVE "MH" TO WS-REFUSE-REASON
055910     PERFORM 4850-WRITE-MAIL-HELD THRU 4850-EXIT
055910     .
055910 4250-EXIT.
055910     EXIT.
055910*-----------------------------------------------------------*
055910* 4300-COLLECT-STUDENT - CLEAR THE TABLES AND GATHER ONE     *
055910*                        STUDENT'S SUPERSEDES, ARCHIVED      *
055910*                        TERMS, AND CURRENT MASTER RECORDS   *
055910*-----------------------------------------------------------*
055910 4300-COLLECT-STUDENT.
055910     MOVE ZERO   TO WS-ROW-COUNT
055910     MOVE ZERO   TO WS-TERM-COUNT
055910     MOVE SPACES TO WS-STUDENT-NAME
055910     MOVE ZERO   TO WS-XFER-ROWS
055910     PERFORM 1200-LOAD-SUPERSEDES THRU 1200-EXIT
055910     PERFORM 1300-LOAD-TRANSFERS THRU 1300-EXIT
055910     PERFORM 4350-SCAN-ARCHIVE THRU 4350-EXIT
055910     PERFORM 2300-COLLECT-MASTER THRU 2300-EXIT
055910     .
055910 4300-EXIT.
055910     EXIT.
055910*-----------------------------------------------------------*
055910* 4350-SCAN-ARCHIVE - READ THE CURRENT STUDENT'S ARCHIVED    *
055910*                     RECORDS BY KEY; A MISSING ARCHIVE IS   *
055910*                     AN EMPTY SIDE, NOT AN ERROR            *
055910*-----------------------------------------------------------*
055910 4350-SCAN-ARCHIVE.
055910     MOVE "N" TO WS-ARCH-EOF-SW
055910     IF NO-ARCHIVE-FILE
055910         GO TO 4350-EXIT
055910     END-IF
055910     OPEN INPUT TERM-ARCHIVE
055910     IF FSC-STATUS-CODE = "35"
055910         SET NO-ARCHIVE-FILE TO TRUE
055910         GO TO 4350-EXIT
055910     END-IF
055910     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
055910     MOVE "OPEN"         TO FSC-OPERATION
055910     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055910     MOVE WS-REQUEST-ID TO TA-STUDENT-ID
055910     MOVE LOW-VALUES    TO TA-COURSE-CODE
055910     MOVE LOW-VALUES    TO TA-TERM-CODE
055910     START TERM-ARCHIVE KEY NOT LESS THAN TA-ARCHIVE-KEY
055910         INVALID KEY
055910             SET ARCHIVE-EOF TO TRUE
055910     END-START
055910     IF NOT ARCHIVE-EOF
055910         PERFORM 2100-READ-TERM-ARCHIVE THRU 2100-EXIT
055910     END-IF
055910     PERFORM 2000-COLLECT-ARCHIVE THRU 2000-EXIT
055910         UNTIL ARCHIVE-EOF
055910     CLOSE TERM-ARCHIVE
055910     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
055910     MOVE "CLOSE"        TO FSC-OPERATION
055910     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055910     .
055910 4350-EXIT.
055910     EXIT.
055910*-----------------------------------------------------------*
055910* 4500-MARK-REQUEST - FULFILLED OR REFUSED, STAMPED WITH THE *
055910*                     RUN DATE AND ANY REFUSAL REASON        *
055910*-----------------------------------------------------------*
055910 4500-MARK-REQUEST.
055910     MOVE WS-RUN-DATE      TO RQ-STATUS-DATE
055910     MOVE WS-REFUSE-REASON TO RQ-REFUSE-REASON
055910     IF RELEASE-IS-CLEAR
055910         SET RQ-FULFILLED TO TRUE
055910         ADD 1 TO WS-REQUESTS-FULFILLED
055910     ELSE
055910         SET RQ-REFUSED TO TRUE
055910         ADD 1 TO WS-REQUESTS-REFUSED
055910     END-IF
055910     REWRITE RELEASE-REQUEST-RECORD
055910     MOVE "RELEASE-QUEUE" TO FSC-FILE-NAME
055910     MOVE "REWRITE"       TO FSC-OPERATION
055910     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055910     .
055910 4500-EXIT.
055910     EXIT.
055910*-----------------------------------------------------------*
055910* 4600-LOG-DISCLOSURE - ONE DISCLOG RECORD FOR THE           *
055910*                       TRANSCRIPT JUST RELEASED             *
055910*-----------------------------------------------------------*
055910 4600-LOG-DISCLOSURE.
055910     MOVE SPACES             TO DISCLOSURE-RECORD
055910     MOVE WS-RUN-DATE        TO DL-DISCLOSE-DATE
055910     MOVE WS-RUN-TIME-HHMMSS TO DL-DISCLOSE-TIME
055910     MOVE WS-REQUEST-ID      TO DL-STUDENT-ID
055910     SET DL-FROM-OFFTRANS TO TRUE
055910     IF QUEUE-MODE
055910         MOVE RQ-ENTERED-BY     TO DL-OPERATOR-ID
055910         MOVE RQ-REQUEST-NO     TO DL-REQUEST-NO
055910         MOVE RQ-SEND-TO-NAME   TO DL-RECIPIENT
055910         MOVE RQ-PURPOSE        TO DL-PURPOSE
055910         MOVE RQ-REQUESTER-TYPE TO DL-DETAIL
055910     ELSE
055910         MOVE "OFFTRANS"              TO DL-OPERATOR-ID
055910         MOVE "REGISTRAR OFFICE COPY" TO DL-RECIPIENT
055910         MOVE "OFFICIAL TRANSCRIPT - CARD RUN" TO DL-PURPOSE
055910     END-IF
055910     WRITE DISCLOSURE-RECORD
055910     MOVE "DISCLOSURE-LOG" TO FSC-FILE-NAME
055910     MOVE "WRITE"          TO FSC-OPERATION
055910     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055910     .
055910 4600-EXIT.
055910     EXIT.
055910*-----------------------------------------------------------*
055910* 4700-PRINT-OUTCOME-LINE - ONE RELEASE-REPORT LINE FOR THE  *
055910*                           REQUEST JUST WORKED              *
055910*-----------------------------------------------------------*
055910 4700-PRINT-OUTCOME-LINE.
055910     MOVE RQ-REQUEST-NO   TO WS-RL-REQUEST-NO
055910     MOVE RQ-STUDENT-ID   TO WS-RL-STUDENT-ID
055910     MOVE RQ-SEND-TO-NAME TO WS-RL-RECIPIENT
055910     EVALUATE WS-REFUSE-REASON
055910         WHEN SPACES
055910             MOVE "FULFILLED" TO WS-RL-OUTCOME
055910             MOVE SPACES      TO WS-RL-REASON
055910         WHEN "HD"
055910             MOVE "REFUSED"            TO WS-RL-OUTCOME
055910             MOVE "GRADE HOLD ON FILE" TO WS-RL-REASON
055910         WHEN "DP"
055910             MOVE "REFUSED"            TO WS-RL-OUTCOME
055910             MOVE "STUDENT DEPARTED"   TO WS-RL-REASON
055910         WHEN "MH"
055910             MOVE "HELD"               TO WS-RL-OUTCOME
055910             MOVE "MAIL HELD-BAD ADDR" TO WS-RL-REASON
055910         WHEN OTHER
055910             MOVE "REFUSED"            TO WS-RL-OUTCOME
055910             MOVE "NO COURSE RECORDS"  TO WS-RL-REASON
055910     END-EVALUATE
055910     MOVE WS-RELEASE-LINE TO RELEASE-RPT-RECORD
055910     PERFORM 4800-WRITE-RELEASE-LINE THRU 4800-EXIT
055910     .
055910 4700-EXIT.
055910     EXIT.
055910*-----------------------------------------------------------*
055910* 4800-WRITE-RELEASE-LINE - WRITE THE CURRENT RELEASE-REPORT *
055910*                           LINE                             *
055910*-----------------------------------------------------------*
055910 4800-WRITE-RELEASE-LINE.
055910     WRITE RELEASE-RPT-RECORD
055910     MOVE "RELEASE-RPT" TO FSC-FILE-NAME
055910     MOVE "WRITE"       TO FSC-OPERATION
055910     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055910     .
055910 4800-EXIT.
055910     EXIT.
055910*-----------------------------------------------------------*
055910* 4850-WRITE-MAIL-HELD - LIST A HELD TRANSCRIPT ON THE       *
055910*                        MAIL HELD - BAD ADDRESS REPORT      *
055910*-----------------------------------------------------------*
055910 4850-WRITE-MAIL-HELD.
055910     ADD 1 TO WS-TRANSCRIPTS-HELD
055910     MOVE SPACES TO MH-STUDENT-NAME
055910     STRING DM-LAST-NAME DELIMITED BY "  "
055910         ", " DELIMITED BY SIZE
055910         DM-FIRST-NAME DELIMITED BY "  "
055910         INTO MH-STUDENT-NAME
055910     END-STRING
055910     MOVE WS-REQUEST-ID TO MH-STUDENT-ID
055910     MOVE WS-HELD-PIECE TO MH-MAIL-PIECE
055910     MOVE DM-UNDELIV-DATE TO MH-UNDELIV-DATE
055910     MOVE MAIL-HELD-LINE TO MAIL-HELD-RPT-RECORD
055910     PERFORM 4870-WRITE-HELD-LINE THRU 4870-EXIT
055910     .
055910 4850-EXIT.
055910     EXIT.
055910*-----------------------------------------------------------*
055910* 4870-WRITE-HELD-LINE - WRITE ONE MAIL HELD REPORT LINE     *
055910*-----------------------------------------------------------*
055910 4870-WRITE-HELD-LINE.
055910     WRITE MAIL-HELD-RPT-RECORD
055910     MOVE "MAIL-HELD-RPT" TO FSC-FILE-NAME
055910     MOVE "WRITE"         TO FSC-OPERATION
055910     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
055910     .
055910 4870-EXIT.
055910     EXIT.
056000     COPY "fscchk.cpy".
056100 END PROGRAM OFFTRANS.
