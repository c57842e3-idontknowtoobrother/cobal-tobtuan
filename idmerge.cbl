000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IDMERGE.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - STUDENT-ID MERGE. WHEN        *
001300*                   IDISSUE OR INTAKE HAS GIVEN A SECOND ID  *
001400*                   TO SOMEONE WHO ALREADY HAD ONE, THE      *
001500*                   MERGCARD NAMES THE SURVIVOR AND THE      *
001600*                   RETIRED ID AND THIS RUN RE-KEYS EVERY    *
001700*                   RECORD UNDER THE RETIRED ID - STUDENT-   *
001800*                   MASTER, DEMOMAST, HOLDFILE, AND THE      *
001900*                   SECTION WAITLIST IN PLACE;               *
002000*                   GRADE HISTORY, ATTENDANCE HISTORY, THE   *
002100*                   TERM ARCHIVE, AND THE SUPRSEDE REGISTER  *
002200*                   THROUGH "2" REWRITES THE JCL COPIES BACK *
002300*                   (THE RETNPURG PATTERN). WHERE THE        *
002400*                   SURVIVOR ALREADY HOLDS THE SAME COURSE,  *
002500*                   THE MORE RECENTLY POSTED MASTER RECORD   *
002600*                   STANDS; THE SURVIVOR'S OWN DEMOGRAPHIC   *
002700*                   RECORD AND HOLDS ALWAYS STAND. EVERY     *
002800*                   MASTER CHANGE IS JOURNALED TO AUDITJRN   *
002900*                   AS A DELETE/WRITE (OR REWRITE) PAIR,     *
003000*                   EVERY OTHER MOVED RECORD AS A "REKEY",   *
003100*                   AND EVERY DEMOMAST CHANGE TO DEMOJRNL.   *
003200*                   THE RETIRED ID GOES ON THE IDXREF        *
003300*                   CROSS-REFERENCE SO GETINPUT REDIRECTS    *
003400*                   ANY LATER POSTING TO THE SURVIVOR. THE   *
003500*                   CARD'S MODE ("TRIAL" OR "MERGE") MAKES   *
003600*                   A REPORT-ONLY RUN THE DEFAULT; A LIVE    *
003700*                   RUN ENDS WITH RETURN CODE 4, WHICH       *
003800*                   RELEASES THE COPY-BACK STEPS, AND A      *
003900*                   REFUSED PAIR ENDS WITH RETURN CODE 8.    *
003950*  10/15/2026  DT   ALSO RE-KEYS THE RETIRED ID'S ACCTLEDG   *
003950*                   ACCOUNT-LEDGER ENTRIES IN PLACE, SO ITS  *
003950*                   CHARGES AND CREDITS FOLLOW THE STUDENT   *
003950*                   AND TUITBILL DOES NOT TAKE THE MERGED    *
003950*                   ENROLLMENTS FOR DELETED ONES. AN ENTRY   *
003950*                   THE SURVIVOR ALREADY HAS FOR THE SAME    *
003950*                   TERM AND COURSE STANDS AND THE RETIRED   *
003950*                   ID'S DUPLICATE IS DROPPED AND REPORTED   *
003950*                   FOR THE BUSINESS OFFICE.                 *
003975*  10/15/2026  DT   DEMOMAST RECORD CONTAINS 200 AND         *
003975*                   DEMOJRNL 430 (DEMOREC.CPY GREW FOR THE   *
003975*                   UNDELIVERABLE-ADDRESS FLAG). A           *
003975*                   DEMOGRAPHIC RECORD MOVED TO THE SURVIVOR *
003975*                   KEEPS ITS FLAG.                          *
003987*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003987*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003987*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003993*  10/15/2026  DT   THE TERM ARCHIVE IS NOW A KSDS KEYED ON  *
003993*                   STUDENT, COURSE AND TERM (TERMARCH.CPY)  *
003993*                   AND IS RE-KEYED IN PLACE LIKE ACCTLEDG,  *
003993*                   SO THE TERMARC2 COPY IS GONE. A          *
003993*                   RETIRED-ID RECORD FOR A COURSE AND TERM  *
003993*                   THE SURVIVOR ALREADY HAS ON THE ARCHIVE  *
003993*                   IS DROPPED - THE SURVIVOR'S STANDS - AND *
003993*                   REPORTED.                                *
003996*  10/15/2026  DT   ALSO RE-KEYS THE RETIRED ID'S XFERHIST   *
003996*                   TRANSFER-CREDIT REGISTER ENTRIES AND     *
003996*                   DEDHIST DEDUCTION HISTORY THROUGH        *
003996*                   XFERHST2 AND DEDHIST2, WHICH THE JCL     *
003996*                   COPIES BACK, EACH CHANGE JOURNALED AS A  *
003996*                   "REKEY" - OFFTRANS THEN FINDS THE        *
003996*                   SURVIVOR'S SENDING SCHOOLS AND DEDREVRS  *
003996*                   CAN REVERSE A DEDUCTION TAKEN UNDER THE  *
003996*                   RETIRED ID.                              *
004000*-----------------------------------------------------------*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT MERGE-CARD ASSIGN TO MERGCARD
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FSC-STATUS-CODE.
004700     SELECT ID-XREF ASSIGN TO IDXREF
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS XR-RETIRED-ID
005100         FILE STATUS IS FSC-STATUS-CODE.
005200     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS SR-MASTER-KEY OF STUDENT-MASTER-RECORD
005600         ALTERNATE RECORD KEY IS SR-FULL-NAME
005700             OF STUDENT-MASTER-RECORD WITH DUPLICATES
005800         FILE STATUS IS FSC-STATUS-CODE.
005900     SELECT DEMOGRAPHIC-MASTER ASSIGN TO DEMOMAST
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS DM-STUDENT-ID
006300         FILE STATUS IS FSC-STATUS-CODE.
006400     SELECT HOLD-FILE ASSIGN TO HOLDFILE
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS HD-MASTER-KEY
006800         FILE STATUS IS FSC-STATUS-CODE.
006900     SELECT WAITLIST-FILE ASSIGN TO WAITLIST
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS WL-MASTER-KEY
007300         FILE STATUS IS FSC-STATUS-CODE.
007350     SELECT ACCOUNT-LEDGER ASSIGN TO ACCTLEDG
007350         ORGANIZATION IS INDEXED
007350         ACCESS MODE IS DYNAMIC
007350         RECORD KEY IS LG-LEDGER-KEY
007350         FILE STATUS IS FSC-STATUS-CODE.
007400     SELECT GRADE-HISTORY ASSIGN TO GRADHIST
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS FSC-STATUS-CODE.
007700     SELECT GRADE-HISTORY-OUT ASSIGN TO GRADHST2
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS FSC-STATUS-CODE.
008000     SELECT ATTENDANCE-HISTORY ASSIGN TO ATTNHIST
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS FSC-STATUS-CODE.
008300     SELECT ATTENDANCE-HISTORY-OUT ASSIGN TO ATTNHST2
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS FSC-STATUS-CODE.
008510     SELECT TRANSFER-HISTORY ASSIGN TO XFERHIST
008510         ORGANIZATION IS LINE SEQUENTIAL
008510         FILE STATUS IS FSC-STATUS-CODE.
008520     SELECT TRANSFER-HISTORY-OUT ASSIGN TO XFERHST2
008520         ORGANIZATION IS LINE SEQUENTIAL
008520         FILE STATUS IS FSC-STATUS-CODE.
008530     SELECT DEDUCTION-HISTORY ASSIGN TO DEDHIST
008530         ORGANIZATION IS LINE SEQUENTIAL
008530         FILE STATUS IS FSC-STATUS-CODE.
008540     SELECT DEDUCTION-HISTORY-OUT ASSIGN TO DEDHIST2
008540         ORGANIZATION IS LINE SEQUENTIAL
008540         FILE STATUS IS FSC-STATUS-CODE.
008600     SELECT TERM-ARCHIVE ASSIGN TO TERMARCH
008700         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS TA-ARCHIVE-KEY
008800         FILE STATUS IS FSC-STATUS-CODE.
009200     SELECT SUPERSEDE-REGISTER ASSIGN TO SUPRSEDE
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS FSC-STATUS-CODE.
009500     SELECT SUPERSEDE-REGISTER-OUT ASSIGN TO SUPRSED2
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS FSC-STATUS-CODE.
009800     SELECT AUDIT-JOURNAL ASSIGN TO AUDITJRN
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS FSC-STATUS-CODE.
010100     SELECT DEMO-JOURNAL ASSIGN TO DEMOJRNL
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS FSC-STATUS-CODE.
010400     SELECT MERGE-RPT ASSIGN TO MERGRPT
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS FSC-STATUS-CODE.
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  MERGE-CARD
011000     RECORD CONTAINS 29 CHARACTERS.
011100 01  MERGE-CARD-RECORD.
011200     05  MG-MODE               PIC X(05).
011300         88  MG-MODE-LIVE                 VALUE "MERGE".
011400     05  MG-SURVIVOR-ID        PIC X(08).
011500     05  MG-RETIRED-ID         PIC X(08).
011600     05  MG-OPERATOR-ID        PIC X(08).
011700 FD  ID-XREF
011800     RECORD CONTAINS 40 CHARACTERS.
011900 01  ID-XREF-RECORD.
012000     COPY "idxref.cpy".
012100 FD  STUDENT-MASTER
012200     RECORD CONTAINS 97 CHARACTERS.
012300 01  STUDENT-MASTER-RECORD.
012400     COPY "studrec.cpy".
012500 FD  DEMOGRAPHIC-MASTER
012600     RECORD CONTAINS 200 CHARACTERS.
012700 01  DEMOGRAPHIC-RECORD.
012800     COPY "demorec.cpy".
012900 FD  HOLD-FILE
013000     RECORD CONTAINS 66 CHARACTERS.
013100 01  GRADE-HOLD-RECORD.
013200     COPY "holdrec.cpy".
013300 FD  WAITLIST-FILE
013400     RECORD CONTAINS 110 CHARACTERS.
013500 01  WAITLIST-RECORD.
013600     COPY "waitlst.cpy".
013650 FD  ACCOUNT-LEDGER
013650     RECORD CONTAINS 80 CHARACTERS.
013650 01  ACCOUNT-LEDGER-RECORD.
013650     COPY "acctledg.cpy".
013700 FD  GRADE-HISTORY
013800     RECORD CONTAINS 34 CHARACTERS.
013900 01  GRADE-HISTORY-RECORD.
014000     COPY "gradhist.cpy".
014100 FD  GRADE-HISTORY-OUT
014200     RECORD CONTAINS 34 CHARACTERS.
014300 01  GRADE-HISTORY-OUT-RECORD      PIC X(34).
014400 FD  ATTENDANCE-HISTORY
014500     RECORD CONTAINS 33 CHARACTERS.
014600 01  ATTENDANCE-HISTORY-RECORD.
014700     COPY "attnhist.cpy".
014800 FD  ATTENDANCE-HISTORY-OUT
014900     RECORD CONTAINS 33 CHARACTERS.
015000 01  ATTENDANCE-HISTORY-OUT-RECORD PIC X(33).
015010 FD  TRANSFER-HISTORY
015010     RECORD CONTAINS 90 CHARACTERS.
015010 01  TRANSFER-HISTORY-RECORD.
015010     COPY "xferhist.cpy".
015020 FD  TRANSFER-HISTORY-OUT
015020     RECORD CONTAINS 90 CHARACTERS.
015020 01  TRANSFER-HISTORY-OUT-RECORD   PIC X(90).
015030 FD  DEDUCTION-HISTORY
015030     RECORD CONTAINS 49 CHARACTERS.
015030 01  DEDUCTION-HISTORY-RECORD.
015030     COPY "dedrec.cpy".
015040 FD  DEDUCTION-HISTORY-OUT
015040     RECORD CONTAINS 49 CHARACTERS.
015040 01  DEDUCTION-HISTORY-OUT-RECORD  PIC X(49).
015100 FD  TERM-ARCHIVE
015200     RECORD CONTAINS 116 CHARACTERS.
015300 01  TERM-ARCHIVE-RECORD.
015400     COPY "studrec.cpy".
015400     COPY "termarch.cpy".
015800 FD  SUPERSEDE-REGISTER
015900     RECORD CONTAINS 34 CHARACTERS.
016000 01  SUPERSEDE-RECORD.
016100     COPY "suprsede.cpy".
016200 FD  SUPERSEDE-REGISTER-OUT
016300     RECORD CONTAINS 34 CHARACTERS.
016400 01  SUPERSEDE-OUT-RECORD          PIC X(34).
016500 FD  AUDIT-JOURNAL
016600     RECORD CONTAINS 240 CHARACTERS.
016700 01  AUDIT-JOURNAL-RECORD.
016800     COPY "audjrnl.cpy".
016900 FD  DEMO-JOURNAL
017000     RECORD CONTAINS 430 CHARACTERS.
017100 01  DEMO-JOURNAL-RECORD.
017200     COPY "demjrnl.cpy".
017300 FD  MERGE-RPT
017400     RECORD CONTAINS 80 CHARACTERS.
017500 01  MERGE-RPT-RECORD              PIC X(80).
017600 WORKING-STORAGE SECTION.
017700 01  WS-SWITCHES.
017800     05  WS-LIVE-SW                PIC X(01)  VALUE "N".
017900         88  LIVE-MERGE                       VALUE "Y".
018000     05  WS-PAIR-VALID-SW          PIC X(01)  VALUE "N".
018100         88  PAIR-IS-VALID                    VALUE "Y".
018200     05  WS-ID-VALID-SW            PIC X(01)  VALUE "Y".
018300         88  ID-IS-VALID                      VALUE "Y".
018400     05  WS-XREF-OPEN-SW           PIC X(01)  VALUE "N".
018500         88  XREF-IS-OPEN                     VALUE "Y".
018600     05  WS-MASTER-OPEN-SW         PIC X(01)  VALUE "N".
018700         88  MASTER-IS-OPEN                   VALUE "Y".
018800     05  WS-DEMO-OPEN-SW           PIC X(01)  VALUE "N".
018900         88  DEMO-IS-OPEN                     VALUE "Y".
019000     05  WS-HOLDS-OPEN-SW          PIC X(01)  VALUE "N".
019100         88  HOLDS-ARE-OPEN                   VALUE "Y".
019200     05  WS-WAITLIST-OPEN-SW       PIC X(01)  VALUE "N".
019300         88  WAITLIST-IS-OPEN                 VALUE "Y".
019350     05  WS-LEDGER-OPEN-SW         PIC X(01)  VALUE "N".
019350         88  LEDGER-IS-OPEN                   VALUE "Y".
019400     05  WS-JOURNALS-OPEN-SW       PIC X(01)  VALUE "N".
019500         88  JOURNALS-ARE-OPEN                VALUE "Y".
019600     05  WS-SCAN-DONE-SW           PIC X(01)  VALUE "N".
019700         88  SCAN-IS-DONE                     VALUE "Y".
019800     05  WS-FILE-EOF-SW            PIC X(01)  VALUE "N".
019900         88  FILE-EOF                         VALUE "Y".
020000     05  WS-COLLISION-SW           PIC X(01)  VALUE "N".
020100         88  SURVIVOR-HAS-KEY                 VALUE "Y".
020200 01  WS-SURVIVOR-ID                PIC X(08)  VALUE SPACES.
020300 01  WS-RETIRED-ID                 PIC X(08)  VALUE SPACES.
020400 01  WS-OPERATOR-ID                PIC X(08)  VALUE "IDMERGE".
020500 01  WS-REFUSE-TEXT                PIC X(60)  VALUE SPACES.
020600 01  WS-RUN-STAMP.
020700     05  WS-RUN-DATE               PIC X(08).
020800     05  WS-RUN-TIME.
020900         10  WS-RUN-TIME-HHMMSS    PIC X(06).
021000         10  FILLER                PIC X(02).
021100 01  WS-JOURNAL-CONTROLS.
021200     05  WS-JR-ACTION              PIC X(08).
021300     05  WS-JR-FILE                PIC X(08).
021400     05  WS-JR-SEQUENCE            PIC 9(07)  VALUE ZERO.
021500     05  WS-BEFORE-IMAGE           PIC X(97).
021600     05  WS-AFTER-IMAGE            PIC X(97).
021700     05  WS-DJ-ACTION              PIC X(08).
021800     05  WS-DJ-BEFORE-IMAGE        PIC X(200).
021900     05  WS-DJ-AFTER-IMAGE         PIC X(200).
022000 01  WS-RESUME-KEY                 PIC X(14).
022100 01  WS-OLD-IMAGE.
022200     COPY "studrec.cpy".
022300 01  WS-NEW-IMAGE.
022400     COPY "studrec.cpy".
022500 01  WS-SURVIVOR-IMAGE.
022600     COPY "studrec.cpy".
022700 01  WS-OLD-HOLD                   PIC X(66).
022800 01  WS-OLD-WAIT                   PIC X(110).
022850 01  WS-OLD-LEDGER                 PIC X(80).
022850 01  WS-LEDGER-RESUME-KEY          PIC X(20).
022850 01  WS-OLD-ARCHIVE                PIC X(116).
022850 01  WS-ARCHIVE-RESUME-KEY         PIC X(19).
022900 01  WS-OLD-DEMO                   PIC X(200).
023000 01  WS-RPT-FILE                   PIC X(08).
023100 01  WS-RPT-KEY                    PIC X(14).
023200 01  WS-RPT-TEXT                   PIC X(44).
023300 01  WS-COUNTERS.
023400     05  WS-MASTER-MOVED           PIC 9(05)  VALUE ZERO.
023500     05  WS-MASTER-REPLACED        PIC 9(05)  VALUE ZERO.
023600     05  WS-MASTER-DROPPED         PIC 9(05)  VALUE ZERO.
023700     05  WS-DEMO-MOVED             PIC 9(05)  VALUE ZERO.
023800     05  WS-DEMO-DROPPED           PIC 9(05)  VALUE ZERO.
023900     05  WS-HOLDS-MOVED            PIC 9(05)  VALUE ZERO.
024000     05  WS-HOLDS-DROPPED          PIC 9(05)  VALUE ZERO.
024100     05  WS-WAIT-MOVED             PIC 9(05)  VALUE ZERO.
024200     05  WS-WAIT-DROPPED           PIC 9(05)  VALUE ZERO.
024250     05  WS-LEDGER-MOVED           PIC 9(05)  VALUE ZERO.
024250     05  WS-LEDGER-DROPPED         PIC 9(05)  VALUE ZERO.
024300     05  WS-HIST-MOVED             PIC 9(05)  VALUE ZERO.
024400     05  WS-ATTN-MOVED             PIC 9(05)  VALUE ZERO.
024450     05  WS-XFER-MOVED             PIC 9(05)  VALUE ZERO.
024450     05  WS-DED-MOVED              PIC 9(05)  VALUE ZERO.
024500     05  WS-ARCH-MOVED             PIC 9(05)  VALUE ZERO.
024500     05  WS-ARCH-DROPPED           PIC 9(05)  VALUE ZERO.
024600     05  WS-SUPR-MOVED             PIC 9(05)  VALUE ZERO.
024700     05  WS-XREF-REPOINTED         PIC 9(05)  VALUE ZERO.
024800 01  FSC-CONTROLS.
024900     COPY "fscctl.cpy".
025000 PROCEDURE DIVISION.
025100*-----------------------------------------------------------*
025200* 0000-MAINLINE                                             *
025300*-----------------------------------------------------------*
025400 0000-MAINLINE.
025400     MOVE "IDMERGE" TO FSC-STEP-PROGRAM
025400     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025600     IF PAIR-IS-VALID
025700         PERFORM 2100-MERGE-STUDENT-MASTER THRU 2100-EXIT
025800         PERFORM 2200-MERGE-DEMOGRAPHIC THRU 2200-EXIT
025900         PERFORM 2300-MERGE-HOLDS THRU 2300-EXIT
026000         PERFORM 2350-MERGE-WAITLIST THRU 2350-EXIT
026050         PERFORM 2370-MERGE-LEDGER THRU 2370-EXIT
026100         PERFORM 2400-REKEY-GRADE-HISTORY THRU 2400-EXIT
026200         PERFORM 2450-REKEY-ATTENDANCE THRU 2450-EXIT
026250         PERFORM 2470-REKEY-TRANSFER-HISTORY THRU 2470-EXIT
026250         PERFORM 2480-REKEY-DEDUCTIONS THRU 2480-EXIT
026300         PERFORM 2500-REKEY-TERM-ARCHIVE THRU 2500-EXIT
026400         PERFORM 2550-REKEY-SUPERSEDE THRU 2550-EXIT
026500         PERFORM 2600-POST-CROSS-REFERENCE THRU 2600-EXIT
026600     END-IF
026700     PERFORM 3000-TERMINATE THRU 3000-EXIT
026700     ADD WS-MASTER-MOVED WS-MASTER-REPLACED WS-DEMO-MOVED
026700         WS-HOLDS-MOVED WS-WAIT-MOVED WS-LEDGER-MOVED
026700         WS-HIST-MOVED WS-ATTN-MOVED WS-ARCH-MOVED
026700         WS-SUPR-MOVED WS-XREF-REPOINTED WS-XFER-MOVED
026700         WS-DED-MOVED
026700         GIVING FSC-STEP-RECORDS-OUT
026700     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
026800     GOBACK.
026900*-----------------------------------------------------------*
027000* 1000-INITIALIZE - READ THE MERGE CARD, CHECK THE PAIR, AND *
027100*                   OPEN THE MASTERS (AND, LIVE, THE         *
027200*                   JOURNALS)                                *
027300*-----------------------------------------------------------*
027400 1000-INITIALIZE.
027500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
027600     ACCEPT WS-RUN-TIME FROM TIME
027700     OPEN OUTPUT MERGE-RPT
027800     MOVE "MERGE-RPT" TO FSC-FILE-NAME
027900     MOVE "OPEN"      TO FSC-OPERATION
028000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
028100     OPEN INPUT MERGE-CARD
028200     IF FSC-STATUS-CODE = "35"
028300         MOVE "NO MERGCARD - NOTHING MERGED" TO MERGE-RPT-RECORD
028400         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
028500         DISPLAY "IDMERGE - NO MERGCARD - NOTHING MERGED"
028600         GO TO 1000-EXIT
028700     END-IF
028800     MOVE "MERGE-CARD" TO FSC-FILE-NAME
028900     MOVE "OPEN"       TO FSC-OPERATION
029000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029100     READ MERGE-CARD
029200         AT END
029300             MOVE SPACES TO MERGE-CARD-RECORD
029400     END-READ
029500     MOVE MG-SURVIVOR-ID TO WS-SURVIVOR-ID
029600     MOVE MG-RETIRED-ID  TO WS-RETIRED-ID
029700     IF MG-OPERATOR-ID NOT = SPACES
029800         MOVE MG-OPERATOR-ID TO WS-OPERATOR-ID
029900     END-IF
030000     IF MG-MODE-LIVE
030100         SET LIVE-MERGE TO TRUE
030200     END-IF
030300     CLOSE MERGE-CARD
030400     MOVE "CLOSE" TO FSC-OPERATION
030500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
030600     MOVE SPACES TO MERGE-RPT-RECORD
030700     IF LIVE-MERGE
030800         STRING "STUDENT-ID MERGE (LIVE) - " DELIMITED BY SIZE
030900             WS-RUN-DATE DELIMITED BY SIZE
031000             INTO MERGE-RPT-RECORD
031100         END-STRING
031200     ELSE
031300         STRING "STUDENT-ID MERGE (TRIAL - NOTHING CHANGED) - "
031400                 DELIMITED BY SIZE
031500             WS-RUN-DATE DELIMITED BY SIZE
031600             INTO MERGE-RPT-RECORD
031700         END-STRING
031800     END-IF
031900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
032000     MOVE SPACES TO MERGE-RPT-RECORD
032100     STRING "RETIRED ID " DELIMITED BY SIZE
032200         WS-RETIRED-ID DELIMITED BY SIZE
032300         " INTO SURVIVOR " DELIMITED BY SIZE
032400         WS-SURVIVOR-ID DELIMITED BY SIZE
032500         "  OPERATOR " DELIMITED BY SIZE
032600         WS-OPERATOR-ID DELIMITED BY SIZE
032700         INTO MERGE-RPT-RECORD
032800     END-STRING
032900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
033000     MOVE SPACES TO MERGE-RPT-RECORD
033100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
033200     PERFORM 1100-VALIDATE-PAIR THRU 1100-EXIT
033300     IF NOT PAIR-IS-VALID
033400         GO TO 1000-EXIT
033500     END-IF
033600     PERFORM 1200-OPEN-MASTERS THRU 1200-EXIT
033700     IF LIVE-MERGE
033800         PERFORM 1300-OPEN-JOURNALS THRU 1300-EXIT
033900     END-IF
034000     .
034100 1000-EXIT.
034200     EXIT.
034300*-----------------------------------------------------------*
034400* 1100-VALIDATE-PAIR - BOTH IDS PRESENT, DIFFERENT, AND      *
034500*                      CHECK-DIGIT GOOD; THE RETIRED ID NOT  *
034600*                      ALREADY MERGED AND THE SURVIVOR NOT   *
034700*                      ITSELF RETIRED                        *
034800*-----------------------------------------------------------*
034900 1100-VALIDATE-PAIR.
035000     IF WS-SURVIVOR-ID = SPACES OR WS-RETIRED-ID = SPACES
035100         MOVE "BOTH A SURVIVOR AND A RETIRED ID ARE REQUIRED"
035200             TO WS-REFUSE-TEXT
035300         PERFORM 1150-REFUSE-PAIR THRU 1150-EXIT
035400         GO TO 1100-EXIT
035500     END-IF
035600     IF WS-SURVIVOR-ID = WS-RETIRED-ID
035700         MOVE "SURVIVOR AND RETIRED IDS ARE THE SAME"
035800             TO WS-REFUSE-TEXT
035900         PERFORM 1150-REFUSE-PAIR THRU 1150-EXIT
036000         GO TO 1100-EXIT
036100     END-IF
036200     CALL "IF-ELSE" USING WS-SURVIVOR-ID WS-ID-VALID-SW
036300     IF NOT ID-IS-VALID
036400         MOVE "SURVIVOR ID FAILS THE CHECK DIGIT"
036500             TO WS-REFUSE-TEXT
036600         PERFORM 1150-REFUSE-PAIR THRU 1150-EXIT
036700         GO TO 1100-EXIT
036800     END-IF
036900     CALL "IF-ELSE" USING WS-RETIRED-ID WS-ID-VALID-SW
037000     IF NOT ID-IS-VALID
037100         MOVE "RETIRED ID FAILS THE CHECK DIGIT"
037200             TO WS-REFUSE-TEXT
037300         PERFORM 1150-REFUSE-PAIR THRU 1150-EXIT
037400         GO TO 1100-EXIT
037500     END-IF
037600     IF LIVE-MERGE
037700         OPEN I-O ID-XREF
037800         IF FSC-STATUS-CODE = "35"
037900             OPEN OUTPUT ID-XREF
038000             CLOSE ID-XREF
038100             OPEN I-O ID-XREF
038200         END-IF
038300     ELSE
038400         OPEN INPUT ID-XREF
038500     END-IF
038600     IF FSC-STATUS-CODE = "35"
038700         SET PAIR-IS-VALID TO TRUE
038800         GO TO 1100-EXIT
038900     END-IF
039000     MOVE "ID-XREF" TO FSC-FILE-NAME
039100     MOVE "OPEN"    TO FSC-OPERATION
039200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
039300     SET XREF-IS-OPEN TO TRUE
039400     MOVE WS-RETIRED-ID TO XR-RETIRED-ID
039500     PERFORM 1180-READ-XREF THRU 1180-EXIT
039600     IF FSC-STATUS-CODE = "00"
039700         MOVE SPACES TO WS-REFUSE-TEXT
039800         STRING "RETIRED ID WAS ALREADY MERGED INTO "
039900                 DELIMITED BY SIZE
040000             XR-SURVIVOR-ID DELIMITED BY SIZE
040100             INTO WS-REFUSE-TEXT
040200         END-STRING
040300         PERFORM 1150-REFUSE-PAIR THRU 1150-EXIT
040400         GO TO 1100-EXIT
040500     END-IF
040600     MOVE WS-SURVIVOR-ID TO XR-RETIRED-ID
040700     PERFORM 1180-READ-XREF THRU 1180-EXIT
040800     IF FSC-STATUS-CODE = "00"
040900         MOVE SPACES TO WS-REFUSE-TEXT
041000         STRING "SURVIVOR ID IS ITSELF RETIRED - MERGE INTO "
041100                 DELIMITED BY SIZE
041200             XR-SURVIVOR-ID DELIMITED BY SIZE
041300             INTO WS-REFUSE-TEXT
041400         END-STRING
041500         PERFORM 1150-REFUSE-PAIR THRU 1150-EXIT
041600         GO TO 1100-EXIT
041700     END-IF
041800     SET PAIR-IS-VALID TO TRUE
041900     .
042000 1100-EXIT.
042100     EXIT.
042200*-----------------------------------------------------------*
042300* 1150-REFUSE-PAIR - REPORT WHY THE CARD WAS REFUSED; THE    *
042400*                    STEP ENDS RC=8 AND NOTHING IS TOUCHED   *
042500*-----------------------------------------------------------*
042600 1150-REFUSE-PAIR.
042700     MOVE SPACES TO MERGE-RPT-RECORD
042800     STRING "MERGE REFUSED - " DELIMITED BY SIZE
042900         WS-REFUSE-TEXT DELIMITED BY SIZE
043000         INTO MERGE-RPT-RECORD
043100     END-STRING
043200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
043300     DISPLAY "IDMERGE - MERGE REFUSED - " WS-REFUSE-TEXT
043400     MOVE 8 TO RETURN-CODE
043500     .
043600 1150-EXIT.
043700     EXIT.
043800*-----------------------------------------------------------*
043900* 1180-READ-XREF - KEYED READ OF THE CROSS-REFERENCE ON      *
044000*                  XR-RETIRED-ID; STATUS "23" IS NOT FOUND   *
044100*-----------------------------------------------------------*
044200 1180-READ-XREF.
044300     READ ID-XREF
044400         INVALID KEY
044500             GO TO 1180-EXIT
044600     END-READ
044700     MOVE "ID-XREF" TO FSC-FILE-NAME
044800     MOVE "READ"    TO FSC-OPERATION
044900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
045000     .
045100 1180-EXIT.
045200     EXIT.
045300*-----------------------------------------------------------*
045400* 1200-OPEN-MASTERS - THE FOUR KSDS FILES MERGED IN PLACE;   *
045500*                     A MISSING ONE IS SKIPPED               *
045600*-----------------------------------------------------------*
045700 1200-OPEN-MASTERS.
045800     IF LIVE-MERGE
045900         OPEN I-O STUDENT-MASTER
046000     ELSE
046100         OPEN INPUT STUDENT-MASTER
046200     END-IF
046300     IF FSC-STATUS-CODE = "35"
046400         DISPLAY "IDMERGE - NO STUDENT-MASTER FILE - SKIPPED"
046500     ELSE
046600         MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
046700         MOVE "OPEN"           TO FSC-OPERATION
046800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
046900         SET MASTER-IS-OPEN TO TRUE
047000     END-IF
047100     IF LIVE-MERGE
047200         OPEN I-O DEMOGRAPHIC-MASTER
047300     ELSE
047400         OPEN INPUT DEMOGRAPHIC-MASTER
047500     END-IF
047600     IF FSC-STATUS-CODE = "35"
047700         DISPLAY "IDMERGE - NO DEMOGRAPHIC MASTER - SKIPPED"
047800     ELSE
047900         MOVE "DEMO-MASTER" TO FSC-FILE-NAME
048000         MOVE "OPEN"        TO FSC-OPERATION
048100         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
048200         SET DEMO-IS-OPEN TO TRUE
048300     END-IF
048400     IF LIVE-MERGE
048500         OPEN I-O HOLD-FILE
048600     ELSE
048700         OPEN INPUT HOLD-FILE
048800     END-IF
048900     IF FSC-STATUS-CODE = "35"
049000         CONTINUE
049100     ELSE
049200         MOVE "HOLD-FILE" TO FSC-FILE-NAME
049300         MOVE "OPEN"      TO FSC-OPERATION
049400         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
049500         SET HOLDS-ARE-OPEN TO TRUE
049600     END-IF
049700     IF LIVE-MERGE
049800         OPEN I-O WAITLIST-FILE
049900     ELSE
050000         OPEN INPUT WAITLIST-FILE
050100     END-IF
050200     IF FSC-STATUS-CODE = "35"
050300         CONTINUE
050400     ELSE
050500         MOVE "WAITLIST" TO FSC-FILE-NAME
050600         MOVE "OPEN"     TO FSC-OPERATION
050700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
050800         SET WAITLIST-IS-OPEN TO TRUE
050900     END-IF
050950     IF LIVE-MERGE
050950         OPEN I-O ACCOUNT-LEDGER
050950     ELSE
050950         OPEN INPUT ACCOUNT-LEDGER
050950     END-IF
050950     IF FSC-STATUS-CODE = "35"
050950         CONTINUE
050950     ELSE
050950         MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
050950         MOVE "OPEN"           TO FSC-OPERATION
050950         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
050950         SET LEDGER-IS-OPEN TO TRUE
050950     END-IF
051000     .
051100 1200-EXIT.
051200     EXIT.
051300*-----------------------------------------------------------*
051400* 1300-OPEN-JOURNALS - APPEND TO BOTH JOURNALS AND OPEN THE  *
051500*                      AUDIT RUN                             *
051600*-----------------------------------------------------------*
051700 1300-OPEN-JOURNALS.
051800     OPEN EXTEND AUDIT-JOURNAL
051900     IF FSC-STATUS-CODE = "35"
052000         OPEN OUTPUT AUDIT-JOURNAL
052100     END-IF
052200     MOVE "AUDIT-JOURNAL" TO FSC-FILE-NAME
052300     MOVE "OPEN"          TO FSC-OPERATION
052400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
052500     OPEN EXTEND DEMO-JOURNAL
052600     IF FSC-STATUS-CODE = "35"
052700         OPEN OUTPUT DEMO-JOURNAL
052800     END-IF
052900     MOVE "DEMO-JOURNAL" TO FSC-FILE-NAME
053000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
053100     SET JOURNALS-ARE-OPEN TO TRUE
053200     MOVE ZERO TO WS-JR-SEQUENCE
053300     MOVE "RUNOPEN" TO WS-JR-ACTION
053400     PERFORM 2910-WRITE-RUN-MARKER THRU 2910-EXIT
053500     .
053600 1300-EXIT.
053700     EXIT.
053800*-----------------------------------------------------------*
053900* 2100-MERGE-STUDENT-MASTER - WALK THE RETIRED ID'S MASTER   *
054000*                             RECORDS IN KEY ORDER           *
054100*-----------------------------------------------------------*
054200 2100-MERGE-STUDENT-MASTER.
054300     IF NOT MASTER-IS-OPEN
054400         GO TO 2100-EXIT
054500     END-IF
054600     MOVE "N" TO WS-SCAN-DONE-SW
054700     MOVE WS-RETIRED-ID
054800         TO SR-STUDENT-ID OF STUDENT-MASTER-RECORD
054900     MOVE LOW-VALUES
055000         TO SR-COURSE-CODE OF STUDENT-MASTER-RECORD
055100     START STUDENT-MASTER KEY NOT LESS THAN
055200             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
055300         INVALID KEY
055400             SET SCAN-IS-DONE TO TRUE
055500     END-START
055600     PERFORM 2110-MERGE-ONE-MASTER THRU 2110-EXIT
055700         UNTIL SCAN-IS-DONE
055800     .
055900 2100-EXIT.
056000     EXIT.
056100*-----------------------------------------------------------*
056200* 2110-MERGE-ONE-MASTER - MOVE ONE RETIRED-ID RECORD TO THE  *
056300*                         SURVIVOR. A COURSE THE SURVIVOR    *
056400*                         ALREADY HOLDS KEEPS WHICHEVER      *
056500*                         RECORD WAS POSTED LATER. THE SCAN  *
056600*                         RESTARTS PAST THE KEY JUST DONE,   *
056700*                         SINCE THE KEYED READS AND DELETES  *
056800*                         LOSE THE BROWSE POSITION           *
056900*-----------------------------------------------------------*
057000 2110-MERGE-ONE-MASTER.
057100     READ STUDENT-MASTER NEXT
057200         AT END
057300             SET SCAN-IS-DONE TO TRUE
057400             GO TO 2110-EXIT
057500     END-READ
057600     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
057700     MOVE "READ"           TO FSC-OPERATION
057800     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
057900         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
058000     END-IF
058100     IF SR-STUDENT-ID OF STUDENT-MASTER-RECORD NOT = WS-RETIRED-ID
058200         SET SCAN-IS-DONE TO TRUE
058300         GO TO 2110-EXIT
058400     END-IF
058500     MOVE STUDENT-MASTER-RECORD TO WS-OLD-IMAGE
058600     MOVE SR-MASTER-KEY OF WS-OLD-IMAGE TO WS-RESUME-KEY
058700     MOVE WS-OLD-IMAGE TO WS-NEW-IMAGE
058800     MOVE WS-SURVIVOR-ID TO SR-STUDENT-ID OF WS-NEW-IMAGE
058900     MOVE "N" TO WS-COLLISION-SW
059000     MOVE SR-MASTER-KEY OF WS-NEW-IMAGE
059100         TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
059200     READ STUDENT-MASTER
059300         INVALID KEY
059400             CONTINUE
059500     END-READ
059600     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
059700             AND FSC-STATUS-CODE NOT = "23"
059800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
059900     END-IF
060000     IF FSC-STATUS-CODE NOT = "23"
060100         SET SURVIVOR-HAS-KEY TO TRUE
060200         MOVE STUDENT-MASTER-RECORD TO WS-SURVIVOR-IMAGE
060300     END-IF
060400     MOVE "STUDMAST" TO WS-RPT-FILE
060500     MOVE WS-RESUME-KEY TO WS-RPT-KEY
060600     EVALUATE TRUE
060700         WHEN NOT SURVIVOR-HAS-KEY
060800             ADD 1 TO WS-MASTER-MOVED
060900             MOVE "MOVED TO SURVIVOR" TO WS-RPT-TEXT
061000             IF LIVE-MERGE
061100                 PERFORM 2120-WRITE-SURVIVOR-MASTER THRU 2120-EXIT
061200             END-IF
061300         WHEN SR-POSTED-DATE OF WS-OLD-IMAGE
061400                 > SR-POSTED-DATE OF WS-SURVIVOR-IMAGE
061500             ADD 1 TO WS-MASTER-REPLACED
061600             MOVE "LATER POSTING - REPLACES SURVIVOR'S RECORD"
061700                 TO WS-RPT-TEXT
061800             IF LIVE-MERGE
061900                 PERFORM 2130-REPLACE-SURVIVOR-MASTER
062000                     THRU 2130-EXIT
062100             END-IF
062200         WHEN OTHER
062300             ADD 1 TO WS-MASTER-DROPPED
062400             MOVE "DROPPED - SURVIVOR'S RECORD IS LATER"
062500                 TO WS-RPT-TEXT
062600     END-EVALUATE
062700     PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
062800     IF LIVE-MERGE
062900         PERFORM 2140-DELETE-RETIRED-MASTER THRU 2140-EXIT
063000     END-IF
063100     MOVE WS-RESUME-KEY TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
063200     START STUDENT-MASTER KEY GREATER THAN
063300             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
063400         INVALID KEY
063500             SET SCAN-IS-DONE TO TRUE
063600     END-START
063700     .
063800 2110-EXIT.
063900     EXIT.
064000*-----------------------------------------------------------*
064100* 2120-WRITE-SURVIVOR-MASTER - ADD THE RE-KEYED RECORD       *
064200*-----------------------------------------------------------*
064300 2120-WRITE-SURVIVOR-MASTER.
064400     MOVE WS-NEW-IMAGE TO STUDENT-MASTER-RECORD
064500     WRITE STUDENT-MASTER-RECORD
064600     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
064700     MOVE "WRITE"          TO FSC-OPERATION
064800     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
064900         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
065000     END-IF
065100     MOVE "WRITE"      TO WS-JR-ACTION
065200     MOVE SPACES       TO WS-JR-FILE
065300     MOVE SPACES       TO WS-BEFORE-IMAGE
065400     MOVE WS-NEW-IMAGE TO WS-AFTER-IMAGE
065500     PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
065600     .
065700 2120-EXIT.
065800     EXIT.
065900*-----------------------------------------------------------*
066000* 2130-REPLACE-SURVIVOR-MASTER - THE RETIRED ID'S POSTING IS *
066100*                                THE LATER ONE - IT REPLACES *
066200*                                THE SURVIVOR'S RECORD       *
066300*-----------------------------------------------------------*
066400 2130-REPLACE-SURVIVOR-MASTER.
066500     MOVE WS-NEW-IMAGE TO STUDENT-MASTER-RECORD
066600     REWRITE STUDENT-MASTER-RECORD
066700     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
066800     MOVE "REWRITE"        TO FSC-OPERATION
066900     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
067000         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
067100     END-IF
067200     MOVE "REWRITE"         TO WS-JR-ACTION
067300     MOVE SPACES            TO WS-JR-FILE
067400     MOVE WS-SURVIVOR-IMAGE TO WS-BEFORE-IMAGE
067500     MOVE WS-NEW-IMAGE      TO WS-AFTER-IMAGE
067600     PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
067700     .
067800 2130-EXIT.
067900     EXIT.
068000*-----------------------------------------------------------*
068100* 2140-DELETE-RETIRED-MASTER - REMOVE THE RETIRED-ID RECORD  *
068200*-----------------------------------------------------------*
068300 2140-DELETE-RETIRED-MASTER.
068400     MOVE WS-RESUME-KEY TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
068500     DELETE STUDENT-MASTER
068600     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
068700     MOVE "DELETE"         TO FSC-OPERATION
068800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
068900     MOVE "DELETE"     TO WS-JR-ACTION
069000     MOVE SPACES       TO WS-JR-FILE
069100     MOVE WS-OLD-IMAGE TO WS-BEFORE-IMAGE
069200     MOVE SPACES       TO WS-AFTER-IMAGE
069300     PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
069400     .
069500 2140-EXIT.
069600     EXIT.
069700*-----------------------------------------------------------*
069800* 2200-MERGE-DEMOGRAPHIC - THE SURVIVOR'S OWN DEMOGRAPHIC    *
069900*                          RECORD STANDS; THE RETIRED ID'S   *
070000*                          MOVES ACROSS ONLY WHEN THE        *
070100*                          SURVIVOR HAS NONE                 *
070200*-----------------------------------------------------------*
070300 2200-MERGE-DEMOGRAPHIC.
070400     IF NOT DEMO-IS-OPEN
070500         GO TO 2200-EXIT
070600     END-IF
070700     MOVE "DEMOMAST" TO WS-RPT-FILE
070800     MOVE WS-RETIRED-ID TO WS-RPT-KEY
070900     MOVE WS-RETIRED-ID TO DM-STUDENT-ID
071000     READ DEMOGRAPHIC-MASTER
071100         INVALID KEY
071200             MOVE "NO RECORD UNDER THE RETIRED ID" TO WS-RPT-TEXT
071300             PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
071400             GO TO 2200-EXIT
071500     END-READ
071600     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
071700     MOVE "READ"        TO FSC-OPERATION
071800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
071900     MOVE DEMOGRAPHIC-RECORD TO WS-OLD-DEMO
072000     MOVE WS-SURVIVOR-ID TO DM-STUDENT-ID
072100     READ DEMOGRAPHIC-MASTER
072200         INVALID KEY
072300             CONTINUE
072400     END-READ
072500     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
072600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
072700     END-IF
072800     IF FSC-STATUS-CODE = "00"
072900         ADD 1 TO WS-DEMO-DROPPED
073000         MOVE "DROPPED - SURVIVOR'S RECORD STANDS" TO WS-RPT-TEXT
073100     ELSE
073200         ADD 1 TO WS-DEMO-MOVED
073300         MOVE "MOVED TO SURVIVOR" TO WS-RPT-TEXT
073400         IF LIVE-MERGE
073500             MOVE WS-OLD-DEMO TO DEMOGRAPHIC-RECORD
073600             MOVE WS-SURVIVOR-ID TO DM-STUDENT-ID
073700             WRITE DEMOGRAPHIC-RECORD
073800             MOVE "DEMO-MASTER" TO FSC-FILE-NAME
073900             MOVE "WRITE"       TO FSC-OPERATION
074000             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
074100             MOVE "WRITE"            TO WS-DJ-ACTION
074200             MOVE SPACES             TO WS-DJ-BEFORE-IMAGE
074300             MOVE DEMOGRAPHIC-RECORD TO WS-DJ-AFTER-IMAGE
074400             PERFORM 2950-WRITE-DEMO-JOURNAL THRU 2950-EXIT
074500         END-IF
074600     END-IF
074700     PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
074800     IF NOT LIVE-MERGE
074900         GO TO 2200-EXIT
075000     END-IF
075100     MOVE WS-RETIRED-ID TO DM-STUDENT-ID
075200     DELETE DEMOGRAPHIC-MASTER
075300     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
075400     MOVE "DELETE"      TO FSC-OPERATION
075500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
075600     MOVE "DELETE"    TO WS-DJ-ACTION
075700     MOVE WS-OLD-DEMO TO WS-DJ-BEFORE-IMAGE
075800     MOVE SPACES      TO WS-DJ-AFTER-IMAGE
075900     PERFORM 2950-WRITE-DEMO-JOURNAL THRU 2950-EXIT
076000     .
076100 2200-EXIT.
076200     EXIT.
076300*-----------------------------------------------------------*
076400* 2300-MERGE-HOLDS - MOVE THE RETIRED ID'S GRADE HOLDS; A    *
076500*                    HOLD THE SURVIVOR ALREADY HAS ON THE    *
076600*                    SAME COURSE STANDS                      *
076700*-----------------------------------------------------------*
076800 2300-MERGE-HOLDS.
076900     IF NOT HOLDS-ARE-OPEN
077000         GO TO 2300-EXIT
077100     END-IF
077200     MOVE "N" TO WS-SCAN-DONE-SW
077300     MOVE WS-RETIRED-ID TO HD-STUDENT-ID
077400     MOVE LOW-VALUES    TO HD-COURSE-CODE
077500     START HOLD-FILE KEY NOT LESS THAN HD-MASTER-KEY
077600         INVALID KEY
077700             SET SCAN-IS-DONE TO TRUE
077800     END-START
077900     PERFORM 2310-MERGE-ONE-HOLD THRU 2310-EXIT
078000         UNTIL SCAN-IS-DONE
078100     .
078200 2300-EXIT.
078300     EXIT.
078400*-----------------------------------------------------------*
078500* 2310-MERGE-ONE-HOLD - ONE RETIRED-ID HOLD                  *
078600*-----------------------------------------------------------*
078700 2310-MERGE-ONE-HOLD.
078800     READ HOLD-FILE NEXT
078900         AT END
079000             SET SCAN-IS-DONE TO TRUE
079100             GO TO 2310-EXIT
079200     END-READ
079300     MOVE "HOLD-FILE" TO FSC-FILE-NAME
079400     MOVE "READ"      TO FSC-OPERATION
079500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
079600     IF HD-STUDENT-ID NOT = WS-RETIRED-ID
079700         SET SCAN-IS-DONE TO TRUE
079800         GO TO 2310-EXIT
079900     END-IF
080000     MOVE GRADE-HOLD-RECORD TO WS-OLD-HOLD
080100     MOVE HD-MASTER-KEY TO WS-RESUME-KEY
080200     MOVE WS-SURVIVOR-ID TO HD-STUDENT-ID
080300     READ HOLD-FILE
080400         INVALID KEY
080500             CONTINUE
080600     END-READ
080700     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
080800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
080900     END-IF
081000     MOVE "HOLDFILE" TO WS-RPT-FILE
081100     MOVE WS-RESUME-KEY TO WS-RPT-KEY
081200     MOVE "REKEY"    TO WS-JR-ACTION
081300     MOVE "HOLDFILE" TO WS-JR-FILE
081400     MOVE WS-OLD-HOLD TO WS-BEFORE-IMAGE
081500     IF FSC-STATUS-CODE = "00"
081600         ADD 1 TO WS-HOLDS-DROPPED
081700         MOVE "DROPPED - SURVIVOR ALREADY HELD" TO WS-RPT-TEXT
081800         MOVE SPACES TO WS-AFTER-IMAGE
081900     ELSE
082000         ADD 1 TO WS-HOLDS-MOVED
082100         MOVE "MOVED TO SURVIVOR" TO WS-RPT-TEXT
082200         MOVE WS-OLD-HOLD TO GRADE-HOLD-RECORD
082300         MOVE WS-SURVIVOR-ID TO HD-STUDENT-ID
082400         MOVE GRADE-HOLD-RECORD TO WS-AFTER-IMAGE
082500         IF LIVE-MERGE
082600             WRITE GRADE-HOLD-RECORD
082700             MOVE "HOLD-FILE" TO FSC-FILE-NAME
082800             MOVE "WRITE"     TO FSC-OPERATION
082900             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
083000         END-IF
083100     END-IF
083200     PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
083300     IF LIVE-MERGE
083400         MOVE WS-RESUME-KEY TO HD-MASTER-KEY
083500         DELETE HOLD-FILE
083600         MOVE "HOLD-FILE" TO FSC-FILE-NAME
083700         MOVE "DELETE"    TO FSC-OPERATION
083800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
083900         PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
084000     END-IF
084100     MOVE WS-RESUME-KEY TO HD-MASTER-KEY
084200     START HOLD-FILE KEY GREATER THAN HD-MASTER-KEY
084300         INVALID KEY
084400             SET SCAN-IS-DONE TO TRUE
084500     END-START
084600     .
084700 2310-EXIT.
084800     EXIT.
084900*-----------------------------------------------------------*
085000* 2350-MERGE-WAITLIST - MOVE THE RETIRED ID'S WAITLIST       *
085100*                       ENTRIES; AN ENTRY THE SURVIVOR       *
085200*                       ALREADY HAS FOR THE SAME SECTION     *
085300*                       STANDS. THE ENTRY KEEPS ITS QUEUE    *
085400*                       STAMP, SO ITS PLACE IN LINE HOLDS    *
085500*-----------------------------------------------------------*
085600 2350-MERGE-WAITLIST.
085700     IF NOT WAITLIST-IS-OPEN
085800         GO TO 2350-EXIT
085900     END-IF
086000     MOVE "N" TO WS-SCAN-DONE-SW
086100     MOVE WS-RETIRED-ID TO WL-STUDENT-ID
086200     MOVE LOW-VALUES    TO WL-COURSE-CODE
086300     START WAITLIST-FILE KEY NOT LESS THAN WL-MASTER-KEY
086400         INVALID KEY
086500             SET SCAN-IS-DONE TO TRUE
086600     END-START
086700     PERFORM 2360-MERGE-ONE-WAITER THRU 2360-EXIT
086800         UNTIL SCAN-IS-DONE
086900     .
087000 2350-EXIT.
087100     EXIT.
087200*-----------------------------------------------------------*
087300* 2360-MERGE-ONE-WAITER - ONE RETIRED-ID WAITLIST ENTRY      *
087400*-----------------------------------------------------------*
087500 2360-MERGE-ONE-WAITER.
087600     READ WAITLIST-FILE NEXT
087700         AT END
087800             SET SCAN-IS-DONE TO TRUE
087900             GO TO 2360-EXIT
088000     END-READ
088100     MOVE "WAITLIST" TO FSC-FILE-NAME
088200     MOVE "READ"     TO FSC-OPERATION
088300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
088400     IF WL-STUDENT-ID NOT = WS-RETIRED-ID
088500         SET SCAN-IS-DONE TO TRUE
088600         GO TO 2360-EXIT
088700     END-IF
088800     MOVE WAITLIST-RECORD TO WS-OLD-WAIT
088900     MOVE WL-MASTER-KEY TO WS-RESUME-KEY
089000     MOVE WS-SURVIVOR-ID TO WL-STUDENT-ID
089100     READ WAITLIST-FILE
089200         INVALID KEY
089300             CONTINUE
089400     END-READ
089500     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
089600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
089700     END-IF
089800     MOVE "WAITLIST" TO WS-RPT-FILE
089900     MOVE WS-RESUME-KEY TO WS-RPT-KEY
090000     MOVE "REKEY"    TO WS-JR-ACTION
090100     MOVE "WAITLIST" TO WS-JR-FILE
090200     MOVE WS-OLD-WAIT TO WS-BEFORE-IMAGE
090300     IF FSC-STATUS-CODE = "00"
090400         ADD 1 TO WS-WAIT-DROPPED
090500         MOVE "DROPPED - SURVIVOR ALREADY WAITING" TO WS-RPT-TEXT
090600         MOVE SPACES TO WS-AFTER-IMAGE
090700     ELSE
090800         ADD 1 TO WS-WAIT-MOVED
090900         MOVE "MOVED TO SURVIVOR" TO WS-RPT-TEXT
091000         MOVE WS-OLD-WAIT TO WAITLIST-RECORD
091100         MOVE WS-SURVIVOR-ID TO WL-STUDENT-ID
091200         MOVE WAITLIST-RECORD TO WS-AFTER-IMAGE
091300         IF LIVE-MERGE
091400             WRITE WAITLIST-RECORD
091500             MOVE "WAITLIST" TO FSC-FILE-NAME
091600             MOVE "WRITE"    TO FSC-OPERATION
091700             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
091800         END-IF
091900     END-IF
092000     PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
092100     IF LIVE-MERGE
092200         MOVE WS-RESUME-KEY TO WL-MASTER-KEY
092300         DELETE WAITLIST-FILE
092400         MOVE "WAITLIST" TO FSC-FILE-NAME
092500         MOVE "DELETE"   TO FSC-OPERATION
092600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
092700         PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
092800     END-IF
092900     MOVE WS-RESUME-KEY TO WL-MASTER-KEY
093000     START WAITLIST-FILE KEY GREATER THAN WL-MASTER-KEY
093100         INVALID KEY
093200             SET SCAN-IS-DONE TO TRUE
093300     END-START
093400     .
093500 2360-EXIT.
093600     EXIT.
093650*-----------------------------------------------------------*
093650* 2370-MERGE-LEDGER - MOVE THE RETIRED ID'S ACCOUNT-LEDGER   *
093650*                     ENTRIES; AN ENTRY THE SURVIVOR         *
093650*                     ALREADY HAS FOR THE SAME TERM, COURSE, *
093650*                     AND TYPE STANDS. A MOVED ENTRY KEEPS   *
093650*                     ITS POSTING AND STATEMENT DATES        *
093650*-----------------------------------------------------------*
093650 2370-MERGE-LEDGER.
093650     IF NOT LEDGER-IS-OPEN
093650         GO TO 2370-EXIT
093650     END-IF
093650     MOVE "N" TO WS-SCAN-DONE-SW
093650     MOVE LOW-VALUES    TO LG-LEDGER-KEY
093650     MOVE WS-RETIRED-ID TO LG-STUDENT-ID
093650     START ACCOUNT-LEDGER KEY NOT LESS THAN LG-LEDGER-KEY
093650         INVALID KEY
093650             SET SCAN-IS-DONE TO TRUE
093650     END-START
093650     PERFORM 2380-MERGE-ONE-LEDGER THRU 2380-EXIT
093650         UNTIL SCAN-IS-DONE
093650     .
093650 2370-EXIT.
093650     EXIT.
093650*-----------------------------------------------------------*
093650* 2380-MERGE-ONE-LEDGER - ONE RETIRED-ID LEDGER ENTRY        *
093650*-----------------------------------------------------------*
093650 2380-MERGE-ONE-LEDGER.
093650     READ ACCOUNT-LEDGER NEXT
093650         AT END
093650             SET SCAN-IS-DONE TO TRUE
093650             GO TO 2380-EXIT
093650     END-READ
093650     MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
093650     MOVE "READ"           TO FSC-OPERATION
093650     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
093650     IF LG-STUDENT-ID NOT = WS-RETIRED-ID
093650         SET SCAN-IS-DONE TO TRUE
093650         GO TO 2380-EXIT
093650     END-IF
093650     MOVE ACCOUNT-LEDGER-RECORD TO WS-OLD-LEDGER
093650     MOVE LG-LEDGER-KEY TO WS-LEDGER-RESUME-KEY
093650     MOVE "ACCTLEDG" TO WS-RPT-FILE
093650     MOVE SPACES TO WS-RPT-KEY
093650     STRING LG-STUDENT-ID DELIMITED BY SIZE
093650         LG-COURSE-CODE DELIMITED BY SIZE
093650         INTO WS-RPT-KEY
093650     END-STRING
093650     MOVE WS-SURVIVOR-ID TO LG-STUDENT-ID
093650     READ ACCOUNT-LEDGER
093650         INVALID KEY
093650             CONTINUE
093650     END-READ
093650     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
093650         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
093650     END-IF
093650     MOVE "REKEY"    TO WS-JR-ACTION
093650     MOVE "ACCTLEDG" TO WS-JR-FILE
093650     MOVE WS-OLD-LEDGER TO WS-BEFORE-IMAGE
093650     MOVE SPACES TO WS-RPT-TEXT
093650     IF FSC-STATUS-CODE = "00"
093650         ADD 1 TO WS-LEDGER-DROPPED
093650         MOVE WS-OLD-LEDGER TO ACCOUNT-LEDGER-RECORD
093650         STRING "DROPPED - SURVIVOR BILLED - TERM "
093650                 DELIMITED BY SIZE
093650             LG-TERM-CODE DELIMITED BY SIZE
093650             " " DELIMITED BY SIZE
093650             LG-ENTRY-TYPE DELIMITED BY SIZE
093650             INTO WS-RPT-TEXT
093650         END-STRING
093650         MOVE SPACES TO WS-AFTER-IMAGE
093650     ELSE
093650         ADD 1 TO WS-LEDGER-MOVED
093650         MOVE WS-OLD-LEDGER TO ACCOUNT-LEDGER-RECORD
093650         STRING "MOVED TO SURVIVOR - TERM " DELIMITED BY SIZE
093650             LG-TERM-CODE DELIMITED BY SIZE
093650             " " DELIMITED BY SIZE
093650             LG-ENTRY-TYPE DELIMITED BY SIZE
093650             INTO WS-RPT-TEXT
093650         END-STRING
093650         MOVE WS-SURVIVOR-ID TO LG-STUDENT-ID
093650         MOVE ACCOUNT-LEDGER-RECORD TO WS-AFTER-IMAGE
093650         IF LIVE-MERGE
093650             WRITE ACCOUNT-LEDGER-RECORD
093650             MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
093650             MOVE "WRITE"          TO FSC-OPERATION
093650             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
093650         END-IF
093650     END-IF
093650     PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
093650     IF LIVE-MERGE
093650         MOVE WS-LEDGER-RESUME-KEY TO LG-LEDGER-KEY
093650         DELETE ACCOUNT-LEDGER
093650         MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
093650         MOVE "DELETE"         TO FSC-OPERATION
093650         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
093650         PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
093650     END-IF
093650     MOVE WS-LEDGER-RESUME-KEY TO LG-LEDGER-KEY
093650     START ACCOUNT-LEDGER KEY GREATER THAN LG-LEDGER-KEY
093650         INVALID KEY
093650             SET SCAN-IS-DONE TO TRUE
093650     END-START
093650     .
093650 2380-EXIT.
093650     EXIT.
093700*-----------------------------------------------------------*
093800* 2400-REKEY-GRADE-HISTORY - COPY THE HISTORY TO GRADHST2    *
093900*                            WITH THE RETIRED ID'S POSTINGS  *
094000*                            RE-KEYED (LIVE ONLY)            *
094100*-----------------------------------------------------------*
094200 2400-REKEY-GRADE-HISTORY.
094300     OPEN INPUT GRADE-HISTORY
094400     IF FSC-STATUS-CODE = "35"
094500         GO TO 2400-EXIT
094600     END-IF
094700     MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
094800     MOVE "OPEN"          TO FSC-OPERATION
094900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
095000     OPEN OUTPUT GRADE-HISTORY-OUT
095100     MOVE "GRADE-HIST-OUT" TO FSC-FILE-NAME
095200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
095300     MOVE "N" TO WS-FILE-EOF-SW
095400     PERFORM 2410-REKEY-ONE-HISTORY THRU 2410-EXIT
095500         UNTIL FILE-EOF
095600     CLOSE GRADE-HISTORY
095700     MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
095800     MOVE "CLOSE"         TO FSC-OPERATION
095900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
096000     CLOSE GRADE-HISTORY-OUT
096100     MOVE "GRADE-HIST-OUT" TO FSC-FILE-NAME
096200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
096300     .
096400 2400-EXIT.
096500     EXIT.
096600 2410-REKEY-ONE-HISTORY.
096700     READ GRADE-HISTORY
096800         AT END
096900             SET FILE-EOF TO TRUE
097000             GO TO 2410-EXIT
097100     END-READ
097200     MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
097300     MOVE "READ"          TO FSC-OPERATION
097400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
097400     ADD 1 TO FSC-STEP-RECORDS-IN
097500     IF GH-STUDENT-ID = WS-RETIRED-ID
097600         ADD 1 TO WS-HIST-MOVED
097700         IF LIVE-MERGE
097800             MOVE "REKEY"              TO WS-JR-ACTION
097900             MOVE "GRADHIST"           TO WS-JR-FILE
098000             MOVE GRADE-HISTORY-RECORD TO WS-BEFORE-IMAGE
098100             MOVE WS-SURVIVOR-ID       TO GH-STUDENT-ID
098200             MOVE GRADE-HISTORY-RECORD TO WS-AFTER-IMAGE
098300             PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
098400         END-IF
098500     END-IF
098600     WRITE GRADE-HISTORY-OUT-RECORD
098700         FROM GRADE-HISTORY-RECORD
098800     MOVE "GRADE-HIST-OUT" TO FSC-FILE-NAME
098900     MOVE "WRITE"          TO FSC-OPERATION
099000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
099100     .
099200 2410-EXIT.
099300     EXIT.
099400*-----------------------------------------------------------*
099500* 2450-REKEY-ATTENDANCE - SAME FOR THE ATTENDANCE HISTORY    *
099600*                         INTO ATTNHST2                      *
099700*-----------------------------------------------------------*
099800 2450-REKEY-ATTENDANCE.
099900     OPEN INPUT ATTENDANCE-HISTORY
100000     IF FSC-STATUS-CODE = "35"
100100         GO TO 2450-EXIT
100200     END-IF
100300     MOVE "ATTEND-HISTORY" TO FSC-FILE-NAME
100400     MOVE "OPEN"           TO FSC-OPERATION
100500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
100600     OPEN OUTPUT ATTENDANCE-HISTORY-OUT
100700     MOVE "ATTEND-HIST-OUT" TO FSC-FILE-NAME
100800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
100900     MOVE "N" TO WS-FILE-EOF-SW
101000     PERFORM 2460-REKEY-ONE-ATTENDANCE THRU 2460-EXIT
101100         UNTIL FILE-EOF
101200     CLOSE ATTENDANCE-HISTORY
101300     MOVE "ATTEND-HISTORY" TO FSC-FILE-NAME
101400     MOVE "CLOSE"          TO FSC-OPERATION
101500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
101600     CLOSE ATTENDANCE-HISTORY-OUT
101700     MOVE "ATTEND-HIST-OUT" TO FSC-FILE-NAME
101800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
101900     .
102000 2450-EXIT.
102100     EXIT.
102200 2460-REKEY-ONE-ATTENDANCE.
102300     READ ATTENDANCE-HISTORY
102400         AT END
102500             SET FILE-EOF TO TRUE
102600             GO TO 2460-EXIT
102700     END-READ
102800     MOVE "ATTEND-HISTORY" TO FSC-FILE-NAME
102900     MOVE "READ"           TO FSC-OPERATION
103000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
103000     ADD 1 TO FSC-STEP-RECORDS-IN
103100     IF AH-STUDENT-ID = WS-RETIRED-ID
103200         ADD 1 TO WS-ATTN-MOVED
103300         IF LIVE-MERGE
103400             MOVE "REKEY"                   TO WS-JR-ACTION
103500             MOVE "ATTNHIST"                TO WS-JR-FILE
103600             MOVE ATTENDANCE-HISTORY-RECORD TO WS-BEFORE-IMAGE
103700             MOVE WS-SURVIVOR-ID            TO AH-STUDENT-ID
103800             MOVE ATTENDANCE-HISTORY-RECORD TO WS-AFTER-IMAGE
103900             PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
104000         END-IF
104100     END-IF
104200     WRITE ATTENDANCE-HISTORY-OUT-RECORD
104300         FROM ATTENDANCE-HISTORY-RECORD
104400     MOVE "ATTEND-HIST-OUT" TO FSC-FILE-NAME
104500     MOVE "WRITE"           TO FSC-OPERATION
104600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
104700     .
104800 2460-EXIT.
104900     EXIT.
104910*-----------------------------------------------------------*
104920* 2470-REKEY-TRANSFER-HISTORY - SAME FOR THE XFERHIST        *
104930*                               TRANSFER-CREDIT REGISTER     *
104940*                               INTO XFERHST2                *
104950*-----------------------------------------------------------*
104960 2470-REKEY-TRANSFER-HISTORY.
104960     OPEN INPUT TRANSFER-HISTORY
104960     IF FSC-STATUS-CODE = "35"
104960         GO TO 2470-EXIT
104960     END-IF
104960     MOVE "XFER-HISTORY" TO FSC-FILE-NAME
104960     MOVE "OPEN"         TO FSC-OPERATION
104960     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
104960     OPEN OUTPUT TRANSFER-HISTORY-OUT
104960     MOVE "XFER-HIST-OUT" TO FSC-FILE-NAME
104960     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
104960     MOVE "N" TO WS-FILE-EOF-SW
104960     PERFORM 2475-REKEY-ONE-TRANSFER THRU 2475-EXIT
104960         UNTIL FILE-EOF
104960     CLOSE TRANSFER-HISTORY
104960     MOVE "XFER-HISTORY" TO FSC-FILE-NAME
104960     MOVE "CLOSE"        TO FSC-OPERATION
104960     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
104960     CLOSE TRANSFER-HISTORY-OUT
104960     MOVE "XFER-HIST-OUT" TO FSC-FILE-NAME
104960     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
104960     .
104970 2470-EXIT.
104970     EXIT.
104980 2475-REKEY-ONE-TRANSFER.
104980     READ TRANSFER-HISTORY
104980         AT END
104980             SET FILE-EOF TO TRUE
104980             GO TO 2475-EXIT
104980     END-READ
104980     MOVE "XFER-HISTORY" TO FSC-FILE-NAME
104980     MOVE "READ"         TO FSC-OPERATION
104980     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
104980     ADD 1 TO FSC-STEP-RECORDS-IN
104980     IF XH-STUDENT-ID = WS-RETIRED-ID
104980         ADD 1 TO WS-XFER-MOVED
104980         IF LIVE-MERGE
104980             MOVE "REKEY"                 TO WS-JR-ACTION
104980             MOVE "XFERHIST"              TO WS-JR-FILE
104980             MOVE TRANSFER-HISTORY-RECORD TO WS-BEFORE-IMAGE
104980             MOVE WS-SURVIVOR-ID          TO XH-STUDENT-ID
104980             MOVE TRANSFER-HISTORY-RECORD TO WS-AFTER-IMAGE
104980             PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
104980         END-IF
104980     END-IF
104980     WRITE TRANSFER-HISTORY-OUT-RECORD
104980         FROM TRANSFER-HISTORY-RECORD
104980     MOVE "XFER-HIST-OUT" TO FSC-FILE-NAME
104980     MOVE "WRITE"         TO FSC-OPERATION
104980     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
104980     .
104990 2475-EXIT.
104990     EXIT.
104991*-----------------------------------------------------------*
104992* 2480-REKEY-DEDUCTIONS - SAME FOR THE DEDHIST DEDUCTION     *
104993*                         HISTORY INTO DEDHIST2              *
104994*-----------------------------------------------------------*
104995 2480-REKEY-DEDUCTIONS.
104995     OPEN INPUT DEDUCTION-HISTORY
104995     IF FSC-STATUS-CODE = "35"
104995         GO TO 2480-EXIT
104995     END-IF
104995     MOVE "DEDHIST"      TO FSC-FILE-NAME
104995     MOVE "OPEN"         TO FSC-OPERATION
104995     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
104995     OPEN OUTPUT DEDUCTION-HISTORY-OUT
104995     MOVE "DEDHIST-OUT" TO FSC-FILE-NAME
104995     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
104995     MOVE "N" TO WS-FILE-EOF-SW
104995     PERFORM 2485-REKEY-ONE-DEDUCTION THRU 2485-EXIT
104995         UNTIL FILE-EOF
104995     CLOSE DEDUCTION-HISTORY
104995     MOVE "DEDHIST" TO FSC-FILE-NAME
104995     MOVE "CLOSE"   TO FSC-OPERATION
104995     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
104995     CLOSE DEDUCTION-HISTORY-OUT
104995     MOVE "DEDHIST-OUT" TO FSC-FILE-NAME
104995     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
104995     .
104996 2480-EXIT.
104996     EXIT.
104997 2485-REKEY-ONE-DEDUCTION.
104997     READ DEDUCTION-HISTORY
104997         AT END
104997             SET FILE-EOF TO TRUE
104997             GO TO 2485-EXIT
104997     END-READ
104997     MOVE "DEDHIST" TO FSC-FILE-NAME
104997     MOVE "READ"    TO FSC-OPERATION
104997     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
104997     ADD 1 TO FSC-STEP-RECORDS-IN
104997     IF DD-STUDENT-ID = WS-RETIRED-ID
104997         ADD 1 TO WS-DED-MOVED
104997         IF LIVE-MERGE
104997             MOVE "REKEY"                  TO WS-JR-ACTION
104997             MOVE "DEDHIST"                TO WS-JR-FILE
104997             MOVE DEDUCTION-HISTORY-RECORD TO WS-BEFORE-IMAGE
104997             MOVE WS-SURVIVOR-ID           TO DD-STUDENT-ID
104997             MOVE DEDUCTION-HISTORY-RECORD TO WS-AFTER-IMAGE
104997             PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
104997         END-IF
104997     END-IF
104997     WRITE DEDUCTION-HISTORY-OUT-RECORD
104997         FROM DEDUCTION-HISTORY-RECORD
104997     MOVE "DEDHIST-OUT" TO FSC-FILE-NAME
104997     MOVE "WRITE"       TO FSC-OPERATION
104997     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
104997     .
104998 2485-EXIT.
104998     EXIT.
105000*-----------------------------------------------------------*
105100* 2500-REKEY-TERM-ARCHIVE - MOVE THE RETIRED ID'S ARCHIVED   *
105200*                           COURSES IN PLACE; A COURSE AND   *
105200*                           TERM THE SURVIVOR ALREADY HAS    *
105200*                           ON THE ARCHIVE STANDS            *
105300*-----------------------------------------------------------*
105400 2500-REKEY-TERM-ARCHIVE.
105400     IF LIVE-MERGE
105500         OPEN I-O TERM-ARCHIVE
105400     ELSE
105500         OPEN INPUT TERM-ARCHIVE
105400     END-IF
105600     IF FSC-STATUS-CODE = "35"
105700         GO TO 2500-EXIT
105800     END-IF
105900     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
106000     MOVE "OPEN"         TO FSC-OPERATION
106100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
106500     MOVE "N" TO WS-SCAN-DONE-SW
106500     MOVE WS-RETIRED-ID TO TA-STUDENT-ID
106500     MOVE LOW-VALUES    TO TA-COURSE-CODE
106500     MOVE LOW-VALUES    TO TA-TERM-CODE
106500     START TERM-ARCHIVE KEY NOT LESS THAN TA-ARCHIVE-KEY
106500         INVALID KEY
106500             SET SCAN-IS-DONE TO TRUE
106500     END-START
106600     PERFORM 2510-REKEY-ONE-ARCHIVE THRU 2510-EXIT
106700         UNTIL SCAN-IS-DONE
106800     CLOSE TERM-ARCHIVE
106900     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
107000     MOVE "CLOSE"        TO FSC-OPERATION
107100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
107500     .
107600 2500-EXIT.
107700     EXIT.
107800*-----------------------------------------------------------*
107800* 2510-REKEY-ONE-ARCHIVE - ONE RETIRED-ID ARCHIVE RECORD     *
107800*-----------------------------------------------------------*
107800 2510-REKEY-ONE-ARCHIVE.
107900     READ TERM-ARCHIVE NEXT
108000         AT END
108100             SET SCAN-IS-DONE TO TRUE
108200             GO TO 2510-EXIT
108300     END-READ
108400     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
108500     MOVE "READ"         TO FSC-OPERATION
108600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
108700     IF TA-STUDENT-ID NOT = WS-RETIRED-ID
108700         SET SCAN-IS-DONE TO TRUE
108700         GO TO 2510-EXIT
108700     END-IF
108600     ADD 1 TO FSC-STEP-RECORDS-IN
108700     MOVE TERM-ARCHIVE-RECORD TO WS-OLD-ARCHIVE
108700     MOVE TA-ARCHIVE-KEY TO WS-ARCHIVE-RESUME-KEY
108700     MOVE "TERMARCH" TO WS-RPT-FILE
108700     MOVE SPACES TO WS-RPT-KEY
108700     STRING TA-STUDENT-ID DELIMITED BY SIZE
108700         TA-COURSE-CODE DELIMITED BY SIZE
108700         INTO WS-RPT-KEY
108700     END-STRING
108700     MOVE WS-SURVIVOR-ID TO TA-STUDENT-ID
108700     READ TERM-ARCHIVE
108700         INVALID KEY
108700             CONTINUE
108700     END-READ
108700     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
108700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
108700     END-IF
109000     MOVE "REKEY"        TO WS-JR-ACTION
109100     MOVE "TERMARCH"     TO WS-JR-FILE
109200     MOVE WS-OLD-ARCHIVE TO WS-BEFORE-IMAGE
109200     MOVE SPACES TO WS-RPT-TEXT
109200     IF FSC-STATUS-CODE = "00"
109200         ADD 1 TO WS-ARCH-DROPPED
109200         MOVE WS-OLD-ARCHIVE TO TERM-ARCHIVE-RECORD
109200         STRING "DROPPED - SURVIVOR HAS TERM " DELIMITED BY SIZE
109200             TA-TERM-CODE DELIMITED BY SIZE
109200             INTO WS-RPT-TEXT
109200         END-STRING
109200         MOVE SPACES TO WS-AFTER-IMAGE
109200     ELSE
108800         ADD 1 TO WS-ARCH-MOVED
109200         MOVE WS-OLD-ARCHIVE TO TERM-ARCHIVE-RECORD
109200         STRING "MOVED TO SURVIVOR - TERM " DELIMITED BY SIZE
109200             TA-TERM-CODE DELIMITED BY SIZE
109200             INTO WS-RPT-TEXT
109200         END-STRING
109300         MOVE WS-SURVIVOR-ID TO TA-STUDENT-ID
109300         MOVE WS-SURVIVOR-ID
109400             TO SR-STUDENT-ID OF TERM-ARCHIVE-RECORD
109500         MOVE TERM-ARCHIVE-RECORD TO WS-AFTER-IMAGE
108900         IF LIVE-MERGE
109900             WRITE TERM-ARCHIVE-RECORD
110100             MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
110200             MOVE "WRITE"        TO FSC-OPERATION
110300             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
109700         END-IF
109800     END-IF
109800     PERFORM 2850-WRITE-DETAIL-LINE THRU 2850-EXIT
109800     IF LIVE-MERGE
109800         MOVE WS-ARCHIVE-RESUME-KEY TO TA-ARCHIVE-KEY
109800         DELETE TERM-ARCHIVE
109800         MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
109800         MOVE "DELETE"       TO FSC-OPERATION
109800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
109600         PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
109800     END-IF
109800     MOVE WS-ARCHIVE-RESUME-KEY TO TA-ARCHIVE-KEY
109800     START TERM-ARCHIVE KEY GREATER THAN TA-ARCHIVE-KEY
109800         INVALID KEY
109800             SET SCAN-IS-DONE TO TRUE
109800     END-START
110400     .
110500 2510-EXIT.
110600     EXIT.
110700*-----------------------------------------------------------*
110800* 2550-REKEY-SUPERSEDE - SAME FOR THE SUPRSEDE REGISTER INTO *
110900*                        SUPRSED2                            *
111000*-----------------------------------------------------------*
111100 2550-REKEY-SUPERSEDE.
111200     OPEN INPUT SUPERSEDE-REGISTER
111300     IF FSC-STATUS-CODE = "35"
111400         GO TO 2550-EXIT
111500     END-IF
111600     MOVE "SUPRSEDE" TO FSC-FILE-NAME
111700     MOVE "OPEN"     TO FSC-OPERATION
111800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
111900     OPEN OUTPUT SUPERSEDE-REGISTER-OUT
112000     MOVE "SUPRSEDE-OUT" TO FSC-FILE-NAME
112100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
112200     MOVE "N" TO WS-FILE-EOF-SW
112300     PERFORM 2560-REKEY-ONE-SUPERSEDE THRU 2560-EXIT
112400         UNTIL FILE-EOF
112500     CLOSE SUPERSEDE-REGISTER
112600     MOVE "SUPRSEDE" TO FSC-FILE-NAME
112700     MOVE "CLOSE"    TO FSC-OPERATION
112800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
112900     CLOSE SUPERSEDE-REGISTER-OUT
113000     MOVE "SUPRSEDE-OUT" TO FSC-FILE-NAME
113100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
113200     .
113300 2550-EXIT.
113400     EXIT.
113500 2560-REKEY-ONE-SUPERSEDE.
113600     READ SUPERSEDE-REGISTER
113700         AT END
113800             SET FILE-EOF TO TRUE
113900             GO TO 2560-EXIT
114000     END-READ
114100     MOVE "SUPRSEDE" TO FSC-FILE-NAME
114200     MOVE "READ"     TO FSC-OPERATION
114300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
114300     ADD 1 TO FSC-STEP-RECORDS-IN
114400     IF SP-STUDENT-ID = WS-RETIRED-ID
114500         ADD 1 TO WS-SUPR-MOVED
114600         IF LIVE-MERGE
114700             MOVE "REKEY"          TO WS-JR-ACTION
114800             MOVE "SUPRSEDE"       TO WS-JR-FILE
114900             MOVE SUPERSEDE-RECORD TO WS-BEFORE-IMAGE
115000             MOVE WS-SURVIVOR-ID   TO SP-STUDENT-ID
115100             MOVE SUPERSEDE-RECORD TO WS-AFTER-IMAGE
115200             PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
115300         END-IF
115400     END-IF
115500     WRITE SUPERSEDE-OUT-RECORD
115600         FROM SUPERSEDE-RECORD
115700     MOVE "SUPRSEDE-OUT" TO FSC-FILE-NAME
115800     MOVE "WRITE"        TO FSC-OPERATION
115900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
116000     .
116100 2560-EXIT.
116200     EXIT.
116300*-----------------------------------------------------------*
116400* 2600-POST-CROSS-REFERENCE - RECORD THE RETIRED ID AND      *
116500*                             REPOINT ANY EARLIER ENTRY THAT *
116600*                             NAMED IT AS ITS SURVIVOR (LIVE *
116700*                             ONLY)                          *
116800*-----------------------------------------------------------*
116900 2600-POST-CROSS-REFERENCE.
117000     IF NOT LIVE-MERGE OR NOT XREF-IS-OPEN
117100         GO TO 2600-EXIT
117200     END-IF
117300     MOVE "N" TO WS-SCAN-DONE-SW
117400     MOVE LOW-VALUES TO XR-RETIRED-ID
117500     START ID-XREF KEY NOT LESS THAN XR-RETIRED-ID
117600         INVALID KEY
117700             SET SCAN-IS-DONE TO TRUE
117800     END-START
117900     PERFORM 2610-REPOINT-ONE-XREF THRU 2610-EXIT
118000         UNTIL SCAN-IS-DONE
118100     MOVE SPACES         TO ID-XREF-RECORD
118200     MOVE WS-RETIRED-ID  TO XR-RETIRED-ID
118300     MOVE WS-SURVIVOR-ID TO XR-SURVIVOR-ID
118400     MOVE WS-RUN-DATE    TO XR-MERGE-DATE
118500     MOVE WS-OPERATOR-ID TO XR-OPERATOR-ID
118600     WRITE ID-XREF-RECORD
118700     MOVE "ID-XREF" TO FSC-FILE-NAME
118800     MOVE "WRITE"   TO FSC-OPERATION
118900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
119000     .
119100 2600-EXIT.
119200     EXIT.
119300 2610-REPOINT-ONE-XREF.
119400     READ ID-XREF NEXT
119500         AT END
119600             SET SCAN-IS-DONE TO TRUE
119700             GO TO 2610-EXIT
119800     END-READ
119900     MOVE "ID-XREF" TO FSC-FILE-NAME
120000     MOVE "READ"    TO FSC-OPERATION
120100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
120100     ADD 1 TO FSC-STEP-RECORDS-IN
120200     IF XR-SURVIVOR-ID NOT = WS-RETIRED-ID
120300         GO TO 2610-EXIT
120400     END-IF
120500     MOVE WS-SURVIVOR-ID TO XR-SURVIVOR-ID
120600     REWRITE ID-XREF-RECORD
120700     MOVE "REWRITE" TO FSC-OPERATION
120800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
120900     ADD 1 TO WS-XREF-REPOINTED
121000     .
121100 2610-EXIT.
121200     EXIT.
121300*-----------------------------------------------------------*
121400* 2800-WRITE-REPORT-LINE - WRITE THE CURRENT REPORT LINE     *
121500*-----------------------------------------------------------*
121600 2800-WRITE-REPORT-LINE.
121700     WRITE MERGE-RPT-RECORD
121800     MOVE "MERGE-RPT" TO FSC-FILE-NAME
121900     MOVE "WRITE"     TO FSC-OPERATION
122000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
122100     .
122200 2800-EXIT.
122300     EXIT.
122400*-----------------------------------------------------------*
122500* 2850-WRITE-DETAIL-LINE - ONE FILE/KEY/OUTCOME LINE         *
122600*-----------------------------------------------------------*
122700 2850-WRITE-DETAIL-LINE.
122800     MOVE SPACES TO MERGE-RPT-RECORD
122900     STRING "  " DELIMITED BY SIZE
123000         WS-RPT-FILE DELIMITED BY SIZE
123100         "  " DELIMITED BY SIZE
123200         WS-RPT-KEY DELIMITED BY SIZE
123300         "  " DELIMITED BY SIZE
123400         WS-RPT-TEXT DELIMITED BY SIZE
123500         INTO MERGE-RPT-RECORD
123600     END-STRING
123700     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
123800     .
123900 2850-EXIT.
124000     EXIT.
124100*-----------------------------------------------------------*
124200* 2900-WRITE-AUDIT-JOURNAL - ONE SEQUENCED AUDITJRN RECORD   *
124300*                            FROM WS-JR-ACTION AND THE TWO   *
124400*                            IMAGES                          *
124500*-----------------------------------------------------------*
124600 2900-WRITE-AUDIT-JOURNAL.
124700     MOVE WS-RUN-DATE        TO JR-RUN-DATE
124800     MOVE WS-RUN-TIME-HHMMSS TO JR-RUN-TIME
124900     MOVE WS-OPERATOR-ID     TO JR-OPERATOR-ID
125000     MOVE WS-JR-FILE         TO JR-AUTH-CODE
125100     MOVE WS-JR-ACTION       TO JR-ACTION
125200     MOVE WS-BEFORE-IMAGE    TO JR-BEFORE-IMAGE
125300     MOVE WS-AFTER-IMAGE     TO JR-AFTER-IMAGE
125400     MOVE SPACE              TO JR-LATE-AUTH-FLAG
125500     ADD 1 TO WS-JR-SEQUENCE
125600     MOVE WS-JR-SEQUENCE     TO JR-RUN-SEQUENCE
125700     WRITE AUDIT-JOURNAL-RECORD
125800     MOVE "AUDIT-JOURNAL" TO FSC-FILE-NAME
125900     MOVE "WRITE"         TO FSC-OPERATION
126000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
126100     .
126200 2900-EXIT.
126300     EXIT.
126400*-----------------------------------------------------------*
126500* 2910-WRITE-RUN-MARKER - RUNOPEN/RUNCLOSE BRACKET RECORD    *
126600*                         (ACTION IN WS-JR-ACTION)           *
126700*-----------------------------------------------------------*
126800 2910-WRITE-RUN-MARKER.
126900     MOVE SPACES TO WS-JR-FILE
127000     MOVE SPACES TO WS-BEFORE-IMAGE
127100     MOVE SPACES TO WS-AFTER-IMAGE
127200     PERFORM 2900-WRITE-AUDIT-JOURNAL THRU 2900-EXIT
127300     .
127400 2910-EXIT.
127500     EXIT.
127600*-----------------------------------------------------------*
127700* 2950-WRITE-DEMO-JOURNAL - ONE DEMOJRNL RECORD FROM         *
127800*                           WS-DJ-ACTION AND THE TWO IMAGES  *
127900*-----------------------------------------------------------*
128000 2950-WRITE-DEMO-JOURNAL.
128100     MOVE WS-RUN-DATE        TO DJ-RUN-DATE
128200     MOVE WS-RUN-TIME-HHMMSS TO DJ-RUN-TIME
128300     MOVE WS-OPERATOR-ID     TO DJ-OPERATOR-ID
128400     MOVE WS-DJ-ACTION       TO DJ-ACTION
128500     MOVE WS-DJ-BEFORE-IMAGE TO DJ-BEFORE-IMAGE
128600     MOVE WS-DJ-AFTER-IMAGE  TO DJ-AFTER-IMAGE
128700     WRITE DEMO-JOURNAL-RECORD
128800     MOVE "DEMO-JOURNAL" TO FSC-FILE-NAME
128900     MOVE "WRITE"        TO FSC-OPERATION
129000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
129100     .
129200 2950-EXIT.
129300     EXIT.
129400*-----------------------------------------------------------*
129500* 3000-TERMINATE - COUNTS, RETURN CODE, AND CLOSE WHAT IS    *
129600*                  STILL OPEN                                *
129700*-----------------------------------------------------------*
129800 3000-TERMINATE.
129900     IF PAIR-IS-VALID
130000         PERFORM 3100-WRITE-TOTALS THRU 3100-EXIT
130100     END-IF
130200     IF PAIR-IS-VALID AND LIVE-MERGE
130300         MOVE 4 TO RETURN-CODE
130400         DISPLAY "IDMERGE - LIVE MERGE DONE - RETURN CODE 4 "
130500             "RELEASES THE COPY-BACK STEPS"
130600     END-IF
130700     IF JOURNALS-ARE-OPEN
130800         MOVE "RUNCLOSE" TO WS-JR-ACTION
130900         PERFORM 2910-WRITE-RUN-MARKER THRU 2910-EXIT
131000         CLOSE AUDIT-JOURNAL
131100         MOVE "AUDIT-JOURNAL" TO FSC-FILE-NAME
131200         MOVE "CLOSE"         TO FSC-OPERATION
131300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
131400         CLOSE DEMO-JOURNAL
131500         MOVE "DEMO-JOURNAL" TO FSC-FILE-NAME
131600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
131700     END-IF
131800     IF XREF-IS-OPEN
131900         CLOSE ID-XREF
132000         MOVE "ID-XREF" TO FSC-FILE-NAME
132100         MOVE "CLOSE"   TO FSC-OPERATION
132200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
132300     END-IF
132400     IF MASTER-IS-OPEN
132500         CLOSE STUDENT-MASTER
132600         MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
132700         MOVE "CLOSE"          TO FSC-OPERATION
132800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
132900     END-IF
133000     IF DEMO-IS-OPEN
133100         CLOSE DEMOGRAPHIC-MASTER
133200         MOVE "DEMO-MASTER" TO FSC-FILE-NAME
133300         MOVE "CLOSE"       TO FSC-OPERATION
133400         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
133500     END-IF
133600     IF HOLDS-ARE-OPEN
133700         CLOSE HOLD-FILE
133800         MOVE "HOLD-FILE" TO FSC-FILE-NAME
133900         MOVE "CLOSE"     TO FSC-OPERATION
134000         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
134100     END-IF
134200     IF WAITLIST-IS-OPEN
134300         CLOSE WAITLIST-FILE
134400         MOVE "WAITLIST" TO FSC-FILE-NAME
134500         MOVE "CLOSE"    TO FSC-OPERATION
134600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
134700     END-IF
134750     IF LEDGER-IS-OPEN
134750         CLOSE ACCOUNT-LEDGER
134750         MOVE "ACCOUNT-LEDGER" TO FSC-FILE-NAME
134750         MOVE "CLOSE"          TO FSC-OPERATION
134750         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
134750     END-IF
134800     CLOSE MERGE-RPT
134900     MOVE "MERGE-RPT" TO FSC-FILE-NAME
135000     MOVE "CLOSE"     TO FSC-OPERATION
135100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
135200     .
135300 3000-EXIT.
135400     EXIT.
135500*-----------------------------------------------------------*
135600* 3100-WRITE-TOTALS - PER-FILE COUNTS FOR THE REPORT AND LOG *
135700*-----------------------------------------------------------*
135800 3100-WRITE-TOTALS.
135900     MOVE SPACES TO MERGE-RPT-RECORD
136000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
136100     MOVE SPACES TO MERGE-RPT-RECORD
136200     STRING "STUDMAST MOVED: " DELIMITED BY SIZE
136300         WS-MASTER-MOVED DELIMITED BY SIZE
136400         "  REPLACED SURVIVOR'S: " DELIMITED BY SIZE
136500         WS-MASTER-REPLACED DELIMITED BY SIZE
136600         "  DROPPED: " DELIMITED BY SIZE
136700         WS-MASTER-DROPPED DELIMITED BY SIZE
136800         INTO MERGE-RPT-RECORD
136900     END-STRING
137000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
137100     MOVE SPACES TO MERGE-RPT-RECORD
137200     STRING "DEMOMAST MOVED: " DELIMITED BY SIZE
137300         WS-DEMO-MOVED DELIMITED BY SIZE
137400         "  DROPPED: " DELIMITED BY SIZE
137500         WS-DEMO-DROPPED DELIMITED BY SIZE
137600         "    HOLDFILE MOVED: " DELIMITED BY SIZE
137700         WS-HOLDS-MOVED DELIMITED BY SIZE
137800         "  DROPPED: " DELIMITED BY SIZE
137900         WS-HOLDS-DROPPED DELIMITED BY SIZE
138000         INTO MERGE-RPT-RECORD
138100     END-STRING
138200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
138300     MOVE SPACES TO MERGE-RPT-RECORD
138400     STRING "WAITLIST MOVED: " DELIMITED BY SIZE
138500         WS-WAIT-MOVED DELIMITED BY SIZE
138600         "  DROPPED: " DELIMITED BY SIZE
138700         WS-WAIT-DROPPED DELIMITED BY SIZE
138750         "    ACCTLEDG MOVED: " DELIMITED BY SIZE
138750         WS-LEDGER-MOVED DELIMITED BY SIZE
138750         "  DROPPED: " DELIMITED BY SIZE
138750         WS-LEDGER-DROPPED DELIMITED BY SIZE
138800         INTO MERGE-RPT-RECORD
138900     END-STRING
139000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
139100     MOVE SPACES TO MERGE-RPT-RECORD
139200     STRING "GRADHIST: " DELIMITED BY SIZE
139300         WS-HIST-MOVED DELIMITED BY SIZE
139400         "  ATTNHIST: " DELIMITED BY SIZE
139500         WS-ATTN-MOVED DELIMITED BY SIZE
139600         "  TERMARCH: " DELIMITED BY SIZE
139700         WS-ARCH-MOVED DELIMITED BY SIZE
139700         "/" DELIMITED BY SIZE
139700         WS-ARCH-DROPPED DELIMITED BY SIZE
139800         "  SUPRSEDE: " DELIMITED BY SIZE
139900         WS-SUPR-MOVED DELIMITED BY SIZE
140000         INTO MERGE-RPT-RECORD
140100     END-STRING
140200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
140250     MOVE SPACES TO MERGE-RPT-RECORD
140250     STRING "XFERHIST: " DELIMITED BY SIZE
140250         WS-XFER-MOVED DELIMITED BY SIZE
140250         "  DEDHIST: " DELIMITED BY SIZE
140250         WS-DED-MOVED DELIMITED BY SIZE
140250         INTO MERGE-RPT-RECORD
140250     END-STRING
140250     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
140300     IF LIVE-MERGE
140400         MOVE SPACES TO MERGE-RPT-RECORD
140500         STRING "IDXREF - RETIRED ID POSTED, EARLIER ENTRIES "
140600                 DELIMITED BY SIZE
140700             "REPOINTED: " DELIMITED BY SIZE
140800             WS-XREF-REPOINTED DELIMITED BY SIZE
140900             INTO MERGE-RPT-RECORD
141000         END-STRING
141100         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
141200     END-IF
141300     DISPLAY "IDMERGE - " WS-RETIRED-ID " INTO " WS-SURVIVOR-ID
141400         " MASTER " WS-MASTER-MOVED "/" WS-MASTER-REPLACED
141500         "/" WS-MASTER-DROPPED
141600         " HIST " WS-HIST-MOVED " ATTN " WS-ATTN-MOVED
141700         " ARCH " WS-ARCH-MOVED "/" WS-ARCH-DROPPED
141700         " SUPR " WS-SUPR-MOVED
141750         " XFER " WS-XFER-MOVED " DED " WS-DED-MOVED
141800     .
141900 3100-EXIT.
142000     EXIT.
142100     COPY "fscchk.cpy".
142200 END PROGRAM IDMERGE.
