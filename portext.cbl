000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PORTEXT.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - STUDENT AND PARENT PORTAL     *
001300*                   EXTRACT. SYSIN MODE "D" (THE NIGHTLY     *
001400*                   STEP) SENDS ONLY WHAT CHANGED: EVERY     *
001500*                   STUDENT-MASTER KEY WITH A WRITE, REWRITE *
001600*                   OR DELETE ON AUDITJRN, AND EVERY         *
001700*                   DEMOMAST KEY WITH ONE ON DEMOJRNL, SINCE *
001800*                   THE LAST RUN'S HIGH-WATER MARKS ON THE   *
001900*                   PORTCTL CONTROL RECORD (PORTCTL.CPY).    *
002000*                   THE ENTRIES ARE SORTED BY KEY SO EACH    *
002100*                   CHANGED KEY GOES OUT ONCE, WITH ITS NET  *
002200*                   ACTION - "A" ADDED, "C" CHANGED, "D"     *
002300*                   DELETED, JUDGED FROM THE KEY'S FIRST     *
002400*                   BEFORE-IMAGE AND WHETHER IT IS ON THE    *
002500*                   MASTER NOW - AND THE MASTER'S CURRENT    *
002600*                   VALUES. A KEY ADDED AND DELETED IN THE   *
002700*                   SAME WINDOW IS NOT SENT. SYSIN MODE "F"  *
002800*                   IS THE FULL REFRESH FOR THE VENDOR'S     *
002900*                   INITIAL LOAD: EVERY DEMOMAST AND         *
003000*                   STUDENT-MASTER RECORD AS AN "A". EITHER  *
003100*                   WAY THE FILE IS PIPE-DELIMITED LIKE THE  *
003200*                   DISTRICT EXTRACT - AN "H" HEADER (RUN    *
003300*                   DATE, MODE, SEQUENCE NUMBER), "S"        *
003400*                   (STUDENT) AND "G" (GRADE) DETAIL LINES,  *
003500*                   AND A "T" TRAILER WITH THE SEQUENCE AND  *
003600*                   DETAIL COUNT - AND THE CONTROL RECORD    *
003700*                   MOVES ON ONE SEQUENCE NUMBER AND TO THE  *
003800*                   LATEST JOURNAL STAMPS SEEN, SO THE VENDOR*
003900*                   CAN DETECT A MISSED NIGHT. RETENTION-    *
004000*                   PURGED ENTRIES (BLANK KEY), THE RUN      *
004100*                   OPEN/CLOSE BRACKETS AND REKEY ENTRIES ARE*
004200*                   PASSED OVER.                             *
004300*-----------------------------------------------------------*
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT RUN-CONTROL ASSIGN TO RUNCTL
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FSC-STATUS-CODE.
005000     SELECT PORTAL-CONTROL ASSIGN TO PORTCTL
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FSC-STATUS-CODE.
005300     SELECT AUDIT-JOURNAL ASSIGN TO AUDITJRN
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FSC-STATUS-CODE.
005600     SELECT DEMO-JOURNAL ASSIGN TO DEMOJRNL
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FSC-STATUS-CODE.
005900     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS SR-MASTER-KEY OF STUDENT-MASTER-RECORD
006300         ALTERNATE RECORD KEY IS SR-FULL-NAME
006400             OF STUDENT-MASTER-RECORD WITH DUPLICATES
006500         FILE STATUS IS FSC-STATUS-CODE.
006600     SELECT DEMOGRAPHIC-MASTER ASSIGN TO DEMOMAST
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS DM-STUDENT-ID
007000         FILE STATUS IS FSC-STATUS-CODE.
007100     SELECT PORTAL-WORK ASSIGN TO PORTWORK
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS FSC-STATUS-CODE.
007400     SELECT PORTAL-SORTED ASSIGN TO PORTSRTD
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS FSC-STATUS-CODE.
007700     SELECT PORTAL-SORT ASSIGN TO SORTWK01.
007800     SELECT PORTAL-EXTRACT ASSIGN TO PORTEXT
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS FSC-STATUS-CODE.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  RUN-CONTROL
008400     RECORD CONTAINS 32 CHARACTERS.
008500 01  RUN-CONTROL-RECORD.
008600     COPY "runctl.cpy".
008700 FD  PORTAL-CONTROL
008800     RECORD CONTAINS 50 CHARACTERS.
008900 01  PORTAL-CONTROL-RECORD.
009000     COPY "portctl.cpy".
009100 FD  AUDIT-JOURNAL
009200     RECORD CONTAINS 240 CHARACTERS.
009300 01  AUDIT-JOURNAL-RECORD.
009400     COPY "audjrnl.cpy".
009500 FD  DEMO-JOURNAL
009600     RECORD CONTAINS 430 CHARACTERS.
009700 01  DEMO-JOURNAL-RECORD.
009800     COPY "demjrnl.cpy".
009900 FD  STUDENT-MASTER
010000     RECORD CONTAINS 97 CHARACTERS.
010100 01  STUDENT-MASTER-RECORD.
010200     COPY "studrec.cpy".
010300 FD  DEMOGRAPHIC-MASTER
010400     RECORD CONTAINS 200 CHARACTERS.
010500 01  DEMOGRAPHIC-RECORD.
010600     COPY "demorec.cpy".
010700 FD  PORTAL-WORK
010800     RECORD CONTAINS 37 CHARACTERS.
010900 01  PORTAL-WORK-RECORD.
011000     05  PW-FILE-CODE          PIC X(01).
011100     05  PW-KEY                PIC X(14).
011200     05  PW-STAMP              PIC X(14).
011300     05  PW-ORDINAL            PIC 9(07).
011400     05  PW-BEFORE-SW          PIC X(01).
011500 FD  PORTAL-SORTED
011600     RECORD CONTAINS 37 CHARACTERS.
011700 01  PORTAL-SORTED-RECORD.
011800     05  PS-CHANGED-KEY.
011900         10  PS-FILE-CODE      PIC X(01).
012000             88  PS-DEMOGRAPHIC-KEY       VALUE "1".
012100             88  PS-GRADE-KEY             VALUE "2".
012200         10  PS-KEY            PIC X(14).
012300     05  PS-STAMP              PIC X(14).
012400     05  PS-ORDINAL            PIC 9(07).
012500     05  PS-BEFORE-SW          PIC X(01).
012600 SD  PORTAL-SORT.
012700 01  PORTAL-SORT-RECORD.
012800     05  SRT-FILE-CODE         PIC X(01).
012900     05  SRT-KEY               PIC X(14).
013000     05  SRT-STAMP             PIC X(14).
013100     05  SRT-ORDINAL           PIC 9(07).
013200     05  FILLER                PIC X(01).
013300 FD  PORTAL-EXTRACT
013400     RECORD CONTAINS 200 CHARACTERS.
013500 01  PORTAL-EXTRACT-RECORD         PIC X(200).
013600 WORKING-STORAGE SECTION.
013700 01  WS-SWITCHES.
013800     05  WS-EOF-SW                 PIC X(01)  VALUE "N".
013900         88  END-OF-FILE                      VALUE "Y".
014000     05  WS-SORTED-EOF-SW          PIC X(01)  VALUE "N".
014100         88  SORTED-EOF                       VALUE "Y".
014200     05  WS-MODE-ENTRY             PIC X(01)  VALUE SPACES.
014300         88  FULL-REFRESH                     VALUE "F".
014400     05  WS-EXISTED-SW             PIC X(01)  VALUE "N".
014500         88  KEY-EXISTED-BEFORE               VALUE "Y".
014600 01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
014700 01  WS-CONTROL.
014800     05  WS-SEQUENCE               PIC 9(07)  VALUE ZERO.
014900     05  WS-OLD-AUDIT-MARK         PIC X(14)  VALUE SPACES.
015000     05  WS-OLD-DEMO-MARK          PIC X(14)  VALUE SPACES.
015100     05  WS-NEW-AUDIT-MARK         PIC X(14)  VALUE SPACES.
015200     05  WS-NEW-DEMO-MARK          PIC X(14)  VALUE SPACES.
015300 01  WS-ENTRY-STAMP.
015400     05  WS-ENTRY-DATE             PIC X(08).
015500     05  WS-ENTRY-TIME             PIC X(06).
015600 01  WS-COUNTERS.
015700     05  WS-JOURNAL-READ           PIC 9(07)  VALUE ZERO.
015800     05  WS-ENTRIES-TAKEN          PIC 9(07)  VALUE ZERO.
015900     05  WS-STUDENTS-SENT          PIC 9(07)  VALUE ZERO.
016000     05  WS-GRADES-SENT            PIC 9(07)  VALUE ZERO.
016100     05  WS-RECORDS-SENT           PIC 9(07)  VALUE ZERO.
016200     05  WS-NETTED-OUT             PIC 9(07)  VALUE ZERO.
016300 01  WS-BREAK-KEY                  PIC X(15)  VALUE LOW-VALUES.
016400 01  WS-BREAK-FIELDS REDEFINES WS-BREAK-KEY.
016500     05  WS-BREAK-FILE-CODE        PIC X(01).
016600     05  WS-BREAK-STUDENT-KEY      PIC X(14).
016700 01  WS-ACTION                     PIC X(01).
016800 01  WS-EDITED-GRADE               PIC 999.9.
016900 01  WS-GRADE-IMAGE.
017000     COPY "studrec.cpy".
017100 01  FSC-CONTROLS.
017200     COPY "fscctl.cpy".
017300 PROCEDURE DIVISION.
017400*-----------------------------------------------------------*
017500* 0000-MAINLINE                                              *
017600*-----------------------------------------------------------*
017700 0000-MAINLINE.
017800     MOVE "PORTEXT" TO FSC-STEP-PROGRAM
017900     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018100     PERFORM 1500-SCAN-AUDIT-JOURNAL THRU 1500-EXIT
018200     PERFORM 1600-SCAN-DEMO-JOURNAL THRU 1600-EXIT
018300     IF FULL-REFRESH
018400         PERFORM 2000-SEND-ALL-STUDENTS THRU 2000-EXIT
018500         PERFORM 2100-SEND-ALL-GRADES THRU 2100-EXIT
018600     ELSE
018700         PERFORM 1800-SORT-CHANGES THRU 1800-EXIT
018800         PERFORM 2500-SEND-ONE-CHANGE THRU 2500-EXIT
018900             UNTIL SORTED-EOF
019000         IF WS-BREAK-KEY NOT = LOW-VALUES
019100             PERFORM 2600-SEND-CHANGED-KEY THRU 2600-EXIT
019200         END-IF
019300     END-IF
019400     PERFORM 3000-TERMINATE THRU 3000-EXIT
019500     MOVE WS-JOURNAL-READ TO FSC-STEP-RECORDS-IN
019600     MOVE WS-RECORDS-SENT TO FSC-STEP-RECORDS-OUT
019700     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
019800     GOBACK.
019900*-----------------------------------------------------------*
020000* 1000-INITIALIZE - RUN DATE, MODE, THE CONTROL RECORD, AND  *
020100*                   THE EXTRACT'S HEADER                     *
020200*-----------------------------------------------------------*
020300 1000-INITIALIZE.
020400     PERFORM 1900-READ-RUN-CONTROL THRU 1900-EXIT
020500     IF WS-RUN-DATE = SPACES
020600         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
020700     END-IF
020800     DISPLAY "PORTEXT - ENTER MODE (D = CHANGES SINCE LAST RUN, "
020900         "F = FULL REFRESH): "
021000     ACCEPT WS-MODE-ENTRY
021100     IF NOT FULL-REFRESH
021200         MOVE "D" TO WS-MODE-ENTRY
021300     END-IF
021400     PERFORM 1100-READ-PORTAL-CONTROL THRU 1100-EXIT
021500     ADD 1 TO WS-SEQUENCE
021600     MOVE WS-OLD-AUDIT-MARK TO WS-NEW-AUDIT-MARK
021700     MOVE WS-OLD-DEMO-MARK  TO WS-NEW-DEMO-MARK
021800     OPEN INPUT STUDENT-MASTER
021900     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
022000     MOVE "OPEN"           TO FSC-OPERATION
022100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022200     OPEN INPUT DEMOGRAPHIC-MASTER
022300     MOVE "DEMOGRAPHIC-MAST" TO FSC-FILE-NAME
022400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022500     IF NOT FULL-REFRESH
022600         OPEN OUTPUT PORTAL-WORK
022700         MOVE "PORTAL-WORK" TO FSC-FILE-NAME
022800         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022900     END-IF
023000     OPEN OUTPUT PORTAL-EXTRACT
023100     MOVE "PORTAL-EXTRACT" TO FSC-FILE-NAME
023200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
023300     MOVE SPACES TO PORTAL-EXTRACT-RECORD
023400     STRING "H|" DELIMITED BY SIZE
023500         WS-RUN-DATE DELIMITED BY SIZE
023600         "|" DELIMITED BY SIZE
023700         WS-MODE-ENTRY DELIMITED BY SIZE
023800         "|" DELIMITED BY SIZE
023900         WS-SEQUENCE DELIMITED BY SIZE
024000         INTO PORTAL-EXTRACT-RECORD
024100     END-STRING
024200     PERFORM 2800-WRITE-EXTRACT-LINE THRU 2800-EXIT
024300     DISPLAY "PORTEXT - MODE " WS-MODE-ENTRY " SEQUENCE "
024400         WS-SEQUENCE
024500     .
024600 1000-EXIT.
024700     EXIT.
024800*-----------------------------------------------------------*
024900* 1100-READ-PORTAL-CONTROL - LAST SEQUENCE AND JOURNAL MARKS;*
025000*                            AN EMPTY CONTROL DATASET STARTS *
025100*                            FROM NOTHING                    *
025200*-----------------------------------------------------------*
025300 1100-READ-PORTAL-CONTROL.
025400     OPEN INPUT PORTAL-CONTROL
025500     MOVE "PORTAL-CONTROL" TO FSC-FILE-NAME
025600     MOVE "OPEN"           TO FSC-OPERATION
025700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
025800     READ PORTAL-CONTROL
025900         AT END
026000             DISPLAY "PORTEXT - PORTCTL EMPTY - SEQUENCE STARTS "
026100                 "AT 1"
026200             CLOSE PORTAL-CONTROL
026300             GO TO 1100-EXIT
026400     END-READ
026500     MOVE "READ" TO FSC-OPERATION
026600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
026700     IF PC-LAST-SEQUENCE IS NOT NUMERIC
026800         DISPLAY "PORTEXT - PORTCTL SEQUENCE NOT NUMERIC: "
026900             PC-LAST-SEQUENCE
027000         MOVE 16 TO RETURN-CODE
027100         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
027200         STOP RUN
027300     END-IF
027400     MOVE PC-LAST-SEQUENCE TO WS-SEQUENCE
027500     MOVE PC-AUDIT-MARK    TO WS-OLD-AUDIT-MARK
027600     MOVE PC-DEMO-MARK     TO WS-OLD-DEMO-MARK
027700     CLOSE PORTAL-CONTROL
027800     MOVE "CLOSE" TO FSC-OPERATION
027900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
028000     .
028100 1100-EXIT.
028200     EXIT.
028300*-----------------------------------------------------------*
028400* 1500-SCAN-AUDIT-JOURNAL - EVERY STUDENT-MASTER UPDATE PAST *
028500*                           THE MARK; A FULL REFRESH ONLY    *
028600*                           MOVES THE MARK. NO AUDITJRN DD   *
028700*                           MEANS NO GRADE CHANGES           *
028800*-----------------------------------------------------------*
028900 1500-SCAN-AUDIT-JOURNAL.
029000     OPEN INPUT AUDIT-JOURNAL
029100     IF FSC-STATUS-CODE = "35"
029200         GO TO 1500-EXIT
029300     END-IF
029400     MOVE "AUDIT-JOURNAL" TO FSC-FILE-NAME
029500     MOVE "OPEN"          TO FSC-OPERATION
029600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029700     MOVE "N" TO WS-EOF-SW
029800     PERFORM 1510-TAKE-AUDIT-ENTRY THRU 1510-EXIT
029900         UNTIL END-OF-FILE
030000     CLOSE AUDIT-JOURNAL
030100     MOVE "AUDIT-JOURNAL" TO FSC-FILE-NAME
030200     MOVE "CLOSE"         TO FSC-OPERATION
030300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
030400     .
030500 1500-EXIT.
030600     EXIT.
030700*-----------------------------------------------------------*
030800* 1510-TAKE-AUDIT-ENTRY - ONE AUDITJRN RECORD                *
030900*-----------------------------------------------------------*
031000 1510-TAKE-AUDIT-ENTRY.
031100     READ AUDIT-JOURNAL
031200         AT END
031300             SET END-OF-FILE TO TRUE
031400             GO TO 1510-EXIT
031500     END-READ
031600     MOVE "AUDIT-JOURNAL" TO FSC-FILE-NAME
031700     MOVE "READ"          TO FSC-OPERATION
031800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
031900     ADD 1 TO WS-JOURNAL-READ
032000     IF NOT (JR-ACTION-WRITE OR JR-ACTION-REWRITE
032100             OR JR-ACTION-DELETE)
032200         GO TO 1510-EXIT
032300     END-IF
032400     MOVE JR-RUN-DATE TO WS-ENTRY-DATE
032500     MOVE JR-RUN-TIME TO WS-ENTRY-TIME
032600     IF WS-ENTRY-STAMP NOT > WS-OLD-AUDIT-MARK
032700         GO TO 1510-EXIT
032800     END-IF
032900     IF WS-ENTRY-STAMP > WS-NEW-AUDIT-MARK
033000         MOVE WS-ENTRY-STAMP TO WS-NEW-AUDIT-MARK
033100     END-IF
033200     IF FULL-REFRESH
033300         GO TO 1510-EXIT
033400     END-IF
033500     IF JR-AFTER-IMAGE NOT = SPACES
033600         MOVE JR-AFTER-IMAGE TO WS-GRADE-IMAGE
033700     ELSE
033800         MOVE JR-BEFORE-IMAGE TO WS-GRADE-IMAGE
033900     END-IF
034000     IF SR-MASTER-KEY OF WS-GRADE-IMAGE = SPACES
034100         GO TO 1510-EXIT
034200     END-IF
034300     MOVE SPACES TO PORTAL-WORK-RECORD
034400     MOVE "2" TO PW-FILE-CODE
034500     MOVE SR-MASTER-KEY OF WS-GRADE-IMAGE TO PW-KEY
034600     MOVE WS-ENTRY-STAMP  TO PW-STAMP
034700     MOVE WS-JOURNAL-READ TO PW-ORDINAL
034800     IF JR-BEFORE-IMAGE = SPACES
034900         MOVE "N" TO PW-BEFORE-SW
035000     ELSE
035100         MOVE "Y" TO PW-BEFORE-SW
035200     END-IF
035300     PERFORM 1700-WRITE-WORK THRU 1700-EXIT
035400     .
035500 1510-EXIT.
035600     EXIT.
035700*-----------------------------------------------------------*
035800* 1600-SCAN-DEMO-JOURNAL - EVERY DEMOMAST UPDATE PAST THE    *
035900*                          MARK; NO DEMOJRNL DD MEANS NO     *
036000*                          STUDENT CHANGES                   *
036100*-----------------------------------------------------------*
036200 1600-SCAN-DEMO-JOURNAL.
036300     OPEN INPUT DEMO-JOURNAL
036400     IF FSC-STATUS-CODE = "35"
036500         GO TO 1600-EXIT
036600     END-IF
036700     MOVE "DEMO-JOURNAL" TO FSC-FILE-NAME
036800     MOVE "OPEN"         TO FSC-OPERATION
036900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037000     MOVE "N" TO WS-EOF-SW
037100     PERFORM 1610-TAKE-DEMO-ENTRY THRU 1610-EXIT
037200         UNTIL END-OF-FILE
037300     CLOSE DEMO-JOURNAL
037400     MOVE "DEMO-JOURNAL" TO FSC-FILE-NAME
037500     MOVE "CLOSE"        TO FSC-OPERATION
037600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037700     .
037800 1600-EXIT.
037900     EXIT.
038000*-----------------------------------------------------------*
038100* 1610-TAKE-DEMO-ENTRY - ONE DEMOJRNL RECORD; THE STUDENT-ID *
038200*                        LEADS BOTH IMAGES                   *
038300*-----------------------------------------------------------*
038400 1610-TAKE-DEMO-ENTRY.
038500     READ DEMO-JOURNAL
038600         AT END
038700             SET END-OF-FILE TO TRUE
038800             GO TO 1610-EXIT
038900     END-READ
039000     MOVE "DEMO-JOURNAL" TO FSC-FILE-NAME
039100     MOVE "READ"         TO FSC-OPERATION
039200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
039300     ADD 1 TO WS-JOURNAL-READ
039400     IF NOT (DJ-ACTION-WRITE OR DJ-ACTION-REWRITE
039500             OR DJ-ACTION-DELETE)
039600         GO TO 1610-EXIT
039700     END-IF
039800     MOVE DJ-RUN-DATE TO WS-ENTRY-DATE
039900     MOVE DJ-RUN-TIME TO WS-ENTRY-TIME
040000     IF WS-ENTRY-STAMP NOT > WS-OLD-DEMO-MARK
040100         GO TO 1610-EXIT
040200     END-IF
040300     IF WS-ENTRY-STAMP > WS-NEW-DEMO-MARK
040400         MOVE WS-ENTRY-STAMP TO WS-NEW-DEMO-MARK
040500     END-IF
040600     IF FULL-REFRESH
040700         GO TO 1610-EXIT
040800     END-IF
040900     MOVE SPACES TO PORTAL-WORK-RECORD
041000     MOVE "1" TO PW-FILE-CODE
041100     IF DJ-AFTER-IMAGE NOT = SPACES
041200         MOVE DJ-AFTER-IMAGE (1:8) TO PW-KEY
041300     ELSE
041400         MOVE DJ-BEFORE-IMAGE (1:8) TO PW-KEY
041500     END-IF
041600     IF PW-KEY = SPACES
041700         GO TO 1610-EXIT
041800     END-IF
041900     MOVE WS-ENTRY-STAMP  TO PW-STAMP
042000     MOVE WS-JOURNAL-READ TO PW-ORDINAL
042100     IF DJ-BEFORE-IMAGE = SPACES
042200         MOVE "N" TO PW-BEFORE-SW
042300     ELSE
042400         MOVE "Y" TO PW-BEFORE-SW
042500     END-IF
042600     PERFORM 1700-WRITE-WORK THRU 1700-EXIT
042700     .
042800 1610-EXIT.
042900     EXIT.
043000*-----------------------------------------------------------*
043100* 1700-WRITE-WORK - ONE CHANGED-KEY ENTRY TO THE WORK FILE   *
043200*-----------------------------------------------------------*
043300 1700-WRITE-WORK.
043400     WRITE PORTAL-WORK-RECORD
043500     MOVE "PORTAL-WORK" TO FSC-FILE-NAME
043600     MOVE "WRITE"       TO FSC-OPERATION
043700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
043800     ADD 1 TO WS-ENTRIES-TAKEN
043900     .
044000 1700-EXIT.
044100     EXIT.
044200*-----------------------------------------------------------*
044300* 1800-SORT-CHANGES - THE ENTRIES INTO KEY ORDER, OLDEST     *
044400*                     FIRST WITHIN A KEY, AND PRIME THE READ *
044500*-----------------------------------------------------------*
044600 1800-SORT-CHANGES.
044700     CLOSE PORTAL-WORK
044800     MOVE "PORTAL-WORK" TO FSC-FILE-NAME
044900     MOVE "CLOSE"       TO FSC-OPERATION
045000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
045100     SORT PORTAL-SORT
045200         ON ASCENDING KEY SRT-FILE-CODE
045300                          SRT-KEY
045400                          SRT-STAMP
045500                          SRT-ORDINAL
045600         USING PORTAL-WORK
045700         GIVING PORTAL-SORTED
045800     OPEN INPUT PORTAL-SORTED
045900     MOVE "PORTAL-SORTED" TO FSC-FILE-NAME
046000     MOVE "OPEN"          TO FSC-OPERATION
046100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
046200     PERFORM 2400-READ-SORTED THRU 2400-EXIT
046300     .
046400 1800-EXIT.
046500     EXIT.
046600*-----------------------------------------------------------*
046700* 1900-READ-RUN-CONTROL - PICK UP THE SHARED RUN DATE; A     *
046800*                         MISSING RUNCTL DD IS NOT AN ERROR  *
046900*-----------------------------------------------------------*
047000 1900-READ-RUN-CONTROL.
047100     OPEN INPUT RUN-CONTROL
047200     IF FSC-STATUS-CODE = "35"
047300         GO TO 1900-EXIT
047400     END-IF
047500     MOVE "RUN-CONTROL" TO FSC-FILE-NAME
047600     MOVE "OPEN"        TO FSC-OPERATION
047700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
047800     READ RUN-CONTROL
047900         AT END
048000             CLOSE RUN-CONTROL
048100             GO TO 1900-EXIT
048200     END-READ
048300     MOVE "READ" TO FSC-OPERATION
048400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
048500     MOVE RC-RUN-DATE TO WS-RUN-DATE
048600     CLOSE RUN-CONTROL
048700     MOVE "CLOSE" TO FSC-OPERATION
048800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
048900     .
049000 1900-EXIT.
049100     EXIT.
049200*-----------------------------------------------------------*
049300* 2000-SEND-ALL-STUDENTS - FULL REFRESH: EVERY DEMOMAST      *
049400*                          RECORD AS AN "A"                  *
049500*-----------------------------------------------------------*
049600 2000-SEND-ALL-STUDENTS.
049700     MOVE "A" TO WS-ACTION
049800     MOVE "N" TO WS-EOF-SW
049900     PERFORM 2010-SEND-NEXT-STUDENT THRU 2010-EXIT
050000         UNTIL END-OF-FILE
050100     .
050200 2000-EXIT.
050300     EXIT.
050400*-----------------------------------------------------------*
050500* 2010-SEND-NEXT-STUDENT - ONE SEQUENTIAL DEMOMAST READ      *
050600*-----------------------------------------------------------*
050700 2010-SEND-NEXT-STUDENT.
050800     READ DEMOGRAPHIC-MASTER NEXT RECORD
050900         AT END
051000             SET END-OF-FILE TO TRUE
051100             GO TO 2010-EXIT
051200     END-READ
051300     MOVE "DEMOGRAPHIC-MAST" TO FSC-FILE-NAME
051400     MOVE "READ"             TO FSC-OPERATION
051500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
051600     PERFORM 2700-WRITE-STUDENT-LINE THRU 2700-EXIT
051700     .
051800 2010-EXIT.
051900     EXIT.
052000*-----------------------------------------------------------*
052100* 2100-SEND-ALL-GRADES - FULL REFRESH: EVERY STUDENT-MASTER  *
052200*                        RECORD AS AN "A"                    *
052300*-----------------------------------------------------------*
052400 2100-SEND-ALL-GRADES.
052500     MOVE "A" TO WS-ACTION
052600     MOVE "N" TO WS-EOF-SW
052700     PERFORM 2110-SEND-NEXT-GRADE THRU 2110-EXIT
052800         UNTIL END-OF-FILE
052900     .
053000 2100-EXIT.
053100     EXIT.
053200*-----------------------------------------------------------*
053300* 2110-SEND-NEXT-GRADE - ONE SEQUENTIAL STUDENT-MASTER READ  *
053400*-----------------------------------------------------------*
053500 2110-SEND-NEXT-GRADE.
053600     READ STUDENT-MASTER NEXT RECORD
053700         AT END
053800             SET END-OF-FILE TO TRUE
053900             GO TO 2110-EXIT
054000     END-READ
054100     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
054200     MOVE "READ"           TO FSC-OPERATION
054300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
054400     PERFORM 2750-WRITE-GRADE-LINE THRU 2750-EXIT
054500     .
054600 2110-EXIT.
054700     EXIT.
054800*-----------------------------------------------------------*
054900* 2400-READ-SORTED - NEXT SORTED ENTRY                       *
055000*-----------------------------------------------------------*
055100 2400-READ-SORTED.
055200     READ PORTAL-SORTED
055300         AT END
055400             SET SORTED-EOF TO TRUE
055500             GO TO 2400-EXIT
055600     END-READ
055700     MOVE "PORTAL-SORTED" TO FSC-FILE-NAME
055800     MOVE "READ"          TO FSC-OPERATION
055900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
056000     .
056100 2400-EXIT.
056200     EXIT.
056300*-----------------------------------------------------------*
056400* 2500-SEND-ONE-CHANGE - ON A NEW KEY, SEND THE ONE BEFORE IT*
056500*                        AND NOTE WHETHER THE NEW KEY WAS ON *
056600*                        FILE BEFORE ITS FIRST ENTRY; LATER  *
056700*                        ENTRIES FOR THE SAME KEY FOLD IN    *
056800*-----------------------------------------------------------*
056900 2500-SEND-ONE-CHANGE.
057000     IF PS-CHANGED-KEY NOT = WS-BREAK-KEY
057100         IF WS-BREAK-KEY NOT = LOW-VALUES
057200             PERFORM 2600-SEND-CHANGED-KEY THRU 2600-EXIT
057300         END-IF
057400         MOVE PS-CHANGED-KEY TO WS-BREAK-KEY
057500         MOVE PS-BEFORE-SW   TO WS-EXISTED-SW
057600     END-IF
057700     PERFORM 2400-READ-SORTED THRU 2400-EXIT
057800     .
057900 2500-EXIT.
058000     EXIT.
058100*-----------------------------------------------------------*
058200* 2600-SEND-CHANGED-KEY - ONE LINE FOR THE KEY JUST FINISHED,*
058300*                         WITH THE MASTER'S VALUES AS THEY   *
058400*                         STAND NOW                          *
058500*-----------------------------------------------------------*
058600 2600-SEND-CHANGED-KEY.
058700     IF WS-BREAK-FILE-CODE = "1"
058800         MOVE WS-BREAK-STUDENT-KEY (1:8) TO DM-STUDENT-ID
058900         READ DEMOGRAPHIC-MASTER
059000             INVALID KEY CONTINUE
059100         END-READ
059200         MOVE "DEMOGRAPHIC-MAST" TO FSC-FILE-NAME
059300     ELSE
059400         MOVE WS-BREAK-STUDENT-KEY
059500             TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
059600         READ STUDENT-MASTER
059700             INVALID KEY CONTINUE
059800         END-READ
059900         MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
060000     END-IF
060100     MOVE "READ" TO FSC-OPERATION
060200     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
060300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
060400     END-IF
060500     IF FSC-STATUS-CODE = "23"
060600         IF NOT KEY-EXISTED-BEFORE
060700             ADD 1 TO WS-NETTED-OUT
060800             GO TO 2600-EXIT
060900         END-IF
061000         MOVE "D" TO WS-ACTION
061100         PERFORM 2650-WRITE-DELETE-LINE THRU 2650-EXIT
061200         GO TO 2600-EXIT
061300     END-IF
061400     IF KEY-EXISTED-BEFORE
061500         MOVE "C" TO WS-ACTION
061600     ELSE
061700         MOVE "A" TO WS-ACTION
061800     END-IF
061900     IF WS-BREAK-FILE-CODE = "1"
062000         PERFORM 2700-WRITE-STUDENT-LINE THRU 2700-EXIT
062100     ELSE
062200         PERFORM 2750-WRITE-GRADE-LINE THRU 2750-EXIT
062300     END-IF
062400     .
062500 2600-EXIT.
062600     EXIT.
062700*-----------------------------------------------------------*
062800* 2650-WRITE-DELETE-LINE - A "D" CARRIES ONLY THE KEY        *
062900*-----------------------------------------------------------*
063000 2650-WRITE-DELETE-LINE.
063100     MOVE SPACES TO PORTAL-EXTRACT-RECORD
063200     IF WS-BREAK-FILE-CODE = "1"
063300         STRING "S|D|" DELIMITED BY SIZE
063400             WS-BREAK-STUDENT-KEY (1:8) DELIMITED BY SIZE
063500             INTO PORTAL-EXTRACT-RECORD
063600         END-STRING
063700         ADD 1 TO WS-STUDENTS-SENT
063800     ELSE
063900         STRING "G|D|" DELIMITED BY SIZE
064000             WS-BREAK-STUDENT-KEY (1:8) DELIMITED BY SIZE
064100             "|" DELIMITED BY SIZE
064200             WS-BREAK-STUDENT-KEY (9:6) DELIMITED BY SIZE
064300             INTO PORTAL-EXTRACT-RECORD
064400         END-STRING
064500         ADD 1 TO WS-GRADES-SENT
064600     END-IF
064700     PERFORM 2800-WRITE-EXTRACT-LINE THRU 2800-EXIT
064800     ADD 1 TO WS-RECORDS-SENT
064900     .
065000 2650-EXIT.
065100     EXIT.
065200*-----------------------------------------------------------*
065300* 2700-WRITE-STUDENT-LINE - ONE "S" LINE FROM THE CURRENT    *
065400*                           DEMOMAST RECORD                  *
065500*-----------------------------------------------------------*
065600 2700-WRITE-STUDENT-LINE.
065700     MOVE SPACES TO PORTAL-EXTRACT-RECORD
065800     STRING "S|" DELIMITED BY SIZE
065900         WS-ACTION DELIMITED BY SIZE
066000         "|" DELIMITED BY SIZE
066100         DM-STUDENT-ID DELIMITED BY SIZE
066200         "|" DELIMITED BY SIZE
066300         DM-LAST-NAME DELIMITED BY SIZE
066400         "|" DELIMITED BY SIZE
066500         DM-FIRST-NAME DELIMITED BY SIZE
066600         "|" DELIMITED BY SIZE
066700         DM-MIDDLE-INIT DELIMITED BY SIZE
066800         "|" DELIMITED BY SIZE
066900         DM-ADDRESS-LINE-1 DELIMITED BY SIZE
067000         "|" DELIMITED BY SIZE
067100         DM-ADDRESS-LINE-2 DELIMITED BY SIZE
067200         "|" DELIMITED BY SIZE
067300         DM-CITY DELIMITED BY SIZE
067400         "|" DELIMITED BY SIZE
067500         DM-STATE DELIMITED BY SIZE
067600         "|" DELIMITED BY SIZE
067700         DM-ZIP-CODE DELIMITED BY SIZE
067800         "|" DELIMITED BY SIZE
067900         DM-GUARDIAN-NAME DELIMITED BY SIZE
068000         "|" DELIMITED BY SIZE
068100         DM-ENROLL-STATUS DELIMITED BY SIZE
068200         INTO PORTAL-EXTRACT-RECORD
068300     END-STRING
068400     PERFORM 2800-WRITE-EXTRACT-LINE THRU 2800-EXIT
068500     ADD 1 TO WS-STUDENTS-SENT
068600     ADD 1 TO WS-RECORDS-SENT
068700     .
068800 2700-EXIT.
068900     EXIT.
069000*-----------------------------------------------------------*
069100* 2750-WRITE-GRADE-LINE - ONE "G" LINE FROM THE CURRENT      *
069200*                         STUDENT-MASTER RECORD, THE GRADE   *
069300*                         WITH AN EXPLICIT DECIMAL POINT     *
069400*-----------------------------------------------------------*
069500 2750-WRITE-GRADE-LINE.
069600     MOVE SR-GRADE OF STUDENT-MASTER-RECORD TO WS-EDITED-GRADE
069700     MOVE SPACES TO PORTAL-EXTRACT-RECORD
069800     STRING "G|" DELIMITED BY SIZE
069900         WS-ACTION DELIMITED BY SIZE
070000         "|" DELIMITED BY SIZE
070100         SR-STUDENT-ID OF STUDENT-MASTER-RECORD
070200             DELIMITED BY SIZE
070300         "|" DELIMITED BY SIZE
070400         SR-COURSE-CODE OF STUDENT-MASTER-RECORD
070500             DELIMITED BY SIZE
070600         "|" DELIMITED BY SIZE
070700         SR-FULL-NAME OF STUDENT-MASTER-RECORD
070800             DELIMITED BY SIZE
070900         "|" DELIMITED BY SIZE
071000         WS-EDITED-GRADE DELIMITED BY SIZE
071100         "|" DELIMITED BY SIZE
071200         SR-LETTER-GRADE OF STUDENT-MASTER-RECORD
071300             DELIMITED BY SIZE
071400         "|" DELIMITED BY SIZE
071500         SR-GRADE-STATUS OF STUDENT-MASTER-RECORD
071600             DELIMITED BY SIZE
071700         "|" DELIMITED BY SIZE
071800         SR-TERM-CODE OF STUDENT-MASTER-RECORD
071900             DELIMITED BY SIZE
072000         "|" DELIMITED BY SIZE
072100         SR-POSTED-DATE OF STUDENT-MASTER-RECORD
072200             DELIMITED BY SIZE
072300         "|" DELIMITED BY SIZE
072400         SR-SITE-CODE OF STUDENT-MASTER-RECORD
072500             DELIMITED BY SIZE
072600         INTO PORTAL-EXTRACT-RECORD
072700     END-STRING
072800     PERFORM 2800-WRITE-EXTRACT-LINE THRU 2800-EXIT
072900     ADD 1 TO WS-GRADES-SENT
073000     ADD 1 TO WS-RECORDS-SENT
073100     .
073200 2750-EXIT.
073300     EXIT.
073400*-----------------------------------------------------------*
073500* 2800-WRITE-EXTRACT-LINE - WRITE THE CURRENT EXTRACT LINE   *
073600*-----------------------------------------------------------*
073700 2800-WRITE-EXTRACT-LINE.
073800     WRITE PORTAL-EXTRACT-RECORD
073900     MOVE "PORTAL-EXTRACT" TO FSC-FILE-NAME
074000     MOVE "WRITE"          TO FSC-OPERATION
074100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
074200     .
074300 2800-EXIT.
074400     EXIT.
074500*-----------------------------------------------------------*
074600* 3000-TERMINATE - THE TRAILER, THE CONTROL RECORD MOVED ON  *
074700*                  TO THIS RUN, AND CLOSE UP                 *
074800*-----------------------------------------------------------*
074900 3000-TERMINATE.
075000     MOVE SPACES TO PORTAL-EXTRACT-RECORD
075100     STRING "T|" DELIMITED BY SIZE
075200         WS-SEQUENCE DELIMITED BY SIZE
075300         "|" DELIMITED BY SIZE
075400         WS-RECORDS-SENT DELIMITED BY SIZE
075500         INTO PORTAL-EXTRACT-RECORD
075600     END-STRING
075700     PERFORM 2800-WRITE-EXTRACT-LINE THRU 2800-EXIT
075800     CLOSE PORTAL-EXTRACT
075900     MOVE "CLOSE" TO FSC-OPERATION
076000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
076100     IF NOT FULL-REFRESH
076200         CLOSE PORTAL-SORTED
076300         MOVE "PORTAL-SORTED" TO FSC-FILE-NAME
076400         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
076500     END-IF
076600     CLOSE STUDENT-MASTER
076700     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
076800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
076900     CLOSE DEMOGRAPHIC-MASTER
077000     MOVE "DEMOGRAPHIC-MAST" TO FSC-FILE-NAME
077100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
077200     OPEN OUTPUT PORTAL-CONTROL
077300     MOVE "PORTAL-CONTROL" TO FSC-FILE-NAME
077400     MOVE "OPEN"           TO FSC-OPERATION
077500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
077600     MOVE SPACES            TO PORTAL-CONTROL-RECORD
077700     MOVE WS-SEQUENCE       TO PC-LAST-SEQUENCE
077800     MOVE WS-RUN-DATE       TO PC-LAST-RUN-DATE
077900     MOVE WS-NEW-AUDIT-MARK TO PC-AUDIT-MARK
078000     MOVE WS-NEW-DEMO-MARK  TO PC-DEMO-MARK
078100     WRITE PORTAL-CONTROL-RECORD
078200     MOVE "WRITE" TO FSC-OPERATION
078300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
078400     CLOSE PORTAL-CONTROL
078500     MOVE "CLOSE" TO FSC-OPERATION
078600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
078700     DISPLAY "PORTEXT - SEQUENCE " WS-SEQUENCE
078800         " JOURNAL ENTRIES TAKEN: " WS-ENTRIES-TAKEN
078900     DISPLAY "PORTEXT - STUDENT LINES: " WS-STUDENTS-SENT
079000         " GRADE LINES: " WS-GRADES-SENT
079100         " ADDED AND GONE: " WS-NETTED-OUT
079200     .
079300 3000-EXIT.
079400     EXIT.
079500     COPY "fscchk.cpy".
079600 END PROGRAM PORTEXT.
