000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUMSTAND.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - CUMULATIVE ACADEMIC STANDING  *
001300*                   REBUILD AND CLASS-RANK REPORT. RUNS      *
001400*                   RIGHT BEHIND TERMROLL AND READS THE SAME *
001500*                   TERMCARD - A BLANK CARD MEANS NO TERM    *
001600*                   CLOSED TONIGHT AND THE STANDING FILE IS  *
001700*                   LEFT AS IT IS. ON A CLOSING NIGHT EVERY  *
001800*                   TERM-ARCHIVE AND STUDENT-MASTER RECORD   *
001900*                   IS COPIED TO A WORK FILE, SORTED BY      *
002000*                   STUDENT/COURSE/TERM, AND MATCHED AGAINST *
002100*                   THE SUPRSEDE REGISTER SO A RETAKEN       *
002200*                   COURSE COUNTS ONCE. EACH STUDENT'S       *
002300*                   CREDITS ATTEMPTED AND EARNED, QUALITY    *
002400*                   POINTS, AND CUMULATIVE GPA ARE BUILT BY  *
002500*                   THE OFFTRANS RULES (CATALOG CREDIT       *
002600*                   HOURS, ONE CREDIT WHEN SILENT; I/W/E     *
002700*                   ROWS OUT OF EVERYTHING; PASS EARNS       *
002800*                   CREDIT WITHOUT QUALITY POINTS). THE      *
002900*                   STANDINGS ARE THEN SORTED BY ENTERING    *
003000*                   COHORT (EARLIEST TERM ON FILE) AND GPA,  *
003100*                   RANKED WITHIN THE COHORT (TIES SHARE A   *
003200*                   RANK), WRITTEN TO THE CUMSTAND KSDS      *
003300*                   (CUMSTAND.CPY), AND PRINTED AS THE       *
003400*                   RANKED STANDING REPORT. THE KSDS IS      *
003500*                   REBUILT FROM SCRATCH, SO A RERUN IS      *
003600*                   ALWAYS SAFE.                             *
003650*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003650*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003650*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003675*  10/15/2026  DT   THE TERM ARCHIVE IS NOW A KSDS KEYED ON  *
003675*                   STUDENT, COURSE AND TERM (TERMARCH.CPY). *
003675*                   IT IS STILL READ FRONT TO BACK; ONLY THE *
003675*                   97-BYTE STUDENT-MASTER IMAGE AHEAD OF    *
003675*                   THE KEY GOES TO THE ATTEMPT WORK FILE.   *
003687*  10/15/2026  DT   "T" TRANSFER CREDIT (XFERCRED) ADDS ITS  *
003687*                   CATALOG CREDITS TO CREDITS EARNED ONLY - *
003687*                   IT WAS NOT ATTEMPTED HERE AND CARRIES NO *
003687*                   QUALITY POINTS, SO ATTEMPTED, GPA        *
003687*                   CREDITS AND THE GPA ARE UNCHANGED.       *
003693*  10/15/2026  DT   THE ATTEMPT SORT RECORD IS NOW THE FULL  *
003693*                   97 BYTES - AT 95 THE SORT DROPPED        *
003693*                   SR-SITE-CODE FROM EVERY SORTED ATTEMPT.  *
003700*-----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT TERM-CARD ASSIGN TO TERMCARD
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FSC-STATUS-CODE.
004400     SELECT TERM-ARCHIVE ASSIGN TO TERMARCH
004500         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS TA-ARCHIVE-KEY
004600         FILE STATUS IS FSC-STATUS-CODE.
004700     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS SR-MASTER-KEY OF STUDENT-MASTER-RECORD
005100         ALTERNATE RECORD KEY IS SR-FULL-NAME
005200             OF STUDENT-MASTER-RECORD WITH DUPLICATES
005300         FILE STATUS IS FSC-STATUS-CODE.
005400     SELECT COURSE-CATALOG ASSIGN TO CRSCAT
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CC-COURSE-CODE
005800         FILE STATUS IS FSC-STATUS-CODE.
005900     SELECT SUPERSEDE-REGISTER ASSIGN TO SUPRSEDE
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS FSC-STATUS-CODE.
006200     SELECT ATTEMPT-WORK ASSIGN TO ATTMWORK
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FSC-STATUS-CODE.
006500     SELECT ATTEMPT-SORTED ASSIGN TO ATTMSRTD
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS FSC-STATUS-CODE.
006800     SELECT ATTEMPT-SORT ASSIGN TO SORTWK01.
006900     SELECT STANDING-WORK ASSIGN TO STNDWORK
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS FSC-STATUS-CODE.
007200     SELECT STANDING-SORTED ASSIGN TO STNDSRTD
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS FSC-STATUS-CODE.
007500     SELECT RANK-SORT ASSIGN TO SORTWK01.
007600     SELECT STANDING-FILE ASSIGN TO CUMSTAND
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS CS-STUDENT-ID
008000         FILE STATUS IS FSC-STATUS-CODE.
008100     SELECT STANDING-RPT ASSIGN TO STNDRPT
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS FSC-STATUS-CODE.
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  TERM-CARD
008700     RECORD CONTAINS 5 CHARACTERS.
008800 01  TERM-CARD-RECORD              PIC X(05).
008900 FD  TERM-ARCHIVE
009000     RECORD CONTAINS 116 CHARACTERS.
009100 01  TERM-ARCHIVE-RECORD.
009100     05  TA-MASTER-IMAGE           PIC X(97).
009100     COPY "termarch.cpy".
009200 FD  STUDENT-MASTER
009300     RECORD CONTAINS 97 CHARACTERS.
009400 01  STUDENT-MASTER-RECORD.
009500     COPY "studrec.cpy".
009600 FD  COURSE-CATALOG
009700     RECORD CONTAINS 51 CHARACTERS.
009800 01  COURSE-CATALOG-RECORD.
009900     COPY "crscat.cpy".
010000 FD  SUPERSEDE-REGISTER
010100     RECORD CONTAINS 34 CHARACTERS.
010200 01  SUPERSEDE-RECORD.
010300     COPY "suprsede.cpy".
010400 FD  ATTEMPT-WORK
010500     RECORD CONTAINS 97 CHARACTERS.
010600 01  ATTEMPT-WORK-RECORD           PIC X(97).
010700 FD  ATTEMPT-SORTED
010800     RECORD CONTAINS 97 CHARACTERS.
010900 01  ATTEMPT-SORTED-RECORD.
011000     COPY "studrec.cpy".
011100 SD  ATTEMPT-SORT.
011200 01  ATTEMPT-SORT-RECORD.
011300     05  FILLER                PIC X(50).
011400     05  AS-MASTER-KEY         PIC X(14).
011500     05  FILLER                PIC X(06).
011600     05  AS-TERM-CODE          PIC X(05).
011700     05  FILLER                PIC X(22).
011800 FD  STANDING-WORK
011900     RECORD CONTAINS 111 CHARACTERS.
012000 01  STANDING-WORK-RECORD          PIC X(111).
012100 FD  STANDING-SORTED
012200     RECORD CONTAINS 111 CHARACTERS.
012300 01  STANDING-SORTED-RECORD        PIC X(111).
012400 SD  RANK-SORT.
012500 01  RANK-SORT-RECORD.
012600     05  RS-STUDENT-ID         PIC X(08).
012700     05  RS-COHORT-TERM        PIC X(05).
012800     05  FILLER                PIC X(24).
012900     05  RS-CUM-GPA            PIC 9(01)V99.
013000     05  FILLER                PIC X(20).
013100     05  RS-RANKED-FLAG        PIC X(01).
013200     05  FILLER                PIC X(50).
013300 FD  STANDING-FILE
013400     RECORD CONTAINS 60 CHARACTERS.
013500 01  STANDING-RECORD.
013600     COPY "cumstand.cpy".
013700 FD  STANDING-RPT
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  STANDING-RPT-RECORD           PIC X(80).
014000 WORKING-STORAGE SECTION.
014100 01  WS-SWITCHES.
014200     05  WS-NO-ARCHIVE-SW          PIC X(01)  VALUE "N".
014300         88  NO-ARCHIVE-FILE                  VALUE "Y".
014400     05  WS-ARCH-EOF-SW            PIC X(01)  VALUE "N".
014500         88  ARCHIVE-EOF                      VALUE "Y".
014600     05  WS-MASTER-EOF-SW          PIC X(01)  VALUE "N".
014700         88  MASTER-EOF                       VALUE "Y".
014800     05  WS-CATALOG-OPEN-SW        PIC X(01)  VALUE "N".
014900         88  CATALOG-IS-OPEN                  VALUE "Y".
015000     05  WS-NO-SUP-SW              PIC X(01)  VALUE "N".
015100         88  NO-SUPERSEDE-FILE                VALUE "Y".
015200     05  WS-SUP-EOF-SW             PIC X(01)  VALUE "N".
015300         88  SUPERSEDE-EOF                    VALUE "Y".
015400     05  WS-SORTED-EOF-SW          PIC X(01)  VALUE "N".
015500         88  SORTED-EOF                       VALUE "Y".
015600     05  WS-STANDING-EOF-SW        PIC X(01)  VALUE "N".
015700         88  STANDING-EOF                     VALUE "Y".
015800     05  WS-ROW-SUP-SW             PIC X(01)  VALUE "N".
015900         88  ROW-IS-SUPERSEDED                VALUE "Y".
016000     05  WS-COHORT-FOUND-SW        PIC X(01)  VALUE "N".
016100         88  COHORT-FOUND                     VALUE "Y".
016200     05  WS-FIRST-COHORT-SW        PIC X(01)  VALUE "Y".
016300         88  FIRST-COHORT                     VALUE "Y".
016400 01  WS-RUN-DATE                   PIC X(08).
016500 01  WS-CLOSING-TERM               PIC X(05)  VALUE SPACES.
016600*-----------------------------------------------------------*
016700* ONE STANDING-WORK / STANDING-SORTED RECORD - THE 60-BYTE   *
016800* STANDING IMAGE PLUS THE RANKED FLAG AND THE NAME FOR THE   *
016900* REPORT (111 BYTES, SEE RANK-SORT-RECORD FOR THE OFFSETS)   *
017000*-----------------------------------------------------------*
017100 01  WS-STANDING-WORK.
017200     05  WS-STANDING-IMAGE         PIC X(60).
017300     05  WS-RANKED-FLAG            PIC X(01).
017400         88  STUDENT-IS-RANKED                VALUE "Y".
017500     05  WS-WORK-NAME              PIC X(50).
017600 01  WS-STUDENT-ACCUM.
017700     05  WS-CUR-ID                 PIC X(08)  VALUE LOW-VALUES.
017800     05  WS-CUR-NAME               PIC X(50).
017900     05  WS-CUR-COHORT             PIC X(05).
018000     05  WS-CUR-LAST-TERM          PIC X(05).
018100     05  WS-CUR-ATTEMPTED          PIC 9(04).
018200     05  WS-CUR-EARNED             PIC 9(04).
018300     05  WS-CUR-GPA-CREDITS        PIC 9(04).
018400     05  WS-CUR-POINTS             PIC 9(05)V99.
018500 01  WS-MATCH-KEYS.
018600     05  WS-ATTEMPT-KEY.
018700         10  WS-AK-STUDENT-ID      PIC X(08).
018800         10  WS-AK-COURSE-CODE     PIC X(06).
018900         10  WS-AK-TERM-CODE       PIC X(05).
019000     05  WS-SUPERSEDE-KEY.
019100         10  WS-SK-STUDENT-ID      PIC X(08).
019200         10  WS-SK-COURSE-CODE     PIC X(06).
019300         10  WS-SK-TERM-CODE       PIC X(05).
019400 77  WS-COHORT-MAX                 PIC 9(03)  COMP VALUE 60.
019500 01  WS-COHORT-TABLE.
019600     05  WS-COHORT-COUNT           PIC 9(03)  COMP VALUE ZERO.
019700     05  WS-COHORT-ENTRY OCCURS 60 TIMES.
019800         10  WS-COH-TERM           PIC X(05).
019900         10  WS-COH-RANKED         PIC 9(05).
020000 01  WS-WORK-FIELDS.
020100     05  WS-COH-SUB                PIC 9(03)  COMP.
020200     05  WS-ROW-CREDITS            PIC 9(02).
020300     05  WS-QUALITY-POINTS         PIC 9(01)V9.
020400     05  WS-BREAK-COHORT           PIC X(05).
020500     05  WS-COHORT-SIZE            PIC 9(05).
020600     05  WS-POSITION               PIC 9(05).
020700     05  WS-CURRENT-RANK           PIC 9(05).
020800     05  WS-PRIOR-GPA              PIC 9(01)V99.
020900     05  WS-RANK-TEXT              PIC X(05).
021000     05  WS-SHORT-NAME             PIC X(30).
021100     05  WS-COHORT-TEXT            PIC X(07).
021200 01  WS-COUNTERS.
021300     05  WS-ATTEMPTS-COPIED        PIC 9(07)  VALUE ZERO.
021400     05  WS-SUPERSEDED-SKIPPED     PIC 9(05)  VALUE ZERO.
021500     05  WS-STUDENTS-BUILT         PIC 9(05)  VALUE ZERO.
021600     05  WS-STUDENTS-RANKED        PIC 9(05)  VALUE ZERO.
021700     05  WS-STUDENTS-UNRANKED      PIC 9(05)  VALUE ZERO.
021800 01  FSC-CONTROLS.
021900     COPY "fscctl.cpy".
022000 PROCEDURE DIVISION.
022100*-----------------------------------------------------------*
022200* 0000-MAINLINE                                             *
022300*-----------------------------------------------------------*
022400 0000-MAINLINE.
022400     MOVE "CUMSTAND" TO FSC-STEP-PROGRAM
022400     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022600     IF WS-CLOSING-TERM NOT = SPACES
022700         PERFORM 1100-COPY-ARCHIVE THRU 1100-EXIT
022800         PERFORM 1200-COPY-MASTER THRU 1200-EXIT
022900         CLOSE ATTEMPT-WORK
023000         MOVE "ATTEMPT-WORK" TO FSC-FILE-NAME
023100         MOVE "CLOSE"        TO FSC-OPERATION
023200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
023300         SORT ATTEMPT-SORT
023400             ON ASCENDING KEY AS-MASTER-KEY
023500             ON ASCENDING KEY AS-TERM-CODE
023600             USING ATTEMPT-WORK
023700             GIVING ATTEMPT-SORTED
023800         PERFORM 1500-OPEN-PASS-TWO THRU 1500-EXIT
023900         PERFORM 2000-PROCESS-ATTEMPT THRU 2000-EXIT
024000             UNTIL SORTED-EOF
024100         IF WS-CUR-ID NOT = LOW-VALUES
024200             PERFORM 2500-FINISH-STUDENT THRU 2500-EXIT
024300         END-IF
024400         PERFORM 2900-CLOSE-PASS-TWO THRU 2900-EXIT
024500         SORT RANK-SORT
024600             ON ASCENDING KEY RS-COHORT-TERM
024700             ON DESCENDING KEY RS-RANKED-FLAG
024800             ON DESCENDING KEY RS-CUM-GPA
024900             ON ASCENDING KEY RS-STUDENT-ID
025000             USING STANDING-WORK
025100             GIVING STANDING-SORTED
025200         PERFORM 3000-RANK-STANDINGS THRU 3000-EXIT
025300     END-IF
025400     PERFORM 3900-TERMINATE THRU 3900-EXIT
025400     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
025500     GOBACK.
025600*-----------------------------------------------------------*
025700* 1000-INITIALIZE - READ THE CLOSING TERM AND OPEN THE       *
025800*                   REPORT; A BLANK OR MISSING CARD MAKES    *
025900*                   THE RUN A NO-OP THAT LEAVES THE          *
026000*                   STANDING FILE ALONE. OTHERWISE OPEN THE  *
026100*                   CATALOG (OPTIONAL) AND THE ATTEMPT WORK  *
026200*                   FILE                                     *
026300*-----------------------------------------------------------*
026400 1000-INITIALIZE.
026500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
026600     OPEN OUTPUT STANDING-RPT
026700     MOVE "STANDING-RPT" TO FSC-FILE-NAME
026800     MOVE "OPEN"         TO FSC-OPERATION
026900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
027000     OPEN INPUT TERM-CARD
027100     IF FSC-STATUS-CODE = "35"
027200         MOVE SPACES TO WS-CLOSING-TERM
027300     ELSE
027400         MOVE "TERM-CARD" TO FSC-FILE-NAME
027500         MOVE "OPEN"      TO FSC-OPERATION
027600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
027700         READ TERM-CARD
027800             AT END
027900                 MOVE SPACES TO WS-CLOSING-TERM
028000         END-READ
028100         IF FSC-STATUS-CODE = "00"
028200             MOVE TERM-CARD-RECORD TO WS-CLOSING-TERM
028300         END-IF
028400         CLOSE TERM-CARD
028500         MOVE "CLOSE" TO FSC-OPERATION
028600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
028700     END-IF
028800     IF WS-CLOSING-TERM = SPACES
028900         DISPLAY "CUMSTAND - NO TERM CLOSED TONIGHT - STANDING "
029000             "FILE LEFT AS IS"
029100         MOVE "CUMULATIVE STANDING - NO TERM CLOSED - NOT REBUILT"
029300             TO STANDING-RPT-RECORD
029400         PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
029500         GO TO 1000-EXIT
029600     END-IF
029700     MOVE SPACES TO STANDING-RPT-RECORD
029800     STRING "CUMULATIVE STANDING AND CLASS RANK - TERM "
029900             DELIMITED BY SIZE
030000         WS-CLOSING-TERM DELIMITED BY SIZE
030100         " CLOSED - REBUILT " DELIMITED BY SIZE
030200         WS-RUN-DATE DELIMITED BY SIZE
030300         INTO STANDING-RPT-RECORD
030400     END-STRING
030500     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
030600     OPEN INPUT COURSE-CATALOG
030700     IF FSC-STATUS-CODE = "35"
030800         CONTINUE
030900     ELSE
031000         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
031100         MOVE "OPEN"           TO FSC-OPERATION
031200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
031300         SET CATALOG-IS-OPEN TO TRUE
031400     END-IF
031500     OPEN OUTPUT ATTEMPT-WORK
031600     MOVE "ATTEMPT-WORK" TO FSC-FILE-NAME
031700     MOVE "OPEN"         TO FSC-OPERATION
031800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
031900     .
032000 1000-EXIT.
032100     EXIT.
032200*-----------------------------------------------------------*
032300* 1100-COPY-ARCHIVE - EVERY ARCHIVED RECORD TO THE ATTEMPT   *
032400*                     WORK FILE; NO ARCHIVE IS AN EMPTY SIDE *
032500*-----------------------------------------------------------*
032600 1100-COPY-ARCHIVE.
032700     OPEN INPUT TERM-ARCHIVE
032800     IF FSC-STATUS-CODE = "35"
032900         SET NO-ARCHIVE-FILE TO TRUE
033000         GO TO 1100-EXIT
033100     END-IF
033200     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
033300     MOVE "OPEN"         TO FSC-OPERATION
033400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
033500     PERFORM 1150-COPY-ONE-ARCHIVE THRU 1150-EXIT
033600         UNTIL ARCHIVE-EOF
033700     CLOSE TERM-ARCHIVE
033800     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
033900     MOVE "CLOSE"        TO FSC-OPERATION
034000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
034100     .
034200 1100-EXIT.
034300     EXIT.
034400*-----------------------------------------------------------*
034500* 1150-COPY-ONE-ARCHIVE - ONE ARCHIVE READ AND WORK WRITE    *
034600*-----------------------------------------------------------*
034700 1150-COPY-ONE-ARCHIVE.
034800     READ TERM-ARCHIVE
034900         AT END
035000             SET ARCHIVE-EOF TO TRUE
035100             GO TO 1150-EXIT
035200     END-READ
035300     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
035400     MOVE "READ"         TO FSC-OPERATION
035500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035600     MOVE TA-MASTER-IMAGE TO ATTEMPT-WORK-RECORD
035700     PERFORM 1900-WRITE-ATTEMPT-WORK THRU 1900-EXIT
035800     .
035900 1150-EXIT.
036000     EXIT.
036100*-----------------------------------------------------------*
036200* 1200-COPY-MASTER - EVERY CURRENT MASTER RECORD TO THE      *
036300*                    ATTEMPT WORK FILE IN KEY ORDER; NO      *
036400*                    MASTER IS AN EMPTY SIDE                 *
036500*-----------------------------------------------------------*
036600 1200-COPY-MASTER.
036700     OPEN INPUT STUDENT-MASTER
036800     IF FSC-STATUS-CODE = "35"
036900         GO TO 1200-EXIT
037000     END-IF
037100     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
037200     MOVE "OPEN"           TO FSC-OPERATION
037300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037400     MOVE LOW-VALUES
037500         TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
037600     START STUDENT-MASTER KEY NOT LESS THAN
037700             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
037800         INVALID KEY
037900             SET MASTER-EOF TO TRUE
038000     END-START
038100     PERFORM 1250-COPY-ONE-MASTER THRU 1250-EXIT
038200         UNTIL MASTER-EOF
038300     CLOSE STUDENT-MASTER
038400     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
038500     MOVE "CLOSE"          TO FSC-OPERATION
038600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
038700     .
038800 1200-EXIT.
038900     EXIT.
039000*-----------------------------------------------------------*
039100* 1250-COPY-ONE-MASTER - ONE MASTER READ AND WORK WRITE      *
039200*-----------------------------------------------------------*
039300 1250-COPY-ONE-MASTER.
039400     READ STUDENT-MASTER NEXT
039500         AT END
039600             SET MASTER-EOF TO TRUE
039700             GO TO 1250-EXIT
039800     END-READ
039900     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
040000     MOVE "READ"           TO FSC-OPERATION
040100     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
040200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
040300     END-IF
040400     MOVE STUDENT-MASTER-RECORD TO ATTEMPT-WORK-RECORD
040500     PERFORM 1900-WRITE-ATTEMPT-WORK THRU 1900-EXIT
040600     .
040700 1250-EXIT.
040800     EXIT.
040900*-----------------------------------------------------------*
041000* 1500-OPEN-PASS-TWO - OPEN THE SORTED ATTEMPTS, THE         *
041100*                      SUPRSEDE REGISTER (OPTIONAL - NO DD   *
041200*                      MEANS NOTHING IS SUPERSEDED), AND THE *
041300*                      STANDING WORK FILE; PRIME BOTH READS  *
041400*-----------------------------------------------------------*
041500 1500-OPEN-PASS-TWO.
041600     OPEN INPUT ATTEMPT-SORTED
041700     MOVE "ATTEMPT-SORTED" TO FSC-FILE-NAME
041800     MOVE "OPEN"           TO FSC-OPERATION
041900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
042000     OPEN OUTPUT STANDING-WORK
042100     MOVE "STANDING-WORK" TO FSC-FILE-NAME
042200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
042300     OPEN INPUT SUPERSEDE-REGISTER
042400     IF FSC-STATUS-CODE = "35"
042500         SET NO-SUPERSEDE-FILE TO TRUE
042600         SET SUPERSEDE-EOF TO TRUE
042700     ELSE
042800         MOVE "SUPERSEDE-REG" TO FSC-FILE-NAME
042900         MOVE "OPEN"          TO FSC-OPERATION
043000         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
043100         PERFORM 2250-READ-SUPERSEDE THRU 2250-EXIT
043200     END-IF
043300     PERFORM 2050-READ-SORTED THRU 2050-EXIT
043400     .
043500 1500-EXIT.
043600     EXIT.
043700*-----------------------------------------------------------*
043800* 1900-WRITE-ATTEMPT-WORK - WRITE THE CURRENT WORK RECORD    *
043900*-----------------------------------------------------------*
044000 1900-WRITE-ATTEMPT-WORK.
044100     WRITE ATTEMPT-WORK-RECORD
044200     MOVE "ATTEMPT-WORK" TO FSC-FILE-NAME
044300     MOVE "WRITE"        TO FSC-OPERATION
044400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
044500     ADD 1 TO WS-ATTEMPTS-COPIED
044600     .
044700 1900-EXIT.
044800     EXIT.
044900*-----------------------------------------------------------*
045000* 2000-PROCESS-ATTEMPT - FOLD ONE SORTED ATTEMPT INTO THE    *
045100*                        CURRENT STUDENT; A CHANGE OF        *
045200*                        STUDENT-ID FINISHES THE PRIOR ONE   *
045300*-----------------------------------------------------------*
045400 2000-PROCESS-ATTEMPT.
045400     ADD 1 TO FSC-STEP-RECORDS-IN
045500     IF SR-STUDENT-ID OF ATTEMPT-SORTED-RECORD NOT = WS-CUR-ID
045600         IF WS-CUR-ID NOT = LOW-VALUES
045700             PERFORM 2500-FINISH-STUDENT THRU 2500-EXIT
045800         END-IF
045900         MOVE SR-STUDENT-ID OF ATTEMPT-SORTED-RECORD
046000             TO WS-CUR-ID
046100         MOVE SR-FULL-NAME OF ATTEMPT-SORTED-RECORD
046200             TO WS-CUR-NAME
046300         MOVE SPACES TO WS-CUR-COHORT
046400         MOVE SPACES TO WS-CUR-LAST-TERM
046500         MOVE ZERO TO WS-CUR-ATTEMPTED
046600         MOVE ZERO TO WS-CUR-EARNED
046700         MOVE ZERO TO WS-CUR-GPA-CREDITS
046800         MOVE ZERO TO WS-CUR-POINTS
046900     END-IF
047000     PERFORM 2100-FOLD-ATTEMPT THRU 2100-EXIT
047100     PERFORM 2050-READ-SORTED THRU 2050-EXIT
047200     .
047300 2000-EXIT.
047400     EXIT.
047500*-----------------------------------------------------------*
047600* 2050-READ-SORTED - READ NEXT SORTED ATTEMPT                *
047700*-----------------------------------------------------------*
047800 2050-READ-SORTED.
047900     READ ATTEMPT-SORTED
048000         AT END
048100             SET SORTED-EOF TO TRUE
048200     END-READ
048300     MOVE "ATTEMPT-SORTED" TO FSC-FILE-NAME
048400     MOVE "READ"           TO FSC-OPERATION
048500     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "10"
048600         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
048700     END-IF
048800     .
048900 2050-EXIT.
049000     EXIT.
049100*-----------------------------------------------------------*
049200* 2100-FOLD-ATTEMPT - TRACK THE EARLIEST/LATEST TERM, THEN   *
049300*                     COUNT A GRADED ATTEMPT THAT STILL      *
049400*                     STANDS: ATTEMPTED ALWAYS, EARNED        *
049500*                     UNLESS F, QUALITY POINTS UNLESS PASS    *
049600*-----------------------------------------------------------*
049700 2100-FOLD-ATTEMPT.
049800     IF SR-TERM-CODE OF ATTEMPT-SORTED-RECORD NOT = SPACES
049900         IF WS-CUR-COHORT = SPACES
050000                 OR SR-TERM-CODE OF ATTEMPT-SORTED-RECORD
050100                     < WS-CUR-COHORT
050200             MOVE SR-TERM-CODE OF ATTEMPT-SORTED-RECORD
050300                 TO WS-CUR-COHORT
050400         END-IF
050500         IF SR-TERM-CODE OF ATTEMPT-SORTED-RECORD
050600                 > WS-CUR-LAST-TERM
050700             MOVE SR-TERM-CODE OF ATTEMPT-SORTED-RECORD
050800                 TO WS-CUR-LAST-TERM
050900         END-IF
051000     END-IF
051050     IF SR-GRADE-TRANSFER OF ATTEMPT-SORTED-RECORD
051060         PERFORM 2300-LOOK-UP-CREDITS THRU 2300-EXIT
051070         ADD WS-ROW-CREDITS TO WS-CUR-EARNED
051080         GO TO 2100-EXIT
051090     END-IF
051100     IF NOT SR-GRADE-NUMERIC OF ATTEMPT-SORTED-RECORD
051200         GO TO 2100-EXIT
051300     END-IF
051400     PERFORM 2200-CHECK-SUPERSEDED THRU 2200-EXIT
051500     IF ROW-IS-SUPERSEDED
051600         ADD 1 TO WS-SUPERSEDED-SKIPPED
051700         GO TO 2100-EXIT
051800     END-IF
051900     PERFORM 2300-LOOK-UP-CREDITS THRU 2300-EXIT
052000     ADD WS-ROW-CREDITS TO WS-CUR-ATTEMPTED
052100     IF SR-LETTER-GRADE OF ATTEMPT-SORTED-RECORD NOT = "F"
052200         ADD WS-ROW-CREDITS TO WS-CUR-EARNED
052300     END-IF
052400     IF SR-LETTER-GRADE OF ATTEMPT-SORTED-RECORD NOT = "P"
052500         PERFORM 2400-GRADE-TO-POINTS THRU 2400-EXIT
052600         COMPUTE WS-CUR-POINTS =
052700             WS-CUR-POINTS + WS-QUALITY-POINTS * WS-ROW-CREDITS
052800         ADD WS-ROW-CREDITS TO WS-CUR-GPA-CREDITS
052900     END-IF
053000     .
053100 2100-EXIT.
053200     EXIT.
053300*-----------------------------------------------------------*
053400* 2200-CHECK-SUPERSEDED - MATCH THE ATTEMPT'S STUDENT/       *
053500*                         COURSE/TERM AGAINST THE REGISTER,  *
053600*                         WHICH GRDRPLCE WRITES IN THAT SAME *
053700*                         ORDER, ADVANCING IT AS WE GO       *
053800*-----------------------------------------------------------*
053900 2200-CHECK-SUPERSEDED.
054000     MOVE "N" TO WS-ROW-SUP-SW
054100     MOVE SR-STUDENT-ID OF ATTEMPT-SORTED-RECORD
054200         TO WS-AK-STUDENT-ID
054300     MOVE SR-COURSE-CODE OF ATTEMPT-SORTED-RECORD
054400         TO WS-AK-COURSE-CODE
054500     MOVE SR-TERM-CODE OF ATTEMPT-SORTED-RECORD
054600         TO WS-AK-TERM-CODE
054700     PERFORM 2250-READ-SUPERSEDE THRU 2250-EXIT
054800         UNTIL SUPERSEDE-EOF
054900             OR WS-SUPERSEDE-KEY NOT < WS-ATTEMPT-KEY
055000     IF NOT SUPERSEDE-EOF
055100             AND WS-SUPERSEDE-KEY = WS-ATTEMPT-KEY
055200         SET ROW-IS-SUPERSEDED TO TRUE
055300     END-IF
055400     .
055500 2200-EXIT.
055600     EXIT.
055700*-----------------------------------------------------------*
055800* 2250-READ-SUPERSEDE - NEXT REGISTER ROW INTO THE MATCH KEY *
055900*-----------------------------------------------------------*
056000 2250-READ-SUPERSEDE.
056100     READ SUPERSEDE-REGISTER
056200         AT END
056300             SET SUPERSEDE-EOF TO TRUE
056400             GO TO 2250-EXIT
056500     END-READ
056600     MOVE "SUPERSEDE-REG" TO FSC-FILE-NAME
056700     MOVE "READ"          TO FSC-OPERATION
056800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
056900     MOVE SP-STUDENT-ID      TO WS-SK-STUDENT-ID
057000     MOVE SP-COURSE-CODE     TO WS-SK-COURSE-CODE
057100     MOVE SP-SUPERSEDED-TERM TO WS-SK-TERM-CODE
057200     .
057300 2250-EXIT.
057400     EXIT.
057500*-----------------------------------------------------------*
057600* 2300-LOOK-UP-CREDITS - CATALOG CREDIT HOURS FOR THE        *
057700*                        ATTEMPT; ONE CREDIT WHEN THE        *
057800*                        CATALOG IS MISSING OR SILENT        *
057900*-----------------------------------------------------------*
058000 2300-LOOK-UP-CREDITS.
058100     MOVE 1 TO WS-ROW-CREDITS
058200     IF NOT CATALOG-IS-OPEN
058300         GO TO 2300-EXIT
058400     END-IF
058500     MOVE SR-COURSE-CODE OF ATTEMPT-SORTED-RECORD
058600         TO CC-COURSE-CODE
058700     READ COURSE-CATALOG
058800         INVALID KEY
058900             GO TO 2300-EXIT
059000     END-READ
059100     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
059200     MOVE "READ"           TO FSC-OPERATION
059300     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
059400         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
059500     END-IF
059600     IF FSC-STATUS-CODE = "00" AND CC-CREDIT-HOURS > ZERO
059700         MOVE CC-CREDIT-HOURS TO WS-ROW-CREDITS
059800     END-IF
059900     .
060000 2300-EXIT.
060100     EXIT.
060200*-----------------------------------------------------------*
060300* 2400-GRADE-TO-POINTS - LETTER GRADE TO QUALITY POINTS      *
060400*-----------------------------------------------------------*
060500 2400-GRADE-TO-POINTS.
060600     EVALUATE SR-LETTER-GRADE OF ATTEMPT-SORTED-RECORD
060700         WHEN "A"
060800             MOVE 4.0 TO WS-QUALITY-POINTS
060900         WHEN "B"
061000             MOVE 3.0 TO WS-QUALITY-POINTS
061100         WHEN "C"
061200             MOVE 2.0 TO WS-QUALITY-POINTS
061300         WHEN "D"
061400             MOVE 1.0 TO WS-QUALITY-POINTS
061500         WHEN OTHER
061600             MOVE 0.0 TO WS-QUALITY-POINTS
061700     END-EVALUATE
061800     .
061900 2400-EXIT.
062000     EXIT.
062100*-----------------------------------------------------------*
062200* 2500-FINISH-STUDENT - BUILD THE STUDENT'S STANDING IMAGE,  *
062300*                       COUNT THE STUDENT INTO THE COHORT    *
062400*                       WHEN RANKABLE, AND WRITE THE         *
062500*                       STANDING WORK RECORD                 *
062600*-----------------------------------------------------------*
062700 2500-FINISH-STUDENT.
062800     MOVE SPACES             TO STANDING-RECORD
062900     MOVE WS-CUR-ID          TO CS-STUDENT-ID
063000     MOVE WS-CUR-COHORT      TO CS-COHORT-TERM
063100     MOVE WS-CUR-LAST-TERM   TO CS-LAST-TERM
063200     MOVE WS-CUR-ATTEMPTED   TO CS-CREDITS-ATTEMPTED
063300     MOVE WS-CUR-EARNED      TO CS-CREDITS-EARNED
063400     MOVE WS-CUR-GPA-CREDITS TO CS-GPA-CREDITS
063500     MOVE WS-CUR-POINTS      TO CS-QUALITY-POINTS
063600     MOVE ZERO               TO CS-CUM-GPA
063700     IF WS-CUR-GPA-CREDITS > ZERO
063800         COMPUTE CS-CUM-GPA ROUNDED =
063900             WS-CUR-POINTS / WS-CUR-GPA-CREDITS
064000     END-IF
064100     MOVE ZERO               TO CS-CLASS-RANK
064200     MOVE ZERO               TO CS-COHORT-SIZE
064300     MOVE WS-RUN-DATE        TO CS-REBUILD-DATE
064400     MOVE STANDING-RECORD    TO WS-STANDING-IMAGE
064500     MOVE WS-CUR-NAME        TO WS-WORK-NAME
064600     MOVE "N"                TO WS-RANKED-FLAG
064700     IF WS-CUR-GPA-CREDITS > ZERO
064800         SET STUDENT-IS-RANKED TO TRUE
064900         PERFORM 2600-COUNT-COHORT THRU 2600-EXIT
065000     END-IF
065100     WRITE STANDING-WORK-RECORD FROM WS-STANDING-WORK
065200     MOVE "STANDING-WORK" TO FSC-FILE-NAME
065300     MOVE "WRITE"         TO FSC-OPERATION
065400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
065400     ADD 1 TO FSC-STEP-RECORDS-OUT
065500     ADD 1 TO WS-STUDENTS-BUILT
065600     .
065700 2500-EXIT.
065800     EXIT.
065900*-----------------------------------------------------------*
066000* 2600-COUNT-COHORT - ONE MORE RANKED STUDENT IN THE         *
066100*                     FINISHED STUDENT'S COHORT; A NEW       *
066200*                     COHORT IS ADDED TO THE TABLE           *
066300*-----------------------------------------------------------*
066400 2600-COUNT-COHORT.
066500     MOVE "N" TO WS-COHORT-FOUND-SW
066600     PERFORM 2650-PROBE-ONE-COHORT THRU 2650-EXIT
066700         VARYING WS-COH-SUB FROM 1 BY 1
066800         UNTIL WS-COH-SUB > WS-COHORT-COUNT
066900             OR COHORT-FOUND
067000     IF COHORT-FOUND
067100         SUBTRACT 1 FROM WS-COH-SUB
067200         ADD 1 TO WS-COH-RANKED (WS-COH-SUB)
067300         GO TO 2600-EXIT
067400     END-IF
067500     IF WS-COHORT-COUNT >= WS-COHORT-MAX
067600         DISPLAY "CUMSTAND - MORE THAN " WS-COHORT-MAX
067700             " ENTERING COHORTS - COHORT " WS-CUR-COHORT
067800             " PRINTS WITHOUT A COHORT SIZE"
067900         MOVE 8 TO RETURN-CODE
068000         GO TO 2600-EXIT
068100     END-IF
068200     ADD 1 TO WS-COHORT-COUNT
068300     MOVE WS-CUR-COHORT TO WS-COH-TERM (WS-COHORT-COUNT)
068400     MOVE 1             TO WS-COH-RANKED (WS-COHORT-COUNT)
068500     .
068600 2600-EXIT.
068700     EXIT.
068800*-----------------------------------------------------------*
068900* 2650-PROBE-ONE-COHORT - ONE COHORT-TABLE PROBE AGAINST     *
069000*                         WS-CUR-COHORT                      *
069100*-----------------------------------------------------------*
069200 2650-PROBE-ONE-COHORT.
069300     IF WS-COH-TERM (WS-COH-SUB) = WS-CUR-COHORT
069400         SET COHORT-FOUND TO TRUE
069500     END-IF
069600     .
069700 2650-EXIT.
069800     EXIT.
069900*-----------------------------------------------------------*
070000* 2900-CLOSE-PASS-TWO - CLOSE THE SORTED ATTEMPTS, THE       *
070100*                       REGISTER, AND THE STANDING WORK FILE *
070200*-----------------------------------------------------------*
070300 2900-CLOSE-PASS-TWO.
070400     CLOSE ATTEMPT-SORTED
070500     MOVE "ATTEMPT-SORTED" TO FSC-FILE-NAME
070600     MOVE "CLOSE"          TO FSC-OPERATION
070700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
070800     IF NOT NO-SUPERSEDE-FILE
070900         CLOSE SUPERSEDE-REGISTER
071000         MOVE "SUPERSEDE-REG" TO FSC-FILE-NAME
071100         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
071200     END-IF
071300     CLOSE STANDING-WORK
071400     MOVE "STANDING-WORK" TO FSC-FILE-NAME
071500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
071600     .
071700 2900-EXIT.
071800     EXIT.
071900*-----------------------------------------------------------*
072000* 3000-RANK-STANDINGS - READ THE STANDINGS IN COHORT/GPA     *
072100*                       ORDER, ASSIGN EACH RANK, WRITE THE   *
072200*                       STANDING KSDS, AND PRINT THE REPORT  *
072300*-----------------------------------------------------------*
072400 3000-RANK-STANDINGS.
072500     OPEN INPUT STANDING-SORTED
072600     MOVE "STANDING-SORTED" TO FSC-FILE-NAME
072700     MOVE "OPEN"            TO FSC-OPERATION
072800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
072900     OPEN OUTPUT STANDING-FILE
073000     MOVE "STANDING-FILE" TO FSC-FILE-NAME
073100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
073200     PERFORM 3100-RANK-ONE-STUDENT THRU 3100-EXIT
073300         UNTIL STANDING-EOF
073400     CLOSE STANDING-SORTED
073500     MOVE "STANDING-SORTED" TO FSC-FILE-NAME
073600     MOVE "CLOSE"           TO FSC-OPERATION
073700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
073800     CLOSE STANDING-FILE
073900     MOVE "STANDING-FILE" TO FSC-FILE-NAME
074000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
074100     MOVE SPACES TO STANDING-RPT-RECORD
074200     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
074300     MOVE SPACES TO STANDING-RPT-RECORD
074400     STRING "STUDENTS: " DELIMITED BY SIZE
074500         WS-STUDENTS-BUILT DELIMITED BY SIZE
074600         "  RANKED: " DELIMITED BY SIZE
074700         WS-STUDENTS-RANKED DELIMITED BY SIZE
074800         "  NOT RANKED: " DELIMITED BY SIZE
074900         WS-STUDENTS-UNRANKED DELIMITED BY SIZE
075000         "  RETAKES SKIPPED: " DELIMITED BY SIZE
075100         WS-SUPERSEDED-SKIPPED DELIMITED BY SIZE
075200         INTO STANDING-RPT-RECORD
075300     END-STRING
075400     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
075500     .
075600 3000-EXIT.
075700     EXIT.
075800*-----------------------------------------------------------*
075900* 3100-RANK-ONE-STUDENT - ONE STANDING: A NEW COHORT STARTS  *
076000*                         A NEW RANK SEQUENCE; EQUAL GPAS    *
076100*                         SHARE A RANK AND THE NEXT GPA      *
076200*                         SKIPS AHEAD (1, 2, 2, 4)           *
076300*-----------------------------------------------------------*
076400 3100-RANK-ONE-STUDENT.
076500     READ STANDING-SORTED INTO WS-STANDING-WORK
076600         AT END
076700             SET STANDING-EOF TO TRUE
076800             GO TO 3100-EXIT
076900     END-READ
077000     MOVE "STANDING-SORTED" TO FSC-FILE-NAME
077100     MOVE "READ"            TO FSC-OPERATION
077200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
077300     MOVE WS-STANDING-IMAGE TO STANDING-RECORD
077400     IF FIRST-COHORT OR CS-COHORT-TERM NOT = WS-BREAK-COHORT
077500         PERFORM 3200-START-COHORT THRU 3200-EXIT
077600     END-IF
077700     MOVE WS-COHORT-SIZE TO CS-COHORT-SIZE
077800     IF STUDENT-IS-RANKED
077900         ADD 1 TO WS-POSITION
078000         IF WS-POSITION = 1 OR CS-CUM-GPA NOT = WS-PRIOR-GPA
078100             MOVE WS-POSITION TO WS-CURRENT-RANK
078200         END-IF
078300         MOVE CS-CUM-GPA      TO WS-PRIOR-GPA
078400         MOVE WS-CURRENT-RANK TO CS-CLASS-RANK
078500         MOVE CS-CLASS-RANK   TO WS-RANK-TEXT
078600         ADD 1 TO WS-STUDENTS-RANKED
078700     ELSE
078800         MOVE ZERO    TO CS-CLASS-RANK
078900         MOVE " N/R " TO WS-RANK-TEXT
079000         ADD 1 TO WS-STUDENTS-UNRANKED
079100     END-IF
079200     WRITE STANDING-RECORD
079300     MOVE "STANDING-FILE" TO FSC-FILE-NAME
079400     MOVE "WRITE"         TO FSC-OPERATION
079500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
079600     MOVE WS-WORK-NAME TO WS-SHORT-NAME
079700     MOVE SPACES TO STANDING-RPT-RECORD
079800     STRING "  " DELIMITED BY SIZE
079900         WS-RANK-TEXT DELIMITED BY SIZE
080000         "  " DELIMITED BY SIZE
080100         CS-STUDENT-ID DELIMITED BY SIZE
080200         " " DELIMITED BY SIZE
080300         WS-SHORT-NAME DELIMITED BY SIZE
080400         " " DELIMITED BY SIZE
080500         CS-CREDITS-ATTEMPTED DELIMITED BY SIZE
080600         "  " DELIMITED BY SIZE
080700         CS-CREDITS-EARNED DELIMITED BY SIZE
080800         "  " DELIMITED BY SIZE
080900         CS-GPA-CREDITS DELIMITED BY SIZE
081000         "  " DELIMITED BY SIZE
081100         CS-CUM-GPA DELIMITED BY SIZE
081200         INTO STANDING-RPT-RECORD
081300     END-STRING
081400     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
081500     .
081600 3100-EXIT.
081700     EXIT.
081800*-----------------------------------------------------------*
081900* 3200-START-COHORT - RESET THE RANK SEQUENCE, LOOK UP THE   *
082000*                     COHORT SIZE, AND PRINT THE COHORT      *
082100*                     HEADING                                *
082200*-----------------------------------------------------------*
082300 3200-START-COHORT.
082400     MOVE "N" TO WS-FIRST-COHORT-SW
082500     MOVE CS-COHORT-TERM TO WS-BREAK-COHORT
082600     MOVE ZERO TO WS-POSITION
082700     MOVE ZERO TO WS-CURRENT-RANK
082800     MOVE ZERO TO WS-PRIOR-GPA
082900     MOVE ZERO TO WS-COHORT-SIZE
083000     MOVE CS-COHORT-TERM TO WS-CUR-COHORT
083100     MOVE "N" TO WS-COHORT-FOUND-SW
083200     PERFORM 2650-PROBE-ONE-COHORT THRU 2650-EXIT
083300         VARYING WS-COH-SUB FROM 1 BY 1
083400         UNTIL WS-COH-SUB > WS-COHORT-COUNT
083500             OR COHORT-FOUND
083600     IF COHORT-FOUND
083700         SUBTRACT 1 FROM WS-COH-SUB
083800         MOVE WS-COH-RANKED (WS-COH-SUB) TO WS-COHORT-SIZE
083900     END-IF
084000     IF CS-COHORT-TERM = SPACES
084100         MOVE "UNKNOWN" TO WS-COHORT-TEXT
084200     ELSE
084300         MOVE CS-COHORT-TERM TO WS-COHORT-TEXT
084400     END-IF
084500     MOVE SPACES TO STANDING-RPT-RECORD
084600     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
084700     MOVE SPACES TO STANDING-RPT-RECORD
084800     STRING "ENTERING COHORT: " DELIMITED BY SIZE
084900         WS-COHORT-TEXT DELIMITED BY SIZE
085000         "   STUDENTS RANKED: " DELIMITED BY SIZE
085100         WS-COHORT-SIZE DELIMITED BY SIZE
085200         INTO STANDING-RPT-RECORD
085300     END-STRING
085400     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
085500     MOVE SPACES TO STANDING-RPT-RECORD
085510     STRING "   RANK  STUDENT  NAME" DELIMITED BY SIZE
085520         "                           ATTM  EARN  GPCR  GPA"
085530             DELIMITED BY SIZE
085540         INTO STANDING-RPT-RECORD
085550     END-STRING
085700     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
085800     .
085900 3200-EXIT.
086000     EXIT.
086100*-----------------------------------------------------------*
086200* 3800-WRITE-REPORT-LINE - WRITE THE CURRENT REPORT LINE     *
086300*-----------------------------------------------------------*
086400 3800-WRITE-REPORT-LINE.
086500     WRITE STANDING-RPT-RECORD
086600     MOVE "STANDING-RPT" TO FSC-FILE-NAME
086700     MOVE "WRITE"        TO FSC-OPERATION
086800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
086900     .
087000 3800-EXIT.
087100     EXIT.
087200*-----------------------------------------------------------*
087300* 3900-TERMINATE - REPORT THE REBUILD AND CLOSE WHAT IS      *
087400*                  STILL OPEN                                *
087500*-----------------------------------------------------------*
087600 3900-TERMINATE.
087700     IF WS-CLOSING-TERM NOT = SPACES
087800         DISPLAY "CUMSTAND - ATTEMPTS READ:     "
087900             WS-ATTEMPTS-COPIED
088000         DISPLAY "CUMSTAND - STUDENTS REBUILT:  "
088100             WS-STUDENTS-BUILT
088200         DISPLAY "CUMSTAND - STUDENTS RANKED:   "
088300             WS-STUDENTS-RANKED
088400         DISPLAY "CUMSTAND - RETAKES SKIPPED:   "
088500             WS-SUPERSEDED-SKIPPED
088600     END-IF
088700     IF CATALOG-IS-OPEN
088800         CLOSE COURSE-CATALOG
088900         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
089000         MOVE "CLOSE"          TO FSC-OPERATION
089100         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
089200     END-IF
089300     CLOSE STANDING-RPT
089400     MOVE "STANDING-RPT" TO FSC-FILE-NAME
089500     MOVE "CLOSE"        TO FSC-OPERATION
089600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
089700     .
089800 3900-EXIT.
089900     EXIT.
090000     COPY "fscchk.cpy".
090100 END PROGRAM CUMSTAND.
