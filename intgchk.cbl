000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INTGCHK.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - WEEKLY REFERENTIAL-INTEGRITY  *
001300*                   SWEEP. CROSS-CHECKS THE FILES THAT HANG  *
001400*                   OFF THE STUDENT MASTER AND THE COURSE    *
001500*                   CATALOG, WHICH NOTHING ELSE IN THE       *
001600*                   SYSTEM KEEPS IN STEP:                    *
001700*                     01 MASTER STUDENT-ID NOT ON DEMOMAST   *
001800*                     02 MASTER COURSE NOT ON CRSCAT         *
001900*                     03 MASTER COURSE INACTIVE ON CRSCAT    *
002000*                     04 HOLDFILE HOLD ON A STUDENT/COURSE   *
002100*                        KEY NO LONGER ON THE MASTER         *
002200*                     05 INSTASGN ROW FOR A COURSE NOT ON    *
002300*                        CRSCAT                              *
002400*                     06 GRADHIST ROW FOR A STUDENT WHO IS   *
002500*                        NO LONGER ON THE MASTER (PURGED)    *
002600*                     07 ATTNHIST ROW FOR A PURGED STUDENT   *
002700*                   EVERY EXCEPTION IS WRITTEN TO A WORK     *
002800*                   FILE (INTGEXC.CPY LAYOUT), SORTED BY     *
002900*                   TYPE AND KEY ONTO THE INTGEXC DATASET    *
003000*                   OPERATIONS WORKS FROM, AND PRINTED ON    *
003100*                   INTGRPT UNDER A HEADING PER TYPE WITH A  *
003200*                   COUNT, FOLLOWED BY A SUMMARY OF ALL      *
003300*                   SEVEN TYPES. STUDMAST AND CRSCAT MUST BE *
003400*                   PRESENT; A MISSING DEMOMAST, HOLDFILE,   *
003500*                   INSTASGN, GRADHIST OR ATTNHIST IS        *
003600*                   REPORTED AS NOT CHECKED. READS ONLY -    *
003700*                   NOTHING IS CORRECTED. RC=4 WHEN ANY      *
003800*                   EXCEPTION WAS FOUND. WRITES A START AND  *
003900*                   END RECORD TO THE STEP LOG (STEPLOG).    *
004000*-----------------------------------------------------------*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RUN-CONTROL ASSIGN TO RUNCTL
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FSC-STATUS-CODE.
004700     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS SR-MASTER-KEY OF STUDENT-MASTER-RECORD
005100         ALTERNATE RECORD KEY IS SR-FULL-NAME
005200             OF STUDENT-MASTER-RECORD WITH DUPLICATES
005300         FILE STATUS IS FSC-STATUS-CODE.
005400     SELECT DEMOGRAPHIC-MASTER ASSIGN TO DEMOMAST
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS DM-STUDENT-ID
005800         FILE STATUS IS FSC-STATUS-CODE.
005900     SELECT COURSE-CATALOG ASSIGN TO CRSCAT
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CC-COURSE-CODE
006300         FILE STATUS IS FSC-STATUS-CODE.
006400     SELECT HOLD-FILE ASSIGN TO HOLDFILE
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS HD-MASTER-KEY
006800         FILE STATUS IS FSC-STATUS-CODE.
006900     SELECT INSTRUCTOR-ASSIGN ASSIGN TO INSTASGN
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS FSC-STATUS-CODE.
007200     SELECT GRADE-HISTORY ASSIGN TO GRADHIST
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS FSC-STATUS-CODE.
007500     SELECT ATTENDANCE-HISTORY ASSIGN TO ATTNHIST
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS FSC-STATUS-CODE.
007800     SELECT EXCEPTION-WORK ASSIGN TO INTGWORK
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS FSC-STATUS-CODE.
008100     SELECT EXCEPTION-FILE ASSIGN TO INTGEXC
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS FSC-STATUS-CODE.
008400     SELECT EXCEPTION-SORT ASSIGN TO SORTWK01.
008500     SELECT INTEGRITY-RPT ASSIGN TO INTGRPT
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS FSC-STATUS-CODE.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  RUN-CONTROL
009100     RECORD CONTAINS 32 CHARACTERS.
009200 01  RUN-CONTROL-RECORD.
009300     COPY "runctl.cpy".
009400 FD  STUDENT-MASTER
009500     RECORD CONTAINS 97 CHARACTERS.
009600 01  STUDENT-MASTER-RECORD.
009700     COPY "studrec.cpy".
009800 FD  DEMOGRAPHIC-MASTER
009900     RECORD CONTAINS 200 CHARACTERS.
010000 01  DEMOGRAPHIC-RECORD.
010100     COPY "demorec.cpy".
010200 FD  COURSE-CATALOG
010300     RECORD CONTAINS 51 CHARACTERS.
010400 01  COURSE-CATALOG-RECORD.
010500     COPY "crscat.cpy".
010600 FD  HOLD-FILE
010700     RECORD CONTAINS 66 CHARACTERS.
010800 01  GRADE-HOLD-RECORD.
010900     COPY "holdrec.cpy".
011000 FD  INSTRUCTOR-ASSIGN
011100     RECORD CONTAINS 50 CHARACTERS.
011200 01  INSTRUCTOR-ASSIGN-RECORD.
011300     COPY "instasgn.cpy".
011400 FD  GRADE-HISTORY
011500     RECORD CONTAINS 34 CHARACTERS.
011600 01  GRADE-HISTORY-RECORD.
011700     COPY "gradhist.cpy".
011800 FD  ATTENDANCE-HISTORY
011900     RECORD CONTAINS 33 CHARACTERS.
012000 01  ATTENDANCE-HISTORY-RECORD.
012100     COPY "attnhist.cpy".
012200 FD  EXCEPTION-WORK
012300     RECORD CONTAINS 80 CHARACTERS.
012400 01  EXCEPTION-WORK-RECORD.
012500     COPY "intgexc.cpy".
012600 FD  EXCEPTION-FILE
012700     RECORD CONTAINS 80 CHARACTERS.
012800 01  EXCEPTION-FILE-RECORD.
012900     COPY "intgexc.cpy".
013000 SD  EXCEPTION-SORT.
013100 01  EXCEPTION-SORT-RECORD.
013200     05  ES-ERROR-TYPE         PIC X(02).
013300     05  FILLER                PIC X(08).
013400     05  ES-RECORD-KEY         PIC X(14).
013500     05  ES-REFERENCE          PIC X(08).
013600     05  FILLER                PIC X(48).
013700 FD  INTEGRITY-RPT
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  INTEGRITY-RPT-RECORD          PIC X(80).
014000 WORKING-STORAGE SECTION.
014100 01  WS-SWITCHES.
014200     05  WS-MASTER-EOF-SW          PIC X(01)  VALUE "N".
014300         88  MASTER-EOF                       VALUE "Y".
014400     05  WS-INPUT-EOF-SW           PIC X(01)  VALUE "N".
014500         88  INPUT-EOF                        VALUE "Y".
014600     05  WS-SORTED-EOF-SW          PIC X(01)  VALUE "N".
014700         88  SORTED-EOF                       VALUE "Y".
014800     05  WS-DEMO-OPEN-SW           PIC X(01)  VALUE "N".
014900         88  DEMO-IS-OPEN                     VALUE "Y".
015000     05  WS-COURSE-FOUND-SW        PIC X(01)  VALUE "N".
015100         88  COURSE-ON-CATALOG                VALUE "Y".
015200     05  WS-COURSE-ACTIVE-SW       PIC X(01)  VALUE "N".
015300         88  COURSE-IS-ACTIVE                 VALUE "Y".
015400     05  WS-STUDENT-FOUND-SW       PIC X(01)  VALUE "N".
015500         88  STUDENT-ON-MASTER                VALUE "Y".
015600 01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
015700 01  WS-TERM-CODE                  PIC X(05)  VALUE SPACES.
015800 01  WS-LOOKUP-CACHE.
015900     05  WS-LAST-COURSE            PIC X(06)  VALUE LOW-VALUES.
016000     05  WS-LAST-STUDENT           PIC X(08)  VALUE LOW-VALUES.
016100     05  WS-BREAK-STUDENT          PIC X(08)  VALUE LOW-VALUES.
016200 01  WS-EXCEPTION-WORK.
016300     05  WS-EXC-TYPE               PIC X(02).
016400     05  WS-EXC-TYPE-NUM REDEFINES WS-EXC-TYPE
016500                                   PIC 9(02).
016600     05  WS-EXC-SOURCE             PIC X(08).
016700     05  WS-EXC-STUDENT            PIC X(08).
016800     05  WS-EXC-COURSE             PIC X(06).
016900     05  WS-EXC-REFERENCE          PIC X(08).
017000     05  WS-EXC-DETAIL             PIC X(30).
017100 01  WS-BREAK-TYPE                 PIC X(02)  VALUE SPACES.
017200 01  WS-BREAK-TYPE-NUM REDEFINES WS-BREAK-TYPE
017300                                   PIC 9(02).
017400*-----------------------------------------------------------*
017500* THE SEVEN ERROR TYPES - SUBSCRIPT IS THE TYPE NUMBER       *
017600*-----------------------------------------------------------*
017700 01  WS-TYPE-NAMES.
017800     05  FILLER                    PIC X(30)
017900         VALUE "MASTER STUDENT NOT ON DEMOMAST".
018000     05  FILLER                    PIC X(30)
018100         VALUE "MASTER COURSE NOT ON CRSCAT".
018200     05  FILLER                    PIC X(30)
018300         VALUE "MASTER COURSE INACTIVE".
018400     05  FILLER                    PIC X(30)
018500         VALUE "HOLD KEY NOT ON MASTER".
018600     05  FILLER                    PIC X(30)
018700         VALUE "INSTASGN COURSE NOT ON CRSCAT".
018800     05  FILLER                    PIC X(30)
018900         VALUE "GRADHIST STUDENT PURGED".
019000     05  FILLER                    PIC X(30)
019100         VALUE "ATTNHIST STUDENT PURGED".
019200 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
019300     05  WS-TYPE-NAME              PIC X(30)  OCCURS 7 TIMES.
019400 77  WS-TYPE-MAX                   PIC 9(02)  COMP VALUE 7.
019500 77  WS-TYPE-SUB                   PIC 9(02)  COMP.
019600 01  WS-TYPE-COUNT-TABLE.
019700     05  WS-TYPE-COUNT             PIC 9(07)  OCCURS 7 TIMES.
019800*-----------------------------------------------------------*
019900* RECORDS READ PER FILE - "N" IN THE SWITCH WHEN THE FILE   *
020000* WAS NOT THERE TO CHECK                                     *
020100*-----------------------------------------------------------*
020200 01  WS-FILE-COUNTS.
020300     05  WS-MASTER-READ            PIC 9(07)  VALUE ZERO.
020400     05  WS-STUDENTS-CHECKED       PIC 9(07)  VALUE ZERO.
020500     05  WS-HOLDS-READ             PIC 9(07)  VALUE ZERO.
020600     05  WS-ASSIGNMENTS-READ       PIC 9(07)  VALUE ZERO.
020700     05  WS-GRADE-HIST-READ        PIC 9(07)  VALUE ZERO.
020800     05  WS-ATTN-HIST-READ         PIC 9(07)  VALUE ZERO.
020900     05  WS-DEMO-CHECKED-SW        PIC X(01)  VALUE "N".
021000         88  DEMO-CHECKED                     VALUE "Y".
021100     05  WS-HOLDS-CHECKED-SW       PIC X(01)  VALUE "N".
021200         88  HOLDS-CHECKED                    VALUE "Y".
021300     05  WS-ASSIGN-CHECKED-SW      PIC X(01)  VALUE "N".
021400         88  ASSIGNMENTS-CHECKED              VALUE "Y".
021500     05  WS-GRADE-CHECKED-SW       PIC X(01)  VALUE "N".
021600         88  GRADE-HIST-CHECKED               VALUE "Y".
021700     05  WS-ATTN-CHECKED-SW        PIC X(01)  VALUE "N".
021800         88  ATTN-HIST-CHECKED                VALUE "Y".
021900 01  WS-TOTALS.
022000     05  WS-TOTAL-EXCEPTIONS       PIC 9(07)  VALUE ZERO.
022100     05  WS-TYPE-PRINTED           PIC 9(07)  VALUE ZERO.
022200 01  WS-COUNT-LINE.
022300     05  FILLER                    PIC X(02)  VALUE SPACES.
022400     05  WS-CL-LABEL               PIC X(10).
022500     05  WS-CL-TEXT                PIC X(20).
022600     05  WS-CL-COUNT               PIC Z,ZZZ,ZZ9.
022700     05  FILLER                    PIC X(39)  VALUE SPACES.
022800 01  WS-DETAIL-LINE.
022900     05  FILLER                    PIC X(04)  VALUE SPACES.
023000     05  WS-DL-STUDENT             PIC X(08).
023100     05  FILLER                    PIC X(02)  VALUE SPACES.
023200     05  WS-DL-COURSE              PIC X(06).
023300     05  FILLER                    PIC X(02)  VALUE SPACES.
023400     05  WS-DL-REFERENCE           PIC X(08).
023500     05  FILLER                    PIC X(02)  VALUE SPACES.
023600     05  WS-DL-SOURCE              PIC X(08).
023700     05  FILLER                    PIC X(02)  VALUE SPACES.
023800     05  WS-DL-DETAIL              PIC X(30).
023900     05  FILLER                    PIC X(08)  VALUE SPACES.
024000 01  WS-SUMMARY-LINE.
024100     05  FILLER                    PIC X(02)  VALUE SPACES.
024200     05  WS-SL-TYPE                PIC 9(02).
024300     05  FILLER                    PIC X(02)  VALUE SPACES.
024400     05  WS-SL-NAME                PIC X(30).
024500     05  WS-SL-COUNT               PIC Z,ZZZ,ZZ9.
024600     05  FILLER                    PIC X(35)  VALUE SPACES.
024700 01  FSC-CONTROLS.
024800     COPY "fscctl.cpy".
024900 PROCEDURE DIVISION.
025000*-----------------------------------------------------------*
025100* 0000-MAINLINE                                              *
025200*-----------------------------------------------------------*
025300 0000-MAINLINE.
025400     MOVE "INTGCHK" TO FSC-STEP-PROGRAM
025500     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
025600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025700     PERFORM 2000-CHECK-MASTER THRU 2000-EXIT
025800     PERFORM 2100-CHECK-HOLDS THRU 2100-EXIT
025900     PERFORM 2200-CHECK-ASSIGNMENTS THRU 2200-EXIT
026000     PERFORM 2300-CHECK-GRADE-HISTORY THRU 2300-EXIT
026100     PERFORM 2400-CHECK-ATTENDANCE THRU 2400-EXIT
026200     PERFORM 3000-TERMINATE THRU 3000-EXIT
026300     COMPUTE FSC-STEP-RECORDS-IN = WS-MASTER-READ + WS-HOLDS-READ
026400         + WS-ASSIGNMENTS-READ + WS-GRADE-HIST-READ
026500         + WS-ATTN-HIST-READ
026600     MOVE WS-TOTAL-EXCEPTIONS TO FSC-STEP-RECORDS-OUT
026700     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
026800     GOBACK.
026900*-----------------------------------------------------------*
027000* 1000-INITIALIZE - RUN DATE, THE REPORT HEADING, THE        *
027100*                   EXCEPTION WORK FILE, AND THE TWO FILES   *
027200*                   EVERY CHECK NEEDS; DEMOMAST IS OPTIONAL  *
027300*-----------------------------------------------------------*
027400 1000-INITIALIZE.
027500     PERFORM 1900-READ-RUN-CONTROL THRU 1900-EXIT
027600     IF WS-RUN-DATE = SPACES
027700         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
027800     END-IF
027900     INITIALIZE WS-TYPE-COUNT-TABLE
028000     OPEN OUTPUT INTEGRITY-RPT
028100     MOVE "INTEGRITY-RPT" TO FSC-FILE-NAME
028200     MOVE "OPEN"          TO FSC-OPERATION
028300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
028400     MOVE SPACES TO INTEGRITY-RPT-RECORD
028500     STRING "INTGCHK - REFERENTIAL INTEGRITY SWEEP - "
028600             DELIMITED BY SIZE
028700         WS-RUN-DATE DELIMITED BY SIZE
028800         INTO INTEGRITY-RPT-RECORD
028900     END-STRING
029000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
029100     MOVE SPACES TO INTEGRITY-RPT-RECORD
029200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
029300     OPEN OUTPUT EXCEPTION-WORK
029400     MOVE "EXCEPTION-WORK" TO FSC-FILE-NAME
029500     MOVE "OPEN"           TO FSC-OPERATION
029600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029700     OPEN INPUT STUDENT-MASTER
029800     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
029900     MOVE "OPEN"           TO FSC-OPERATION
030000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
030100     OPEN INPUT COURSE-CATALOG
030200     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
030300     MOVE "OPEN"           TO FSC-OPERATION
030400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
030500     OPEN INPUT DEMOGRAPHIC-MASTER
030600     IF FSC-STATUS-CODE = "35"
030700         DISPLAY "INTGCHK - NO DEMOMAST FILE - DEMOGRAPHIC "
030800             "CHECK SKIPPED"
030900     ELSE
031000         MOVE "DEMO-MASTER" TO FSC-FILE-NAME
031100         MOVE "OPEN"        TO FSC-OPERATION
031200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
031300         SET DEMO-IS-OPEN TO TRUE
031400         SET DEMO-CHECKED TO TRUE
031500     END-IF
031600     .
031700 1000-EXIT.
031800     EXIT.
031900*-----------------------------------------------------------*
032000* 1900-READ-RUN-CONTROL - PICK UP THE SHARED RUN DATE AND    *
032100*                         TERM; A MISSING RUNCTL DD IS NOT   *
032200*                         AN ERROR                           *
032300*-----------------------------------------------------------*
032400 1900-READ-RUN-CONTROL.
032500     OPEN INPUT RUN-CONTROL
032600     IF FSC-STATUS-CODE = "35"
032700         GO TO 1900-EXIT
032800     END-IF
032900     MOVE "RUN-CONTROL" TO FSC-FILE-NAME
033000     MOVE "OPEN"        TO FSC-OPERATION
033100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
033200     READ RUN-CONTROL
033300         AT END
033400             CLOSE RUN-CONTROL
033500             GO TO 1900-EXIT
033600     END-READ
033700     MOVE "READ" TO FSC-OPERATION
033800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
033900     MOVE RC-RUN-DATE  TO WS-RUN-DATE
034000     MOVE RC-TERM-CODE TO WS-TERM-CODE
034100     CLOSE RUN-CONTROL
034200     MOVE "CLOSE" TO FSC-OPERATION
034300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
034400     .
034500 1900-EXIT.
034600     EXIT.
034700*-----------------------------------------------------------*
034800* 2000-CHECK-MASTER - ONE PASS OF THE MASTER IN KEY ORDER:   *
034900*                     EACH NEW STUDENT-ID AGAINST DEMOMAST,  *
035000*                     EACH RECORD'S COURSE AGAINST CRSCAT    *
035100*-----------------------------------------------------------*
035200 2000-CHECK-MASTER.
035300     MOVE LOW-VALUES
035400         TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
035500     START STUDENT-MASTER KEY NOT LESS THAN
035600             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
035700         INVALID KEY
035800             SET MASTER-EOF TO TRUE
035900     END-START
036000     PERFORM 2050-CHECK-ONE-MASTER THRU 2050-EXIT
036100         UNTIL MASTER-EOF
036200     .
036300 2000-EXIT.
036400     EXIT.
036500*-----------------------------------------------------------*
036600* 2050-CHECK-ONE-MASTER - ONE MASTER READ AND ITS CHECKS     *
036700*-----------------------------------------------------------*
036800 2050-CHECK-ONE-MASTER.
036900     READ STUDENT-MASTER NEXT
037000         AT END
037100             SET MASTER-EOF TO TRUE
037200             GO TO 2050-EXIT
037300     END-READ
037400     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
037500     MOVE "READ"           TO FSC-OPERATION
037600     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
037700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037800     END-IF
037900     ADD 1 TO WS-MASTER-READ
038000     MOVE "STUDMAST" TO WS-EXC-SOURCE
038100     MOVE SR-STUDENT-ID OF STUDENT-MASTER-RECORD
038200         TO WS-EXC-STUDENT
038300     MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
038400         TO WS-EXC-COURSE
038500     MOVE SPACES TO WS-EXC-REFERENCE
038600     IF SR-STUDENT-ID OF STUDENT-MASTER-RECORD
038700             NOT = WS-BREAK-STUDENT
038800         MOVE SR-STUDENT-ID OF STUDENT-MASTER-RECORD
038900             TO WS-BREAK-STUDENT
039000         ADD 1 TO WS-STUDENTS-CHECKED
039100         PERFORM 2060-CHECK-DEMOGRAPHICS THRU 2060-EXIT
039200     END-IF
039300     PERFORM 2600-LOOK-UP-COURSE THRU 2600-EXIT
039400     IF NOT COURSE-ON-CATALOG
039500         MOVE "02" TO WS-EXC-TYPE
039600         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
039700         GO TO 2050-EXIT
039800     END-IF
039900     IF NOT COURSE-IS-ACTIVE
040000         MOVE "03" TO WS-EXC-TYPE
040100         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
040200     END-IF
040300     .
040400 2050-EXIT.
040500     EXIT.
040600*-----------------------------------------------------------*
040700* 2060-CHECK-DEMOGRAPHICS - THE STUDENT IN WS-BREAK-STUDENT  *
040800*                           MUST HAVE A DEMOMAST RECORD; THE *
040900*                           EXCEPTION CARRIES THE FIRST      *
041000*                           COURSE ON THE MASTER FOR THEM    *
041100*-----------------------------------------------------------*
041200 2060-CHECK-DEMOGRAPHICS.
041300     IF NOT DEMO-IS-OPEN
041400         GO TO 2060-EXIT
041500     END-IF
041600     MOVE WS-BREAK-STUDENT TO DM-STUDENT-ID
041700     READ DEMOGRAPHIC-MASTER
041800         INVALID KEY
041900             MOVE "01" TO WS-EXC-TYPE
042000             PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
042100             GO TO 2060-EXIT
042200     END-READ
042300     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
042400     MOVE "READ"        TO FSC-OPERATION
042500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
042600     .
042700 2060-EXIT.
042800     EXIT.
042900*-----------------------------------------------------------*
043000* 2100-CHECK-HOLDS - EVERY GRADE HOLD MUST BE ON A KEY THAT  *
043100*                    IS STILL ON THE MASTER; NO HOLDFILE     *
043200*                    MEANS NO HOLDS TO CHECK                 *
043300*-----------------------------------------------------------*
043400 2100-CHECK-HOLDS.
043500     OPEN INPUT HOLD-FILE
043600     IF FSC-STATUS-CODE = "35"
043700         DISPLAY "INTGCHK - NO HOLDFILE - HOLD CHECK SKIPPED"
043800         GO TO 2100-EXIT
043900     END-IF
044000     MOVE "HOLD-FILE" TO FSC-FILE-NAME
044100     MOVE "OPEN"      TO FSC-OPERATION
044200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
044300     SET HOLDS-CHECKED TO TRUE
044400     MOVE "N" TO WS-INPUT-EOF-SW
044500     MOVE LOW-VALUES TO HD-MASTER-KEY
044600     START HOLD-FILE KEY NOT LESS THAN HD-MASTER-KEY
044700         INVALID KEY
044800             SET INPUT-EOF TO TRUE
044900     END-START
045000     PERFORM 2150-CHECK-ONE-HOLD THRU 2150-EXIT
045100         UNTIL INPUT-EOF
045200     CLOSE HOLD-FILE
045300     MOVE "HOLD-FILE" TO FSC-FILE-NAME
045400     MOVE "CLOSE"     TO FSC-OPERATION
045500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
045600     .
045700 2100-EXIT.
045800     EXIT.
045900*-----------------------------------------------------------*
046000* 2150-CHECK-ONE-HOLD - ONE HOLD READ, ITS KEY READ BACK     *
046100*                       FROM THE MASTER                      *
046200*-----------------------------------------------------------*
046300 2150-CHECK-ONE-HOLD.
046400     READ HOLD-FILE NEXT
046500         AT END
046600             SET INPUT-EOF TO TRUE
046700             GO TO 2150-EXIT
046800     END-READ
046900     MOVE "HOLD-FILE" TO FSC-FILE-NAME
047000     MOVE "READ"      TO FSC-OPERATION
047100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
047200     ADD 1 TO WS-HOLDS-READ
047300     MOVE HD-MASTER-KEY TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
047400     READ STUDENT-MASTER
047500         INVALID KEY
047600             MOVE "04"           TO WS-EXC-TYPE
047700             MOVE "HOLDFILE"     TO WS-EXC-SOURCE
047800             MOVE HD-STUDENT-ID  TO WS-EXC-STUDENT
047900             MOVE HD-COURSE-CODE TO WS-EXC-COURSE
048000             MOVE HD-SET-DATE    TO WS-EXC-REFERENCE
048100             PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
048200             GO TO 2150-EXIT
048300     END-READ
048400     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
048500     MOVE "READ"           TO FSC-OPERATION
048600     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
048700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
048800     END-IF
048900     .
049000 2150-EXIT.
049100     EXIT.
049200*-----------------------------------------------------------*
049300* 2200-CHECK-ASSIGNMENTS - EVERY INSTRUCTOR ASSIGNMENT MUST  *
049400*                          BE TO A COURSE ON CRSCAT          *
049500*-----------------------------------------------------------*
049600 2200-CHECK-ASSIGNMENTS.
049700     OPEN INPUT INSTRUCTOR-ASSIGN
049800     IF FSC-STATUS-CODE = "35"
049900         DISPLAY "INTGCHK - NO INSTASGN FILE - ASSIGNMENT CHECK "
050000             "SKIPPED"
050100         GO TO 2200-EXIT
050200     END-IF
050300     MOVE "INSTR-ASSIGN" TO FSC-FILE-NAME
050400     MOVE "OPEN"         TO FSC-OPERATION
050500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
050600     SET ASSIGNMENTS-CHECKED TO TRUE
050700     MOVE "N" TO WS-INPUT-EOF-SW
050800     PERFORM 2250-CHECK-ONE-ASSIGNMENT THRU 2250-EXIT
050900         UNTIL INPUT-EOF
051000     CLOSE INSTRUCTOR-ASSIGN
051100     MOVE "INSTR-ASSIGN" TO FSC-FILE-NAME
051200     MOVE "CLOSE"        TO FSC-OPERATION
051300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
051400     .
051500 2200-EXIT.
051600     EXIT.
051700*-----------------------------------------------------------*
051800* 2250-CHECK-ONE-ASSIGNMENT - ONE ASSIGNMENT READ AND ITS    *
051900*                             COURSE LOOKED UP               *
052000*-----------------------------------------------------------*
052100 2250-CHECK-ONE-ASSIGNMENT.
052200     READ INSTRUCTOR-ASSIGN
052300         AT END
052400             SET INPUT-EOF TO TRUE
052500             GO TO 2250-EXIT
052600     END-READ
052700     MOVE "INSTR-ASSIGN" TO FSC-FILE-NAME
052800     MOVE "READ"         TO FSC-OPERATION
052900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
053000     IF INSTRUCTOR-ASSIGN-RECORD = SPACES
053100         GO TO 2250-EXIT
053200     END-IF
053300     ADD 1 TO WS-ASSIGNMENTS-READ
053400     MOVE IA-COURSE-CODE TO WS-EXC-COURSE
053500     PERFORM 2600-LOOK-UP-COURSE THRU 2600-EXIT
053600     IF COURSE-ON-CATALOG
053700         GO TO 2250-EXIT
053800     END-IF
053900     MOVE "05"              TO WS-EXC-TYPE
054000     MOVE "INSTASGN"        TO WS-EXC-SOURCE
054100     MOVE SPACES            TO WS-EXC-STUDENT
054200     MOVE IA-INSTRUCTOR-ID  TO WS-EXC-REFERENCE
054300     PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
054400     .
054500 2250-EXIT.
054600     EXIT.
054700*-----------------------------------------------------------*
054800* 2300-CHECK-GRADE-HISTORY - EVERY GRADE-HISTORY ROW MUST    *
054900*                            BELONG TO A STUDENT STILL ON    *
055000*                            THE MASTER                      *
055100*-----------------------------------------------------------*
055200 2300-CHECK-GRADE-HISTORY.
055300     OPEN INPUT GRADE-HISTORY
055400     IF FSC-STATUS-CODE = "35"
055500         DISPLAY "INTGCHK - NO GRADHIST FILE - GRADE HISTORY "
055600             "CHECK SKIPPED"
055700         GO TO 2300-EXIT
055800     END-IF
055900     MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
056000     MOVE "OPEN"          TO FSC-OPERATION
056100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
056200     SET GRADE-HIST-CHECKED TO TRUE
056300     MOVE "N" TO WS-INPUT-EOF-SW
056400     PERFORM 2350-CHECK-ONE-GRADE THRU 2350-EXIT
056500         UNTIL INPUT-EOF
056600     CLOSE GRADE-HISTORY
056700     MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
056800     MOVE "CLOSE"         TO FSC-OPERATION
056900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
057000     .
057100 2300-EXIT.
057200     EXIT.
057300*-----------------------------------------------------------*
057400* 2350-CHECK-ONE-GRADE - ONE GRADE-HISTORY READ AND ITS      *
057500*                        STUDENT LOOKED UP                   *
057600*-----------------------------------------------------------*
057700 2350-CHECK-ONE-GRADE.
057800     READ GRADE-HISTORY
057900         AT END
058000             SET INPUT-EOF TO TRUE
058100             GO TO 2350-EXIT
058200     END-READ
058300     MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
058400     MOVE "READ"          TO FSC-OPERATION
058500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
058600     IF GH-STUDENT-ID = SPACES
058700         GO TO 2350-EXIT
058800     END-IF
058900     ADD 1 TO WS-GRADE-HIST-READ
059000     MOVE GH-STUDENT-ID TO WS-EXC-STUDENT
059100     PERFORM 2650-LOOK-UP-STUDENT THRU 2650-EXIT
059200     IF STUDENT-ON-MASTER
059300         GO TO 2350-EXIT
059400     END-IF
059500     MOVE "06"           TO WS-EXC-TYPE
059600     MOVE "GRADHIST"     TO WS-EXC-SOURCE
059700     MOVE GH-COURSE-CODE TO WS-EXC-COURSE
059800     MOVE GH-RUN-DATE    TO WS-EXC-REFERENCE
059900     PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
060000     .
060100 2350-EXIT.
060200     EXIT.
060300*-----------------------------------------------------------*
060400* 2400-CHECK-ATTENDANCE - EVERY ATTENDANCE-HISTORY ROW MUST  *
060500*                         BELONG TO A STUDENT STILL ON THE   *
060600*                         MASTER                             *
060700*-----------------------------------------------------------*
060800 2400-CHECK-ATTENDANCE.
060900     OPEN INPUT ATTENDANCE-HISTORY
061000     IF FSC-STATUS-CODE = "35"
061100         DISPLAY "INTGCHK - NO ATTNHIST FILE - ATTENDANCE "
061200             "HISTORY CHECK SKIPPED"
061300         GO TO 2400-EXIT
061400     END-IF
061500     MOVE "ATTN-HISTORY" TO FSC-FILE-NAME
061600     MOVE "OPEN"         TO FSC-OPERATION
061700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
061800     SET ATTN-HIST-CHECKED TO TRUE
061900     MOVE "N" TO WS-INPUT-EOF-SW
062000     PERFORM 2450-CHECK-ONE-ATTENDANCE THRU 2450-EXIT
062100         UNTIL INPUT-EOF
062200     CLOSE ATTENDANCE-HISTORY
062300     MOVE "ATTN-HISTORY" TO FSC-FILE-NAME
062400     MOVE "CLOSE"        TO FSC-OPERATION
062500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
062600     .
062700 2400-EXIT.
062800     EXIT.
062900*-----------------------------------------------------------*
063000* 2450-CHECK-ONE-ATTENDANCE - ONE ATTENDANCE-HISTORY READ    *
063100*                             AND ITS STUDENT LOOKED UP      *
063200*-----------------------------------------------------------*
063300 2450-CHECK-ONE-ATTENDANCE.
063400     READ ATTENDANCE-HISTORY
063500         AT END
063600             SET INPUT-EOF TO TRUE
063700             GO TO 2450-EXIT
063800     END-READ
063900     MOVE "ATTN-HISTORY" TO FSC-FILE-NAME
064000     MOVE "READ"         TO FSC-OPERATION
064100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
064200     IF AH-STUDENT-ID = SPACES
064300         GO TO 2450-EXIT
064400     END-IF
064500     ADD 1 TO WS-ATTN-HIST-READ
064600     MOVE AH-STUDENT-ID TO WS-EXC-STUDENT
064700     PERFORM 2650-LOOK-UP-STUDENT THRU 2650-EXIT
064800     IF STUDENT-ON-MASTER
064900         GO TO 2450-EXIT
065000     END-IF
065100     MOVE "07"           TO WS-EXC-TYPE
065200     MOVE "ATTNHIST"     TO WS-EXC-SOURCE
065300     MOVE AH-COURSE-CODE TO WS-EXC-COURSE
065400     MOVE AH-EVENT-DATE  TO WS-EXC-REFERENCE
065500     PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
065600     .
065700 2450-EXIT.
065800     EXIT.
065900*-----------------------------------------------------------*
066000* 2600-LOOK-UP-COURSE - WS-EXC-COURSE ON CRSCAT, AND WHETHER *
066100*                       IT IS ACTIVE; THE LAST COURSE LOOKED *
066200*                       UP IS NOT READ AGAIN                 *
066300*-----------------------------------------------------------*
066400 2600-LOOK-UP-COURSE.
066500     IF WS-EXC-COURSE = WS-LAST-COURSE
066600         GO TO 2600-EXIT
066700     END-IF
066800     MOVE WS-EXC-COURSE TO WS-LAST-COURSE
066900     MOVE "N" TO WS-COURSE-FOUND-SW
067000     MOVE "N" TO WS-COURSE-ACTIVE-SW
067100     MOVE WS-EXC-COURSE TO CC-COURSE-CODE
067200     READ COURSE-CATALOG
067300         INVALID KEY
067400             GO TO 2600-EXIT
067500     END-READ
067600     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
067700     MOVE "READ"           TO FSC-OPERATION
067800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
067900     SET COURSE-ON-CATALOG TO TRUE
068000     IF NOT CC-COURSE-INACTIVE
068100         SET COURSE-IS-ACTIVE TO TRUE
068200     END-IF
068300     .
068400 2600-EXIT.
068500     EXIT.
068600*-----------------------------------------------------------*
068700* 2650-LOOK-UP-STUDENT - IS WS-EXC-STUDENT ON THE MASTER     *
068800*                        UNDER ANY COURSE: POSITION AT THE   *
068900*                        STUDENT'S LOWEST KEY AND READ THE   *
069000*                        NEXT RECORD; THE LAST STUDENT       *
069100*                        LOOKED UP IS NOT READ AGAIN         *
069200*-----------------------------------------------------------*
069300 2650-LOOK-UP-STUDENT.
069400     IF WS-EXC-STUDENT = WS-LAST-STUDENT
069500         GO TO 2650-EXIT
069600     END-IF
069700     MOVE WS-EXC-STUDENT TO WS-LAST-STUDENT
069800     MOVE "N" TO WS-STUDENT-FOUND-SW
069900     MOVE WS-EXC-STUDENT
070000         TO SR-STUDENT-ID OF STUDENT-MASTER-RECORD
070100     MOVE LOW-VALUES
070200         TO SR-COURSE-CODE OF STUDENT-MASTER-RECORD
070300     START STUDENT-MASTER KEY NOT LESS THAN
070400             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
070500         INVALID KEY
070600             GO TO 2650-EXIT
070700     END-START
070800     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
070900     MOVE "START"          TO FSC-OPERATION
071000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
071100     READ STUDENT-MASTER NEXT
071200         AT END
071300             GO TO 2650-EXIT
071400     END-READ
071500     MOVE "READ" TO FSC-OPERATION
071600     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
071700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
071800     END-IF
071900     IF SR-STUDENT-ID OF STUDENT-MASTER-RECORD = WS-LAST-STUDENT
072000         SET STUDENT-ON-MASTER TO TRUE
072100     END-IF
072200     .
072300 2650-EXIT.
072400     EXIT.
072500*-----------------------------------------------------------*
072600* 2700-WRITE-EXCEPTION - ONE EXCEPTION FROM THE WS-EXC-      *
072700*                        FIELDS ONTO THE WORK FILE, COUNTED  *
072800*                        UNDER ITS TYPE                      *
072900*-----------------------------------------------------------*
073000 2700-WRITE-EXCEPTION.
073100     EVALUATE TRUE
073200         WHEN WS-EXC-TYPE = "04"
073300             MOVE HD-REASON TO WS-EXC-DETAIL
073400         WHEN WS-EXC-TYPE = "05"
073500             MOVE IA-INSTRUCTOR-NAME TO WS-EXC-DETAIL
073600         WHEN OTHER
073700             MOVE WS-TYPE-NAME (WS-EXC-TYPE-NUM) TO WS-EXC-DETAIL
073800     END-EVALUATE
073900     MOVE SPACES TO EXCEPTION-WORK-RECORD
074000     MOVE WS-EXC-TYPE
074100         TO IX-ERROR-TYPE OF EXCEPTION-WORK-RECORD
074200     MOVE WS-EXC-SOURCE
074300         TO IX-SOURCE-FILE OF EXCEPTION-WORK-RECORD
074400     MOVE WS-EXC-STUDENT
074500         TO IX-STUDENT-ID OF EXCEPTION-WORK-RECORD
074600     MOVE WS-EXC-COURSE
074700         TO IX-COURSE-CODE OF EXCEPTION-WORK-RECORD
074800     MOVE WS-EXC-REFERENCE
074900         TO IX-REFERENCE OF EXCEPTION-WORK-RECORD
075000     MOVE WS-EXC-DETAIL
075100         TO IX-DETAIL OF EXCEPTION-WORK-RECORD
075200     MOVE WS-RUN-DATE
075300         TO IX-RUN-DATE OF EXCEPTION-WORK-RECORD
075400     WRITE EXCEPTION-WORK-RECORD
075500     MOVE "EXCEPTION-WORK" TO FSC-FILE-NAME
075600     MOVE "WRITE"          TO FSC-OPERATION
075700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
075800     ADD 1 TO WS-TYPE-COUNT (WS-EXC-TYPE-NUM)
075900     ADD 1 TO WS-TOTAL-EXCEPTIONS
076000     .
076100 2700-EXIT.
076200     EXIT.
076300*-----------------------------------------------------------*
076400* 2800-WRITE-REPORT-LINE - WRITE THE CURRENT REPORT LINE     *
076500*-----------------------------------------------------------*
076600 2800-WRITE-REPORT-LINE.
076700     WRITE INTEGRITY-RPT-RECORD
076800     MOVE "INTEGRITY-RPT" TO FSC-FILE-NAME
076900     MOVE "WRITE"         TO FSC-OPERATION
077000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
077100     .
077200 2800-EXIT.
077300     EXIT.
077400*-----------------------------------------------------------*
077500* 3000-TERMINATE - CLOSE THE INPUTS, PRINT WHAT WAS CHECKED, *
077600*                  SORT AND PRINT THE EXCEPTIONS, AND FOOT   *
077700*                  THE REPORT WITH THE COUNT PER TYPE        *
077800*-----------------------------------------------------------*
077900 3000-TERMINATE.
078000     CLOSE STUDENT-MASTER
078100     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
078200     MOVE "CLOSE"          TO FSC-OPERATION
078300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
078400     CLOSE COURSE-CATALOG
078500     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
078600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
078700     IF DEMO-IS-OPEN
078800         CLOSE DEMOGRAPHIC-MASTER
078900         MOVE "DEMO-MASTER" TO FSC-FILE-NAME
079000         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
079100     END-IF
079200     CLOSE EXCEPTION-WORK
079300     MOVE "EXCEPTION-WORK" TO FSC-FILE-NAME
079400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
079500     PERFORM 3100-PRINT-FILES-CHECKED THRU 3100-EXIT
079600     PERFORM 3200-PRINT-EXCEPTIONS THRU 3200-EXIT
079700     PERFORM 3400-PRINT-SUMMARY THRU 3400-EXIT
079800     CLOSE INTEGRITY-RPT
079900     MOVE "INTEGRITY-RPT" TO FSC-FILE-NAME
080000     MOVE "CLOSE"         TO FSC-OPERATION
080100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
080200     DISPLAY "INTGCHK - MASTER RECORDS: " WS-MASTER-READ
080300         " EXCEPTIONS: " WS-TOTAL-EXCEPTIONS
080400     IF WS-TOTAL-EXCEPTIONS > ZERO
080500         MOVE 4 TO RETURN-CODE
080600     END-IF
080700     .
080800 3000-EXIT.
080900     EXIT.
081000*-----------------------------------------------------------*
081100* 3100-PRINT-FILES-CHECKED - RECORDS READ PER FILE, OR WHY   *
081200*                            THE FILE WAS NOT CHECKED        *
081300*-----------------------------------------------------------*
081400 3100-PRINT-FILES-CHECKED.
081500     MOVE "FILES CHECKED" TO INTEGRITY-RPT-RECORD
081600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
081700     MOVE "STUDMAST"       TO WS-CL-LABEL
081800     MOVE "RECORDS READ"   TO WS-CL-TEXT
081900     MOVE WS-MASTER-READ   TO WS-CL-COUNT
082000     PERFORM 3150-PRINT-COUNT-LINE THRU 3150-EXIT
082100     MOVE "DEMOMAST"       TO WS-CL-LABEL
082200     MOVE "STUDENTS CHECKED"
082300                           TO WS-CL-TEXT
082400     MOVE WS-STUDENTS-CHECKED
082500                           TO WS-CL-COUNT
082600     IF DEMO-CHECKED
082700         PERFORM 3150-PRINT-COUNT-LINE THRU 3150-EXIT
082800     ELSE
082900         PERFORM 3160-PRINT-NOT-CHECKED THRU 3160-EXIT
083000     END-IF
083100     MOVE "HOLDFILE"       TO WS-CL-LABEL
083200     MOVE "HOLDS READ"     TO WS-CL-TEXT
083300     MOVE WS-HOLDS-READ    TO WS-CL-COUNT
083400     IF HOLDS-CHECKED
083500         PERFORM 3150-PRINT-COUNT-LINE THRU 3150-EXIT
083600     ELSE
083700         PERFORM 3160-PRINT-NOT-CHECKED THRU 3160-EXIT
083800     END-IF
083900     MOVE "INSTASGN"       TO WS-CL-LABEL
084000     MOVE "ASSIGNMENTS READ"
084100                           TO WS-CL-TEXT
084200     MOVE WS-ASSIGNMENTS-READ
084300                           TO WS-CL-COUNT
084400     IF ASSIGNMENTS-CHECKED
084500         PERFORM 3150-PRINT-COUNT-LINE THRU 3150-EXIT
084600     ELSE
084700         PERFORM 3160-PRINT-NOT-CHECKED THRU 3160-EXIT
084800     END-IF
084900     MOVE "GRADHIST"       TO WS-CL-LABEL
085000     MOVE "ROWS READ"      TO WS-CL-TEXT
085100     MOVE WS-GRADE-HIST-READ
085200                           TO WS-CL-COUNT
085300     IF GRADE-HIST-CHECKED
085400         PERFORM 3150-PRINT-COUNT-LINE THRU 3150-EXIT
085500     ELSE
085600         PERFORM 3160-PRINT-NOT-CHECKED THRU 3160-EXIT
085700     END-IF
085800     MOVE "ATTNHIST"       TO WS-CL-LABEL
085900     MOVE "ROWS READ"      TO WS-CL-TEXT
086000     MOVE WS-ATTN-HIST-READ
086100                           TO WS-CL-COUNT
086200     IF ATTN-HIST-CHECKED
086300         PERFORM 3150-PRINT-COUNT-LINE THRU 3150-EXIT
086400     ELSE
086500         PERFORM 3160-PRINT-NOT-CHECKED THRU 3160-EXIT
086600     END-IF
086700     .
086800 3100-EXIT.
086900     EXIT.
087000*-----------------------------------------------------------*
087100* 3150-PRINT-COUNT-LINE - ONE FILES-CHECKED LINE             *
087200*-----------------------------------------------------------*
087300 3150-PRINT-COUNT-LINE.
087400     MOVE WS-COUNT-LINE TO INTEGRITY-RPT-RECORD
087500     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
087600     .
087700 3150-EXIT.
087800     EXIT.
087900*-----------------------------------------------------------*
088000* 3160-PRINT-NOT-CHECKED - THE FILE IN WS-CL-LABEL WAS NOT   *
088100*                          THERE                             *
088200*-----------------------------------------------------------*
088300 3160-PRINT-NOT-CHECKED.
088400     MOVE SPACES TO INTEGRITY-RPT-RECORD
088500     STRING "  " DELIMITED BY SIZE
088600         WS-CL-LABEL DELIMITED BY SIZE
088700         "NOT CHECKED - NO FILE" DELIMITED BY SIZE
088800         INTO INTEGRITY-RPT-RECORD
088900     END-STRING
089000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
089100     .
089200 3160-EXIT.
089300     EXIT.
089400*-----------------------------------------------------------*
089500* 3200-PRINT-EXCEPTIONS - SORT THE WORK FILE BY TYPE AND KEY *
089600*                         ONTO INTGEXC, THEN PRINT IT WITH A *
089700*                         HEADING AND COUNT PER TYPE         *
089800*-----------------------------------------------------------*
089900 3200-PRINT-EXCEPTIONS.
090000     SORT EXCEPTION-SORT
090100         ON ASCENDING KEY ES-ERROR-TYPE
090200                          ES-RECORD-KEY
090300                          ES-REFERENCE
090400         USING EXCEPTION-WORK
090500         GIVING EXCEPTION-FILE
090600     OPEN INPUT EXCEPTION-FILE
090700     MOVE "EXCEPTION-FILE" TO FSC-FILE-NAME
090800     MOVE "OPEN"           TO FSC-OPERATION
090900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
091000     PERFORM 3250-PRINT-ONE-EXCEPTION THRU 3250-EXIT
091100         UNTIL SORTED-EOF
091200     IF WS-BREAK-TYPE NOT = SPACES
091300         PERFORM 3300-FINISH-TYPE THRU 3300-EXIT
091400     END-IF
091500     CLOSE EXCEPTION-FILE
091600     MOVE "EXCEPTION-FILE" TO FSC-FILE-NAME
091700     MOVE "CLOSE"          TO FSC-OPERATION
091800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
091900     .
092000 3200-EXIT.
092100     EXIT.
092200*-----------------------------------------------------------*
092300* 3250-PRINT-ONE-EXCEPTION - ONE SORTED EXCEPTION; A CHANGE  *
092400*                            OF TYPE FOOTS THE LAST TYPE AND *
092500*                            HEADS THE NEW ONE               *
092600*-----------------------------------------------------------*
092700 3250-PRINT-ONE-EXCEPTION.
092800     READ EXCEPTION-FILE
092900         AT END
093000             SET SORTED-EOF TO TRUE
093100             GO TO 3250-EXIT
093200     END-READ
093300     MOVE "EXCEPTION-FILE" TO FSC-FILE-NAME
093400     MOVE "READ"           TO FSC-OPERATION
093500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
093600     IF IX-ERROR-TYPE OF EXCEPTION-FILE-RECORD NOT = WS-BREAK-TYPE
093700         IF WS-BREAK-TYPE NOT = SPACES
093800             PERFORM 3300-FINISH-TYPE THRU 3300-EXIT
093900         END-IF
094000         MOVE IX-ERROR-TYPE OF EXCEPTION-FILE-RECORD
094100             TO WS-BREAK-TYPE
094200         MOVE ZERO TO WS-TYPE-PRINTED
094300         MOVE SPACES TO INTEGRITY-RPT-RECORD
094400         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
094500         MOVE SPACES TO INTEGRITY-RPT-RECORD
094600         STRING "TYPE " DELIMITED BY SIZE
094700             WS-BREAK-TYPE DELIMITED BY SIZE
094800             " - " DELIMITED BY SIZE
094900             WS-TYPE-NAME (WS-BREAK-TYPE-NUM) DELIMITED BY SIZE
095000             INTO INTEGRITY-RPT-RECORD
095100         END-STRING
095200         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
095300         MOVE "    STUDENT   COURSE  REFERENC  FILE      DETAIL"
095400             TO INTEGRITY-RPT-RECORD
095500         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
095600     END-IF
095700     ADD 1 TO WS-TYPE-PRINTED
095800     MOVE IX-STUDENT-ID OF EXCEPTION-FILE-RECORD TO WS-DL-STUDENT
095900     MOVE IX-COURSE-CODE OF EXCEPTION-FILE-RECORD TO WS-DL-COURSE
096000     MOVE IX-REFERENCE OF EXCEPTION-FILE-RECORD
096100         TO WS-DL-REFERENCE
096200     MOVE IX-SOURCE-FILE OF EXCEPTION-FILE-RECORD TO WS-DL-SOURCE
096300     MOVE IX-DETAIL OF EXCEPTION-FILE-RECORD TO WS-DL-DETAIL
096400     MOVE WS-DETAIL-LINE TO INTEGRITY-RPT-RECORD
096500     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
096600     .
096700 3250-EXIT.
096800     EXIT.
096900*-----------------------------------------------------------*
097000* 3300-FINISH-TYPE - COUNT LINE FOR THE TYPE JUST PRINTED    *
097100*-----------------------------------------------------------*
097200 3300-FINISH-TYPE.
097300     MOVE SPACES TO INTEGRITY-RPT-RECORD
097400     STRING "  TYPE " DELIMITED BY SIZE
097500         WS-BREAK-TYPE DELIMITED BY SIZE
097600         " EXCEPTIONS: " DELIMITED BY SIZE
097700         WS-TYPE-PRINTED DELIMITED BY SIZE
097800         INTO INTEGRITY-RPT-RECORD
097900     END-STRING
098000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
098100     .
098200 3300-EXIT.
098300     EXIT.
098400*-----------------------------------------------------------*
098500* 3400-PRINT-SUMMARY - EVERY TYPE WITH ITS COUNT, ZEROES     *
098600*                      INCLUDED, AND THE GRAND TOTAL         *
098700*-----------------------------------------------------------*
098800 3400-PRINT-SUMMARY.
098900     MOVE SPACES TO INTEGRITY-RPT-RECORD
099000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
099100     MOVE "EXCEPTION SUMMARY BY TYPE" TO INTEGRITY-RPT-RECORD
099200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
099300     PERFORM 3410-PRINT-ONE-TYPE THRU 3410-EXIT
099400         VARYING WS-TYPE-SUB FROM 1 BY 1
099500         UNTIL WS-TYPE-SUB > WS-TYPE-MAX
099600     MOVE ZERO                TO WS-SL-TYPE
099700     MOVE "TOTAL EXCEPTIONS"  TO WS-SL-NAME
099800     MOVE WS-TOTAL-EXCEPTIONS TO WS-SL-COUNT
099900     MOVE WS-SUMMARY-LINE TO INTEGRITY-RPT-RECORD
100000     MOVE SPACES TO INTEGRITY-RPT-RECORD (3:2)
100100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
100200     .
100300 3400-EXIT.
100400     EXIT.
100500*-----------------------------------------------------------*
100600* 3410-PRINT-ONE-TYPE - ONE SUMMARY LINE FOR WS-TYPE-SUB     *
100700*-----------------------------------------------------------*
100800 3410-PRINT-ONE-TYPE.
100900     MOVE WS-TYPE-SUB                 TO WS-SL-TYPE
101000     MOVE WS-TYPE-NAME (WS-TYPE-SUB)  TO WS-SL-NAME
101100     MOVE WS-TYPE-COUNT (WS-TYPE-SUB) TO WS-SL-COUNT
101200     MOVE WS-SUMMARY-LINE TO INTEGRITY-RPT-RECORD
101300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
101400     .
101500 3410-EXIT.
101600     EXIT.
101700     COPY "fscchk.cpy".
101800 END PROGRAM INTGCHK.
