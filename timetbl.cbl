000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TIMETBL.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - START-OF-TERM STUDENT         *
001300*                   TIMETABLE. ONE BLOCK PER STUDENT LISTING *
001400*                   EVERY LIVE (NOT "W") SEAT THE STUDENT    *
001500*                   HOLDS IN THE RUNCTL TERM, WITH THE       *
001600*                   CATALOG TITLE AND EACH MEETING'S DAYS,   *
001700*                   TIMES, AND ROOM FROM THE CRSSCHED KSDS.  *
001800*                   A SECTION WITH NO MEETINGS ON FILE PRINTS*
001900*                   "NO MEETINGS SCHEDULED". ANY TWO SECTIONS*
002000*                   WHOSE MEETINGS OVERLAP (SCHEDCHK, THE    *
002100*                   SAME RULE GETINPUT REJECTS ON AS REASON  *
002200*                   17) ARE FLAGGED UNDER BOTH COURSES, SO   *
002300*                   CONFLICTS POSTED BEFORE THE CHECK EXISTED*
002400*                   OR WAIVED BY AN AUTHORIZER STILL SHOW UP.*
002500*                   RETURN CODE 4 WHEN ANY CONFLICT IS FOUND *
002600*                   OR THERE IS NO CRSSCHED, 8 WHEN THERE IS *
002700*                   NO TERM OR NO STUDENT-MASTER.            *
002750*  10/15/2026  DT   "T" TRANSFER CREDIT (XFERCRED) HOLDS NO  *
002750*                   MEETING TIME AND IS LEFT OFF THE         *
002750*                   TIMETABLE.                               *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RUN-CONTROL ASSIGN TO RUNCTL
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FSC-STATUS-CODE.
003500     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS SR-MASTER-KEY OF STUDENT-MASTER-RECORD
003900         ALTERNATE RECORD KEY IS SR-FULL-NAME
004000             OF STUDENT-MASTER-RECORD WITH DUPLICATES
004100         FILE STATUS IS FSC-STATUS-CODE.
004200     SELECT COURSE-CATALOG ASSIGN TO CRSCAT
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS CC-COURSE-CODE
004600         FILE STATUS IS FSC-STATUS-CODE.
004700     SELECT COURSE-SCHEDULE ASSIGN TO CRSSCHED
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS MS-COURSE-CODE OF COURSE-SCHEDULE-RECORD
005100         FILE STATUS IS FSC-STATUS-CODE.
005200     SELECT TIMETABLE-RPT ASSIGN TO TIMETBL
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FSC-STATUS-CODE.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  RUN-CONTROL
005800     RECORD CONTAINS 32 CHARACTERS.
005900 01  RUN-CONTROL-RECORD.
006000     COPY "runctl.cpy".
006100 FD  STUDENT-MASTER
006200     RECORD CONTAINS 97 CHARACTERS.
006300 01  STUDENT-MASTER-RECORD.
006400     COPY "studrec.cpy".
006500 FD  COURSE-CATALOG
006600     RECORD CONTAINS 51 CHARACTERS.
006700 01  COURSE-CATALOG-RECORD.
006800     COPY "crscat.cpy".
006900 FD  COURSE-SCHEDULE
007000     RECORD CONTAINS 100 CHARACTERS.
007100 01  COURSE-SCHEDULE-RECORD.
007200     COPY "crssched.cpy".
007300 FD  TIMETABLE-RPT
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  TIMETABLE-RPT-RECORD          PIC X(80).
007600 WORKING-STORAGE SECTION.
007700 01  WS-SWITCHES.
007800     05  WS-NOTHING-TO-DO-SW       PIC X(01)  VALUE "N".
007900         88  NOTHING-TO-DO                    VALUE "Y".
008000     05  WS-MASTER-EOF-SW          PIC X(01)  VALUE "N".
008100         88  MASTER-EOF                       VALUE "Y".
008200     05  WS-MASTER-OPEN-SW         PIC X(01)  VALUE "N".
008300         88  MASTER-IS-OPEN                   VALUE "Y".
008400     05  WS-CATALOG-OPEN-SW        PIC X(01)  VALUE "N".
008500         88  CATALOG-IS-OPEN                  VALUE "Y".
008600     05  WS-SCHED-OPEN-SW          PIC X(01)  VALUE "N".
008700         88  SCHEDULE-IS-OPEN                 VALUE "Y".
008800     05  WS-STUDENT-CONFLICT-SW    PIC X(01)  VALUE "N".
008900         88  STUDENT-HAS-CONFLICT             VALUE "Y".
009000 01  WS-RUN-DATE                   PIC X(08)  VALUE SPACES.
009100 01  WS-TERM-CODE                  PIC X(05)  VALUE SPACES.
009200 01  WS-BREAK-STUDENT              PIC X(08)  VALUE LOW-VALUES.
009300 01  WS-BREAK-NAME                 PIC X(50)  VALUE SPACES.
009400 01  WS-SEEK-COURSE                PIC X(06)  VALUE SPACES.
009500 01  WS-COURSE-TITLE               PIC X(30)  VALUE SPACES.
009600 77  WS-SEAT-MAX                   PIC 9(02)  COMP VALUE 20.
009700 01  WS-SEAT-TABLE.
009800     05  WS-SEAT-COUNT             PIC 9(02)  COMP VALUE ZERO.
009900     05  WS-SEAT-OVERFLOW          PIC 9(03)  VALUE ZERO.
010000     05  WS-SEAT-ENTRY OCCURS 20 TIMES.
010100         10  WS-ST-COURSE          PIC X(06).
010200         10  WS-ST-SCHED-SW        PIC X(01).
010300             88  WS-ST-HAS-MEETINGS           VALUE "Y".
010400         10  WS-ST-SCHEDULE        PIC X(100).
010500 01  WS-SCHEDULE-A.
010600     COPY "crssched.cpy".
010700 01  WS-SCHEDULE-B.
010800     COPY "crssched.cpy".
010900 01  WS-CONFLICT-RESULT.
011000     05  WS-CONFLICT-SW            PIC X(01).
011100         88  SCHEDULES-CONFLICT               VALUE "Y".
011200     05  WS-CONFLICT-DAY           PIC X(01).
011300 01  WS-TIME-WORK                  PIC 9(04).
011400 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
011500     05  WS-TIME-HH                PIC 9(02).
011600     05  WS-TIME-MM                PIC 9(02).
011700 01  WS-TIME-EDIT.
011800     05  WS-START-HH               PIC 9(02).
011900     05  FILLER                    PIC X(01)  VALUE ":".
012000     05  WS-START-MM               PIC 9(02).
012100     05  FILLER                    PIC X(01)  VALUE "-".
012200     05  WS-END-HH                 PIC 9(02).
012300     05  FILLER                    PIC X(01)  VALUE ":".
012400     05  WS-END-MM                 PIC 9(02).
012500 01  WS-WORK-FIELDS.
012600     05  WS-SEAT-SUB               PIC 9(02)  COMP.
012700     05  WS-OTHER-SUB              PIC 9(02)  COMP.
012800     05  WS-MTG-SUB                PIC 9(01)  COMP.
012900     05  WS-MTG-COUNT              PIC 9(01)  COMP.
013000 01  WS-COUNTERS.
013100     05  WS-RECORDS-SCANNED        PIC 9(07)  VALUE ZERO.
013200     05  WS-STUDENTS-PRINTED       PIC 9(07)  VALUE ZERO.
013300     05  WS-SEATS-LISTED           PIC 9(07)  VALUE ZERO.
013400     05  WS-UNSCHEDULED-SEATS      PIC 9(07)  VALUE ZERO.
013500     05  WS-CONFLICT-PAIRS         PIC 9(07)  VALUE ZERO.
013600     05  WS-CONFLICT-STUDENTS      PIC 9(07)  VALUE ZERO.
013700 01  FSC-CONTROLS.
013800     COPY "fscctl.cpy".
013900 PROCEDURE DIVISION.
014000*-----------------------------------------------------------*
014100* 0000-MAINLINE                                             *
014200*-----------------------------------------------------------*
014300 0000-MAINLINE.
014400     MOVE "TIMETBL" TO FSC-STEP-PROGRAM
014500     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014700     IF NOT NOTHING-TO-DO
014800         PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
014900             UNTIL MASTER-EOF
015000         PERFORM 2700-PRINT-TOTALS THRU 2700-EXIT
015100     END-IF
015200     PERFORM 3000-TERMINATE THRU 3000-EXIT
015300     MOVE WS-RECORDS-SCANNED TO FSC-STEP-RECORDS-IN
015400     MOVE WS-SEATS-LISTED    TO FSC-STEP-RECORDS-OUT
015500     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
015600     GOBACK.
015700*-----------------------------------------------------------*
015800* 1000-INITIALIZE - PICK UP THE RUN DATE AND TERM, OPEN THE  *
015900*                   REPORT, MASTER, CATALOG, AND SCHEDULE    *
016000*-----------------------------------------------------------*
016100 1000-INITIALIZE.
016200     PERFORM 1900-READ-RUN-CONTROL THRU 1900-EXIT
016300     IF WS-RUN-DATE = SPACES
016400         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
016500     END-IF
016600     OPEN OUTPUT TIMETABLE-RPT
016700     MOVE "TIMETABLE-RPT" TO FSC-FILE-NAME
016800     MOVE "OPEN"          TO FSC-OPERATION
016900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
017000     IF WS-TERM-CODE = SPACES
017100         SET NOTHING-TO-DO TO TRUE
017200         DISPLAY "TIMETBL - NO TERM ON RUNCTL - NOTHING PRINTED"
017300         MOVE "NO TERM ON RUNCTL - NOTHING PRINTED"
017400             TO TIMETABLE-RPT-RECORD
017500         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
017600         MOVE 8 TO RETURN-CODE
017700         GO TO 1000-EXIT
017800     END-IF
017900     MOVE SPACES TO TIMETABLE-RPT-RECORD
018000     STRING "STUDENT TIMETABLES - TERM " DELIMITED BY SIZE
018100         WS-TERM-CODE DELIMITED BY SIZE
018200         "  RUN " DELIMITED BY SIZE
018300         WS-RUN-DATE DELIMITED BY SIZE
018400         INTO TIMETABLE-RPT-RECORD
018500     END-STRING
018600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
018700     MOVE SPACES TO TIMETABLE-RPT-RECORD
018800     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
018900     OPEN INPUT STUDENT-MASTER
019000     IF FSC-STATUS-CODE = "35"
019100         SET NOTHING-TO-DO TO TRUE
019200         DISPLAY "TIMETBL - NO STUDENT-MASTER FILE - NOTHING "
019300             "PRINTED"
019400         MOVE "NO STUDENT-MASTER FILE - NOTHING PRINTED"
019500             TO TIMETABLE-RPT-RECORD
019600         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
019700         MOVE 8 TO RETURN-CODE
019800         GO TO 1000-EXIT
019900     END-IF
020000     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
020100     MOVE "OPEN"           TO FSC-OPERATION
020200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
020300     SET MASTER-IS-OPEN TO TRUE
020400     MOVE LOW-VALUES
020500         TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
020600     START STUDENT-MASTER KEY NOT LESS THAN
020700             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
020800         INVALID KEY
020900             SET MASTER-EOF TO TRUE
021000     END-START
021100     PERFORM 1300-OPEN-CATALOG THRU 1300-EXIT
021200     PERFORM 1400-OPEN-SCHEDULE THRU 1400-EXIT
021300     .
021400 1000-EXIT.
021500     EXIT.
021600*-----------------------------------------------------------*
021700* 1300-OPEN-CATALOG - COURSE TITLES; NO CATALOG PRINTS THEM  *
021800*                     BLANK                                  *
021900*-----------------------------------------------------------*
022000 1300-OPEN-CATALOG.
022100     OPEN INPUT COURSE-CATALOG
022200     IF FSC-STATUS-CODE = "35"
022300         DISPLAY "TIMETBL - NO COURSE CATALOG - TITLES LEFT "
022400             "BLANK"
022500         GO TO 1300-EXIT
022600     END-IF
022700     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
022800     MOVE "OPEN"           TO FSC-OPERATION
022900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
023000     SET CATALOG-IS-OPEN TO TRUE
023100     .
023200 1300-EXIT.
023300     EXIT.
023400*-----------------------------------------------------------*
023500* 1400-OPEN-SCHEDULE - MEETING DAYS, TIMES, AND ROOMS; NO    *
023600*                      CRSSCHED PRINTS EVERY SEAT AS NOT     *
023700*                      SCHEDULED AND CHECKS NO CONFLICTS     *
023800*-----------------------------------------------------------*
023900 1400-OPEN-SCHEDULE.
024000     OPEN INPUT COURSE-SCHEDULE
024100     IF FSC-STATUS-CODE = "35"
024200         DISPLAY "TIMETBL - NO MEETING SCHEDULE - NO MEETINGS "
024300             "PRINTED"
024400         MOVE "NO MEETING SCHEDULE FILE - NO MEETINGS PRINTED"
024500             TO TIMETABLE-RPT-RECORD
024600         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
024700         MOVE SPACES TO TIMETABLE-RPT-RECORD
024800         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
024900         MOVE 4 TO RETURN-CODE
025000         GO TO 1400-EXIT
025100     END-IF
025200     MOVE "CRSSCHED" TO FSC-FILE-NAME
025300     MOVE "OPEN"     TO FSC-OPERATION
025400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
025500     SET SCHEDULE-IS-OPEN TO TRUE
025600     .
025700 1400-EXIT.
025800     EXIT.
025900*-----------------------------------------------------------*
026000* 1900-READ-RUN-CONTROL - PICK UP THE SHARED RUN DATE AND    *
026100*                         TERM; A MISSING RUNCTL DD IS NOT   *
026200*                         AN ERROR                           *
026300*-----------------------------------------------------------*
026400 1900-READ-RUN-CONTROL.
026500     OPEN INPUT RUN-CONTROL
026600     IF FSC-STATUS-CODE = "35"
026700         GO TO 1900-EXIT
026800     END-IF
026900     MOVE "RUN-CONTROL" TO FSC-FILE-NAME
027000     MOVE "OPEN"        TO FSC-OPERATION
027100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
027200     READ RUN-CONTROL
027300         AT END
027400             CLOSE RUN-CONTROL
027500             GO TO 1900-EXIT
027600     END-READ
027700     MOVE "READ" TO FSC-OPERATION
027800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
027900     MOVE RC-RUN-DATE  TO WS-RUN-DATE
028000     MOVE RC-TERM-CODE TO WS-TERM-CODE
028100     CLOSE RUN-CONTROL
028200     MOVE "CLOSE" TO FSC-OPERATION
028300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
028400     .
028500 1900-EXIT.
028600     EXIT.
028700*-----------------------------------------------------------*
028800* 2000-PROCESS-MASTER - ONE MASTER RECORD; A NEW STUDENT-ID  *
028900*                       PRINTS THE PREVIOUS STUDENT'S BLOCK, *
029000*                       AND A LIVE SEAT IN THE TERM JOINS    *
029100*                       THE CURRENT ONE                      *
029200*-----------------------------------------------------------*
029300 2000-PROCESS-MASTER.
029400     READ STUDENT-MASTER NEXT
029500         AT END
029600             SET MASTER-EOF TO TRUE
029700             PERFORM 2500-PRINT-STUDENT THRU 2500-EXIT
029800             GO TO 2000-EXIT
029900     END-READ
030000     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
030100     MOVE "READ"           TO FSC-OPERATION
030200     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
030300         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
030400     END-IF
030500     ADD 1 TO WS-RECORDS-SCANNED
030600     IF SR-STUDENT-ID OF STUDENT-MASTER-RECORD
030700             NOT = WS-BREAK-STUDENT
030800         PERFORM 2500-PRINT-STUDENT THRU 2500-EXIT
030900         MOVE SR-STUDENT-ID OF STUDENT-MASTER-RECORD
031000             TO WS-BREAK-STUDENT
031100         MOVE SR-FULL-NAME OF STUDENT-MASTER-RECORD
031200             TO WS-BREAK-NAME
031300     END-IF
031400     IF SR-TERM-CODE OF STUDENT-MASTER-RECORD NOT = WS-TERM-CODE
031500         GO TO 2000-EXIT
031600     END-IF
031700     IF SR-GRADE-WITHDRAWN OF STUDENT-MASTER-RECORD
031750             OR SR-GRADE-TRANSFER OF STUDENT-MASTER-RECORD
031800         GO TO 2000-EXIT
031900     END-IF
032000     IF WS-SEAT-COUNT >= WS-SEAT-MAX
032100         ADD 1 TO WS-SEAT-OVERFLOW
032200         GO TO 2000-EXIT
032300     END-IF
032400     ADD 1 TO WS-SEAT-COUNT
032500     MOVE SR-COURSE-CODE OF STUDENT-MASTER-RECORD
032600         TO WS-ST-COURSE (WS-SEAT-COUNT)
032700     MOVE "N"    TO WS-ST-SCHED-SW (WS-SEAT-COUNT)
032800     MOVE SPACES TO WS-ST-SCHEDULE (WS-SEAT-COUNT)
032900     PERFORM 2900-LOOK-UP-SCHEDULE THRU 2900-EXIT
033000     .
033100 2000-EXIT.
033200     EXIT.
033300*-----------------------------------------------------------*
033400* 2500-PRINT-STUDENT - THE HELD STUDENT'S TIMETABLE BLOCK;   *
033500*                      A STUDENT WITH NO LIVE SEAT IN THE    *
033600*                      TERM PRINTS NOTHING                   *
033700*-----------------------------------------------------------*
033800 2500-PRINT-STUDENT.
033900     IF WS-SEAT-COUNT = ZERO AND WS-SEAT-OVERFLOW = ZERO
034000         GO TO 2500-EXIT
034100     END-IF
034200     MOVE "N" TO WS-STUDENT-CONFLICT-SW
034300     MOVE SPACES TO TIMETABLE-RPT-RECORD
034400     STRING "STUDENT " DELIMITED BY SIZE
034500         WS-BREAK-STUDENT DELIMITED BY SIZE
034600         "  " DELIMITED BY SIZE
034700         WS-BREAK-NAME DELIMITED BY SIZE
034800         INTO TIMETABLE-RPT-RECORD
034900     END-STRING
035000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
035100     MOVE SPACES TO TIMETABLE-RPT-RECORD
035200     STRING "  COURSE TITLE                  " DELIMITED BY SIZE
035300         "DAYS    TIME        ROOM" DELIMITED BY SIZE
035400         INTO TIMETABLE-RPT-RECORD
035500     END-STRING
035600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
035700     PERFORM 2600-PRINT-ONE-SEAT THRU 2600-EXIT
035800         VARYING WS-SEAT-SUB FROM 1 BY 1
035900         UNTIL WS-SEAT-SUB > WS-SEAT-COUNT
036000     IF WS-SEAT-OVERFLOW > ZERO
036100         MOVE SPACES TO TIMETABLE-RPT-RECORD
036200         STRING "  ** " DELIMITED BY SIZE
036300             WS-SEAT-OVERFLOW DELIMITED BY SIZE
036400             " MORE SEATS NOT LISTED **" DELIMITED BY SIZE
036500             INTO TIMETABLE-RPT-RECORD
036600         END-STRING
036700         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
036800     END-IF
036900     MOVE SPACES TO TIMETABLE-RPT-RECORD
037000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
037100     ADD 1 TO WS-STUDENTS-PRINTED
037200     IF STUDENT-HAS-CONFLICT
037300         ADD 1 TO WS-CONFLICT-STUDENTS
037400     END-IF
037500     MOVE ZERO TO WS-SEAT-COUNT
037600     MOVE ZERO TO WS-SEAT-OVERFLOW
037700     .
037800 2500-EXIT.
037900     EXIT.
038000*-----------------------------------------------------------*
038100* 2600-PRINT-ONE-SEAT - THE COURSE LINE (FIRST MEETING ON    *
038200*                       IT), ANY FURTHER MEETINGS, THEN A    *
038300*                       FLAG FOR EACH OTHER SEAT IT CLASHES  *
038400*                       WITH                                 *
038500*-----------------------------------------------------------*
038600 2600-PRINT-ONE-SEAT.
038700     ADD 1 TO WS-SEATS-LISTED
038800     MOVE WS-ST-COURSE (WS-SEAT-SUB) TO WS-SEEK-COURSE
038900     PERFORM 2950-LOOK-UP-TITLE THRU 2950-EXIT
039000     IF NOT WS-ST-HAS-MEETINGS (WS-SEAT-SUB)
039100         ADD 1 TO WS-UNSCHEDULED-SEATS
039200         MOVE SPACES TO TIMETABLE-RPT-RECORD
039300         STRING "  " DELIMITED BY SIZE
039400             WS-ST-COURSE (WS-SEAT-SUB) DELIMITED BY SIZE
039500             " " DELIMITED BY SIZE
039600             WS-COURSE-TITLE (1:22) DELIMITED BY SIZE
039700             " NO MEETINGS SCHEDULED" DELIMITED BY SIZE
039800             INTO TIMETABLE-RPT-RECORD
039900         END-STRING
040000         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
040100         GO TO 2600-EXIT
040200     END-IF
040300     MOVE WS-ST-SCHEDULE (WS-SEAT-SUB) TO WS-SCHEDULE-A
040400     MOVE MS-MEETING-COUNT OF WS-SCHEDULE-A TO WS-MTG-COUNT
040500     IF WS-MTG-COUNT > 3
040600         MOVE 3 TO WS-MTG-COUNT
040700     END-IF
040800     PERFORM 2650-PRINT-ONE-MEETING THRU 2650-EXIT
040900         VARYING WS-MTG-SUB FROM 1 BY 1
041000         UNTIL WS-MTG-SUB > WS-MTG-COUNT
041100     PERFORM 2680-CHECK-ONE-PAIR THRU 2680-EXIT
041200         VARYING WS-OTHER-SUB FROM 1 BY 1
041300         UNTIL WS-OTHER-SUB > WS-SEAT-COUNT
041400     .
041500 2600-EXIT.
041600     EXIT.
041700*-----------------------------------------------------------*
041800* 2650-PRINT-ONE-MEETING - ONE MEETING LINE; THE COURSE AND  *
041900*                          TITLE ONLY ON THE FIRST           *
042000*-----------------------------------------------------------*
042100 2650-PRINT-ONE-MEETING.
042200     MOVE MS-START-TIME OF WS-SCHEDULE-A (WS-MTG-SUB)
042300         TO WS-TIME-WORK
042400     MOVE WS-TIME-HH TO WS-START-HH
042500     MOVE WS-TIME-MM TO WS-START-MM
042600     MOVE MS-END-TIME OF WS-SCHEDULE-A (WS-MTG-SUB)
042700         TO WS-TIME-WORK
042800     MOVE WS-TIME-HH TO WS-END-HH
042900     MOVE WS-TIME-MM TO WS-END-MM
043000     MOVE SPACES TO TIMETABLE-RPT-RECORD
043100     IF WS-MTG-SUB = 1
043200         STRING "  " DELIMITED BY SIZE
043300             WS-ST-COURSE (WS-SEAT-SUB) DELIMITED BY SIZE
043400             " " DELIMITED BY SIZE
043500             WS-COURSE-TITLE (1:22) DELIMITED BY SIZE
043600             INTO TIMETABLE-RPT-RECORD
043700         END-STRING
043800     END-IF
043900     MOVE MS-DAYS OF WS-SCHEDULE-A (WS-MTG-SUB)
044000         TO TIMETABLE-RPT-RECORD (33:7)
044100     MOVE WS-TIME-EDIT TO TIMETABLE-RPT-RECORD (41:11)
044200     MOVE MS-ROOM OF WS-SCHEDULE-A (WS-MTG-SUB)
044300         TO TIMETABLE-RPT-RECORD (53:8)
044400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
044500     .
044600 2650-EXIT.
044700     EXIT.
044800*-----------------------------------------------------------*
044900* 2680-CHECK-ONE-PAIR - THE CURRENT SEAT AGAINST ONE OTHER   *
045000*                       SCHEDULED SEAT; EACH CLASHING PAIR   *
045100*                       COUNTS ONCE IN THE TOTALS            *
045200*-----------------------------------------------------------*
045300 2680-CHECK-ONE-PAIR.
045400     IF WS-OTHER-SUB = WS-SEAT-SUB
045500         GO TO 2680-EXIT
045600     END-IF
045700     IF NOT WS-ST-HAS-MEETINGS (WS-OTHER-SUB)
045800         GO TO 2680-EXIT
045900     END-IF
046000     MOVE WS-ST-SCHEDULE (WS-OTHER-SUB) TO WS-SCHEDULE-B
046100     CALL "SCHEDCHK" USING WS-SCHEDULE-A WS-SCHEDULE-B
046200         WS-CONFLICT-RESULT
046300     IF NOT SCHEDULES-CONFLICT
046400         GO TO 2680-EXIT
046500     END-IF
046600     SET STUDENT-HAS-CONFLICT TO TRUE
046700     IF WS-OTHER-SUB > WS-SEAT-SUB
046800         ADD 1 TO WS-CONFLICT-PAIRS
046900     END-IF
047000     MOVE SPACES TO TIMETABLE-RPT-RECORD
047100     STRING "           ** CONFLICT WITH " DELIMITED BY SIZE
047200         WS-ST-COURSE (WS-OTHER-SUB) DELIMITED BY SIZE
047300         " ON " DELIMITED BY SIZE
047400         WS-CONFLICT-DAY DELIMITED BY SIZE
047500         " **" DELIMITED BY SIZE
047600         INTO TIMETABLE-RPT-RECORD
047700     END-STRING
047800     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
047900     .
048000 2680-EXIT.
048100     EXIT.
048200*-----------------------------------------------------------*
048300* 2700-PRINT-TOTALS - RUN TOTALS AT THE FOOT OF THE REPORT  *
048400*-----------------------------------------------------------*
048500 2700-PRINT-TOTALS.
048600     MOVE SPACES TO TIMETABLE-RPT-RECORD
048700     STRING "STUDENTS PRINTED:       " DELIMITED BY SIZE
048800         WS-STUDENTS-PRINTED DELIMITED BY SIZE
048900         "  SEATS LISTED: " DELIMITED BY SIZE
049000         WS-SEATS-LISTED DELIMITED BY SIZE
049100         INTO TIMETABLE-RPT-RECORD
049200     END-STRING
049300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
049400     MOVE SPACES TO TIMETABLE-RPT-RECORD
049500     STRING "SEATS WITH NO MEETINGS: " DELIMITED BY SIZE
049600         WS-UNSCHEDULED-SEATS DELIMITED BY SIZE
049700         INTO TIMETABLE-RPT-RECORD
049800     END-STRING
049900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
050000     MOVE SPACES TO TIMETABLE-RPT-RECORD
050100     STRING "CONFLICTING PAIRS:      " DELIMITED BY SIZE
050200         WS-CONFLICT-PAIRS DELIMITED BY SIZE
050300         "  STUDENTS:     " DELIMITED BY SIZE
050400         WS-CONFLICT-STUDENTS DELIMITED BY SIZE
050500         INTO TIMETABLE-RPT-RECORD
050600     END-STRING
050700     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
050800     IF WS-CONFLICT-PAIRS > ZERO
050900         MOVE 4 TO RETURN-CODE
051000     END-IF
051100     .
051200 2700-EXIT.
051300     EXIT.
051400*-----------------------------------------------------------*
051500* 2800-WRITE-REPORT-LINE - WRITE ONE TIMETABLE LINE         *
051600*-----------------------------------------------------------*
051700 2800-WRITE-REPORT-LINE.
051800     WRITE TIMETABLE-RPT-RECORD
051900     MOVE "TIMETABLE-RPT" TO FSC-FILE-NAME
052000     MOVE "WRITE"         TO FSC-OPERATION
052100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
052200     .
052300 2800-EXIT.
052400     EXIT.
052500*-----------------------------------------------------------*
052600* 2900-LOOK-UP-SCHEDULE - HOLD THE NEW SEAT'S MEETINGS; NONE *
052700*                         ON FILE, OR A ZERO OR BAD COUNT,   *
052800*                         LEAVES IT UNSCHEDULED              *
052900*-----------------------------------------------------------*
053000 2900-LOOK-UP-SCHEDULE.
053100     IF NOT SCHEDULE-IS-OPEN
053200         GO TO 2900-EXIT
053300     END-IF
053400     MOVE WS-ST-COURSE (WS-SEAT-COUNT)
053500         TO MS-COURSE-CODE OF COURSE-SCHEDULE-RECORD
053600     READ COURSE-SCHEDULE
053700         INVALID KEY
053800             GO TO 2900-EXIT
053900     END-READ
054000     MOVE "CRSSCHED" TO FSC-FILE-NAME
054100     MOVE "READ"     TO FSC-OPERATION
054200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
054300     IF MS-MEETING-COUNT OF COURSE-SCHEDULE-RECORD NOT NUMERIC
054400             OR MS-MEETING-COUNT OF COURSE-SCHEDULE-RECORD = ZERO
054500         GO TO 2900-EXIT
054600     END-IF
054700     MOVE "Y" TO WS-ST-SCHED-SW (WS-SEAT-COUNT)
054800     MOVE COURSE-SCHEDULE-RECORD TO WS-ST-SCHEDULE (WS-SEAT-COUNT)
054900     .
055000 2900-EXIT.
055100     EXIT.
055200*-----------------------------------------------------------*
055300* 2950-LOOK-UP-TITLE - CATALOG TITLE FOR THE REPORT LINE;    *
055400*                      BLANK WHEN IT IS NOT ON THE CATALOG   *
055500*-----------------------------------------------------------*
055600 2950-LOOK-UP-TITLE.
055700     MOVE SPACES TO WS-COURSE-TITLE
055800     IF NOT CATALOG-IS-OPEN
055900         GO TO 2950-EXIT
056000     END-IF
056100     MOVE WS-SEEK-COURSE TO CC-COURSE-CODE
056200     READ COURSE-CATALOG
056300         INVALID KEY
056400             GO TO 2950-EXIT
056500     END-READ
056600     MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
056700     MOVE "READ"           TO FSC-OPERATION
056800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
056900     MOVE CC-COURSE-TITLE TO WS-COURSE-TITLE
057000     .
057100 2950-EXIT.
057200     EXIT.
057300*-----------------------------------------------------------*
057400* 3000-TERMINATE - DISPLAY THE COUNTS AND CLOSE ALL FILES   *
057500*-----------------------------------------------------------*
057600 3000-TERMINATE.
057700     DISPLAY "TIMETBL - TERM " WS-TERM-CODE
057800         " STUDENTS: " WS-STUDENTS-PRINTED
057900         " SEATS: " WS-SEATS-LISTED
058000         " CONFLICTS: " WS-CONFLICT-PAIRS
058100     IF MASTER-IS-OPEN
058200         CLOSE STUDENT-MASTER
058300         MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
058400         MOVE "CLOSE"          TO FSC-OPERATION
058500         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
058600     END-IF
058700     IF CATALOG-IS-OPEN
058800         CLOSE COURSE-CATALOG
058900         MOVE "COURSE-CATALOG" TO FSC-FILE-NAME
059000         MOVE "CLOSE"          TO FSC-OPERATION
059100         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
059200     END-IF
059300     IF SCHEDULE-IS-OPEN
059400         CLOSE COURSE-SCHEDULE
059500         MOVE "CRSSCHED" TO FSC-FILE-NAME
059600         MOVE "CLOSE"    TO FSC-OPERATION
059700         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
059800     END-IF
059900     CLOSE TIMETABLE-RPT
060000     MOVE "TIMETABLE-RPT" TO FSC-FILE-NAME
060100     MOVE "CLOSE"         TO FSC-OPERATION
060200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
060300     .
060400 3000-EXIT.
060500     EXIT.
060600     COPY "fscchk.cpy".
060700 END PROGRAM TIMETBL.
