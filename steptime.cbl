000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STEPTIME.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - ELAPSED-TIME TREND OFF THE    *
001300*                   STEP LOG (STEPLOG.CPY) EVERY BATCH       *
001400*                   PROGRAM APPENDS TO THROUGH STEPLOG. ONE  *
001500*                   LINE PER JOB STEP, IN THE ORDER THE STEPS*
001600*                   FIRST APPEAR ON THE LOG, SHOWING THE     *
001700*                   STEP'S LATEST RUN AGAINST THE AVERAGE OF *
001800*                   ITS N RUNS BEFORE THAT (N FROM A         *
001900*                   PARAMETER CARD, DEFAULT 7, AT MOST 30),  *
002000*                   WITH ITS RETURN CODE AND RECORD COUNTS.  *
002100*                   A STEP IS FLAGGED LONGER WHEN IT RAN MORE*
002200*                   THAN THE CARD'S PERCENTAGE (DEFAULT 20)  *
002300*                   AND MORE THAN 5 SECONDS OVER ITS AVERAGE,*
002400*                   RISING WHEN EACH OF ITS LAST THREE RUNS  *
002500*                   TOOK LONGER THAN THE ONE BEFORE, AND     *
002600*                   ABEND WHEN ITS LATEST RUN ENDED WITH     *
002700*                   RETURN CODE 16 - SO A STEP CREEPING      *
002800*                   TOWARD THE END OF THE BATCH WINDOW SHOWS *
002900*                   UP WHILE THERE IS STILL TIME TO ACT.     *
003000*-----------------------------------------------------------*
003100*  PARAMETER CARD (SYSIN):                                   *
003200*    COLUMNS  1-8   JOB NAME TO REPORT (BLANK = EVERY JOB)   *
003300*    COLUMNS 10-11  NIGHTS TO AVERAGE  (BLANK = 07)          *
003400*    COLUMNS 13-15  PERCENT TOLERANCE  (BLANK = 020)         *
003500*-----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT STEP-LOG ASSIGN TO STEPLOG
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS FSC-STATUS-CODE.
004200     SELECT STEP-TIME-RPT ASSIGN TO STEPTIME
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FSC-STATUS-CODE.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  STEP-LOG
004800     RECORD CONTAINS 100 CHARACTERS.
004900 01  STEP-LOG-RECORD.
005000     COPY "steplog.cpy".
005100 FD  STEP-TIME-RPT
005200     RECORD CONTAINS 100 CHARACTERS.
005300 01  STEP-TIME-RPT-RECORD          PIC X(100).
005400 WORKING-STORAGE SECTION.
005500 01  WS-SWITCHES.
005600     05  WS-EOF-SW                 PIC X(01)  VALUE "N".
005700         88  END-OF-FILE                      VALUE "Y".
005800     05  WS-FOUND-SW               PIC X(01)  VALUE "N".
005900         88  STEP-FOUND                       VALUE "Y".
006000         88  STEP-NOT-FOUND                   VALUE "N".
006100 01  WS-PARM-CARD                  PIC X(80)  VALUE SPACES.
006200 01  WS-PARM-FIELDS REDEFINES WS-PARM-CARD.
006300     05  WS-PARM-JOB               PIC X(08).
006400     05  FILLER                    PIC X(01).
006500     05  WS-PARM-NIGHTS            PIC X(02).
006600     05  WS-PARM-NIGHTS-NUM REDEFINES WS-PARM-NIGHTS
006700                                   PIC 9(02).
006800     05  FILLER                    PIC X(01).
006900     05  WS-PARM-PCT               PIC X(03).
007000     05  WS-PARM-PCT-NUM REDEFINES WS-PARM-PCT
007100                                   PIC 9(03).
007200     05  FILLER                    PIC X(65).
007300 77  WS-NIGHTS-MAX                 PIC 9(02)  COMP VALUE 30.
007400 77  WS-STEP-MAX                   PIC 9(03)  COMP VALUE 200.
007500 01  WS-CONTROLS.
007600     05  WS-JOB-WANTED             PIC X(08)  VALUE SPACES.
007700     05  WS-NIGHTS-LIMIT           PIC 9(02)  VALUE 7.
007800     05  WS-RUN-LIMIT              PIC 9(02)  VALUE 8.
007900     05  WS-PCT-TOLERANCE          PIC 9(03)  VALUE 20.
008000     05  WS-FLOOR-SECS             PIC 9(03)  VALUE 5.
008100 01  WS-STEP-TABLE.
008200     05  WS-STEP-COUNT             PIC 9(03)  COMP VALUE ZERO.
008300     05  WS-STEP-ENTRY OCCURS 200 TIMES.
008400         10  WS-STP-KEY.
008500             15  WS-STP-JOB        PIC X(08).
008600             15  WS-STP-STEP       PIC X(08).
008700             15  WS-STP-PROGRAM    PIC X(08).
008800         10  WS-STP-RUNS           PIC 9(02)  COMP.
008900         10  WS-STP-LAST-DATE      PIC X(08).
009000         10  WS-STP-LAST-RC        PIC 9(04).
009100         10  WS-STP-LAST-IN        PIC 9(09).
009200         10  WS-STP-LAST-OUT       PIC 9(09).
009300         10  WS-STP-LAST-STATUS    PIC X(01).
009400         10  WS-STP-ELAPSED        PIC 9(06)V99
009500                                   OCCURS 31 TIMES.
009600 01  WS-WORK-FIELDS.
009700     05  WS-STEP-SUB               PIC 9(03)  COMP.
009800     05  WS-RUN-SUB                PIC 9(02)  COMP.
009900     05  WS-PRIOR-RUNS             PIC 9(02)  COMP.
010000     05  WS-LATEST                 PIC 9(06)V99.
010100     05  WS-PRIOR-TOTAL            PIC 9(08)V99.
010200     05  WS-AVERAGE                PIC 9(06)V99.
010300     05  WS-OVER-SECS              PIC S9(06)V99.
010400     05  WS-CHANGE-PCT             PIC S9(03).
010500     05  WS-LIMIT-SECS             PIC 9(08)V99.
010600     05  WS-FLAGS.
010700         10  WS-FLAG-LONGER        PIC X(07).
010800         10  WS-FLAG-RISING        PIC X(07).
010900         10  WS-FLAG-OTHER         PIC X(06).
011000 01  WS-TOTALS.
011100     05  WS-RECORDS-READ           PIC 9(07)  VALUE ZERO.
011200     05  WS-STEPS-FLAGGED          PIC 9(03)  VALUE ZERO.
011300     05  WS-TOTAL-LATEST           PIC 9(08)V99 VALUE ZERO.
011400     05  WS-TOTAL-AVERAGE          PIC 9(08)V99 VALUE ZERO.
011500 01  WS-EDITED-FIELDS.
011600     05  WS-ED-LATEST              PIC ZZZZ9.99.
011700     05  WS-ED-AVERAGE             PIC ZZZZ9.99.
011800     05  WS-ED-PCT                 PIC -(3)9.
011900     05  WS-ED-IN                  PIC Z(6)9.
012000     05  WS-ED-OUT                 PIC Z(6)9.
012100     05  WS-ED-TOTAL               PIC ZZ,ZZZ,ZZ9.99.
012200     05  WS-ED-STEPS               PIC ZZ9.
012300 01  FSC-CONTROLS.
012400     COPY "fscctl.cpy".
012500 PROCEDURE DIVISION.
012600*-----------------------------------------------------------*
012700* 0000-MAINLINE                                              *
012800*-----------------------------------------------------------*
012900 0000-MAINLINE.
013000     MOVE "STEPTIME" TO FSC-STEP-PROGRAM
013100     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013300     PERFORM 2000-COLLECT-STEP THRU 2000-EXIT
013400         UNTIL END-OF-FILE
013500     PERFORM 3000-PRINT-STEPS THRU 3000-EXIT
013600     PERFORM 3900-TERMINATE THRU 3900-EXIT
013700     MOVE WS-RECORDS-READ TO FSC-STEP-RECORDS-IN
013800     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
013900     GOBACK.
014000*-----------------------------------------------------------*
014100* 1000-INITIALIZE - ACCEPT THE PARAMETER CARD, OPEN FILES,   *
014200*                   PRIME THE READ                           *
014300*-----------------------------------------------------------*
014400 1000-INITIALIZE.
014500     DISPLAY "STEPTIME - ENTER JOB NAME, NIGHTS TO AVERAGE "
014600         "(BLANK FOR 07, MAX 30), PERCENT (BLANK FOR 020): "
014700     ACCEPT WS-PARM-CARD
014800     MOVE WS-PARM-JOB TO WS-JOB-WANTED
014900     IF WS-PARM-NIGHTS IS NUMERIC
015000             AND WS-PARM-NIGHTS-NUM > 0
015100             AND WS-PARM-NIGHTS-NUM <= WS-NIGHTS-MAX
015200         MOVE WS-PARM-NIGHTS-NUM TO WS-NIGHTS-LIMIT
015300     END-IF
015400     ADD 1 TO WS-NIGHTS-LIMIT GIVING WS-RUN-LIMIT
015500     IF WS-PARM-PCT IS NUMERIC
015600         MOVE WS-PARM-PCT-NUM TO WS-PCT-TOLERANCE
015700     END-IF
015800     OPEN INPUT STEP-LOG
015900     MOVE "STEP-LOG" TO FSC-FILE-NAME
016000     MOVE "OPEN"     TO FSC-OPERATION
016100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
016200     OPEN OUTPUT STEP-TIME-RPT
016300     MOVE "STEP-TIME-RPT" TO FSC-FILE-NAME
016400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
016500     PERFORM 2100-READ-STEP-LOG THRU 2100-EXIT
016600     .
016700 1000-EXIT.
016800     EXIT.
016900*-----------------------------------------------------------*
017000* 2000-COLLECT-STEP - FILE ONE LOG RECORD UNDER ITS JOB      *
017100*                     STEP, KEEPING THE LAST N+1 RUNS        *
017200*-----------------------------------------------------------*
017300 2000-COLLECT-STEP.
017400     ADD 1 TO WS-RECORDS-READ
017500     IF WS-JOB-WANTED NOT = SPACES
017600             AND SL-JOB-NAME NOT = WS-JOB-WANTED
017700         GO TO 2000-NEXT
017800     END-IF
017900     SET STEP-NOT-FOUND TO TRUE
018000     PERFORM 2200-FIND-STEP THRU 2200-EXIT
018100         VARYING WS-STEP-SUB FROM 1 BY 1
018200         UNTIL WS-STEP-SUB > WS-STEP-COUNT OR STEP-FOUND
018300     IF STEP-FOUND
018400         SUBTRACT 1 FROM WS-STEP-SUB
018500     ELSE
018600         PERFORM 2300-ADD-STEP THRU 2300-EXIT
018700     END-IF
018800     IF WS-STP-RUNS (WS-STEP-SUB) < WS-RUN-LIMIT
018900         ADD 1 TO WS-STP-RUNS (WS-STEP-SUB)
019000     ELSE
019100         PERFORM 2400-SHIFT-ONE-RUN THRU 2400-EXIT
019200             VARYING WS-RUN-SUB FROM 1 BY 1
019300             UNTIL WS-RUN-SUB >= WS-STP-RUNS (WS-STEP-SUB)
019400     END-IF
019500     MOVE WS-STP-RUNS (WS-STEP-SUB) TO WS-RUN-SUB
019600     MOVE SL-ELAPSED-SECS
019700         TO WS-STP-ELAPSED (WS-STEP-SUB, WS-RUN-SUB)
019800     MOVE SL-START-DATE  TO WS-STP-LAST-DATE (WS-STEP-SUB)
019900     MOVE SL-RETURN-CODE TO WS-STP-LAST-RC (WS-STEP-SUB)
020000     MOVE SL-RECORDS-IN  TO WS-STP-LAST-IN (WS-STEP-SUB)
020100     MOVE SL-RECORDS-OUT TO WS-STP-LAST-OUT (WS-STEP-SUB)
020200     MOVE SL-END-STATUS  TO WS-STP-LAST-STATUS (WS-STEP-SUB)
020300     .
020400 2000-NEXT.
020500     PERFORM 2100-READ-STEP-LOG THRU 2100-EXIT
020600     .
020700 2000-EXIT.
020800     EXIT.
020900*-----------------------------------------------------------*
021000* 2100-READ-STEP-LOG - READ NEXT STEP-LOG RECORD             *
021100*-----------------------------------------------------------*
021200 2100-READ-STEP-LOG.
021300     READ STEP-LOG
021400         AT END
021500             SET END-OF-FILE TO TRUE
021600     END-READ
021700     MOVE "STEP-LOG" TO FSC-FILE-NAME
021800     MOVE "READ"     TO FSC-OPERATION
021900     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "10"
022000         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022100     END-IF
022200     .
022300 2100-EXIT.
022400     EXIT.
022500*-----------------------------------------------------------*
022600* 2200-FIND-STEP - MATCH ONE TABLE ENTRY AGAINST THE RECORD  *
022700*-----------------------------------------------------------*
022800 2200-FIND-STEP.
022900     IF WS-STP-JOB (WS-STEP-SUB) = SL-JOB-NAME
023000             AND WS-STP-STEP (WS-STEP-SUB) = SL-STEP-NAME
023100             AND WS-STP-PROGRAM (WS-STEP-SUB) = SL-PROGRAM
023200         SET STEP-FOUND TO TRUE
023300     END-IF
023400     .
023500 2200-EXIT.
023600     EXIT.
023700*-----------------------------------------------------------*
023800* 2300-ADD-STEP - START A TABLE ENTRY FOR A STEP NOT SEEN    *
023900*                 BEFORE                                     *
024000*-----------------------------------------------------------*
024100 2300-ADD-STEP.
024200     IF WS-STEP-COUNT >= WS-STEP-MAX
024300         DISPLAY "STEPTIME - STEP TABLE FULL AT " WS-STEP-MAX
024400             " ENTRIES - ENLARGE THE TABLE"
024500         MOVE 16 TO RETURN-CODE
024600         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
024700         STOP RUN
024800     END-IF
024900     ADD 1 TO WS-STEP-COUNT
025000     MOVE WS-STEP-COUNT  TO WS-STEP-SUB
025100     MOVE SL-JOB-NAME    TO WS-STP-JOB (WS-STEP-SUB)
025200     MOVE SL-STEP-NAME   TO WS-STP-STEP (WS-STEP-SUB)
025300     MOVE SL-PROGRAM     TO WS-STP-PROGRAM (WS-STEP-SUB)
025400     MOVE ZERO           TO WS-STP-RUNS (WS-STEP-SUB)
025500     .
025600 2300-EXIT.
025700     EXIT.
025800*-----------------------------------------------------------*
025900* 2400-SHIFT-ONE-RUN - DROP THE STEP'S OLDEST RUN TO MAKE    *
026000*                      ROOM                                  *
026100*-----------------------------------------------------------*
026200 2400-SHIFT-ONE-RUN.
026300     MOVE WS-STP-ELAPSED (WS-STEP-SUB, WS-RUN-SUB + 1)
026400         TO WS-STP-ELAPSED (WS-STEP-SUB, WS-RUN-SUB)
026500     .
026600 2400-EXIT.
026700     EXIT.
026800*-----------------------------------------------------------*
026900* 3000-PRINT-STEPS - HEADINGS, ONE LINE PER STEP, TOTALS     *
027000*-----------------------------------------------------------*
027100 3000-PRINT-STEPS.
027200     MOVE SPACES TO STEP-TIME-RPT-RECORD
027300     IF WS-JOB-WANTED = SPACES
027400         MOVE "BATCH STEP ELAPSED-TIME TREND - ALL JOBS"
027500             TO STEP-TIME-RPT-RECORD
027600     ELSE
027700         STRING "BATCH STEP ELAPSED-TIME TREND - JOB "
027800                 DELIMITED BY SIZE
027900             WS-JOB-WANTED DELIMITED BY SIZE
028000             INTO STEP-TIME-RPT-RECORD
028100         END-STRING
028200     END-IF
028300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
028400     MOVE SPACES TO STEP-TIME-RPT-RECORD
028500     STRING "LATEST RUN AGAINST THE AVERAGE OF UP TO "
028600             DELIMITED BY SIZE
028700         WS-NIGHTS-LIMIT DELIMITED BY SIZE
028800         " RUNS BEFORE IT - LONGER = OVER BY MORE THAN "
028900             DELIMITED BY SIZE
029000         WS-PCT-TOLERANCE DELIMITED BY SIZE
029100         " PCT" DELIMITED BY SIZE
029200         INTO STEP-TIME-RPT-RECORD
029300     END-STRING
029400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
029500     MOVE SPACES TO STEP-TIME-RPT-RECORD
029600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
029700     MOVE "JOB      STEP     PROGRAM  LAST RUN  SECONDS  AVER"
029800         TO STEP-TIME-RPT-RECORD
029900     MOVE "AGE CHG%   RC  REC-IN REC-OUT FLAGS"
030000         TO STEP-TIME-RPT-RECORD (51:50)
030100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
030200     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
030300         VARYING WS-STEP-SUB FROM 1 BY 1
030400         UNTIL WS-STEP-SUB > WS-STEP-COUNT
030500     MOVE SPACES TO STEP-TIME-RPT-RECORD
030600     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
030700     MOVE WS-TOTAL-LATEST TO WS-ED-TOTAL
030800     MOVE SPACES TO STEP-TIME-RPT-RECORD
030900     STRING "TOTAL SECONDS, LATEST RUNS:   " DELIMITED BY SIZE
031000         WS-ED-TOTAL DELIMITED BY SIZE
031100         INTO STEP-TIME-RPT-RECORD
031200     END-STRING
031300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
031400     MOVE WS-TOTAL-AVERAGE TO WS-ED-TOTAL
031500     MOVE SPACES TO STEP-TIME-RPT-RECORD
031600     STRING "TOTAL SECONDS, AVERAGES:      " DELIMITED BY SIZE
031700         WS-ED-TOTAL DELIMITED BY SIZE
031800         INTO STEP-TIME-RPT-RECORD
031900     END-STRING
032000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
032100     MOVE WS-STEP-COUNT TO WS-ED-STEPS
032200     MOVE SPACES TO STEP-TIME-RPT-RECORD
032300     STRING "STEPS LISTED: " DELIMITED BY SIZE
032400         WS-ED-STEPS DELIMITED BY SIZE
032500         "   STEPS FLAGGED: " DELIMITED BY SIZE
032600         WS-STEPS-FLAGGED DELIMITED BY SIZE
032700         INTO STEP-TIME-RPT-RECORD
032800     END-STRING
032900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
033000     .
033100 3000-EXIT.
033200     EXIT.
033300*-----------------------------------------------------------*
033400* 3100-PRINT-ONE-STEP - LATEST RUN, AVERAGE OF THE RUNS      *
033500*                       BEFORE IT, AND THE TREND FLAGS       *
033600*-----------------------------------------------------------*
033700 3100-PRINT-ONE-STEP.
033800     MOVE SPACES TO WS-FLAGS
033900     MOVE WS-STP-RUNS (WS-STEP-SUB) TO WS-RUN-SUB
034000     MOVE WS-STP-ELAPSED (WS-STEP-SUB, WS-RUN-SUB) TO WS-LATEST
034100     SUBTRACT 1 FROM WS-STP-RUNS (WS-STEP-SUB)
034200         GIVING WS-PRIOR-RUNS
034300     MOVE ZERO TO WS-PRIOR-TOTAL WS-AVERAGE WS-CHANGE-PCT
034400     PERFORM 3200-ADD-PRIOR-RUN THRU 3200-EXIT
034500         VARYING WS-RUN-SUB FROM 1 BY 1
034600         UNTIL WS-RUN-SUB > WS-PRIOR-RUNS
034700     IF WS-PRIOR-RUNS > ZERO
034800         DIVIDE WS-PRIOR-TOTAL BY WS-PRIOR-RUNS
034900             GIVING WS-AVERAGE ROUNDED
035000     END-IF
035100     SUBTRACT WS-AVERAGE FROM WS-LATEST GIVING WS-OVER-SECS
035200     IF WS-AVERAGE > ZERO
035300         COMPUTE WS-CHANGE-PCT ROUNDED =
035400             WS-OVER-SECS * 100 / WS-AVERAGE
035500             ON SIZE ERROR
035600                 MOVE 999 TO WS-CHANGE-PCT
035700         END-COMPUTE
035800     END-IF
035900     COMPUTE WS-LIMIT-SECS =
036000         WS-AVERAGE * (100 + WS-PCT-TOLERANCE) / 100
036100     IF WS-PRIOR-RUNS >= 2
036200             AND WS-LATEST > WS-LIMIT-SECS
036300             AND WS-OVER-SECS > WS-FLOOR-SECS
036400         MOVE "LONGER" TO WS-FLAG-LONGER
036500     END-IF
036600     MOVE WS-STP-RUNS (WS-STEP-SUB) TO WS-RUN-SUB
036700     IF WS-RUN-SUB >= 3
036800             AND WS-LATEST > WS-AVERAGE
036900         IF WS-STP-ELAPSED (WS-STEP-SUB, WS-RUN-SUB)
037000                 > WS-STP-ELAPSED (WS-STEP-SUB, WS-RUN-SUB - 1)
037100                 AND WS-STP-ELAPSED (WS-STEP-SUB, WS-RUN-SUB - 1)
037200                 > WS-STP-ELAPSED (WS-STEP-SUB, WS-RUN-SUB - 2)
037300             MOVE "RISING" TO WS-FLAG-RISING
037400         END-IF
037500     END-IF
037600     IF WS-STP-LAST-STATUS (WS-STEP-SUB) = "A"
037700         MOVE "ABEND" TO WS-FLAG-OTHER
037800     ELSE
037900         IF WS-PRIOR-RUNS = ZERO
038000             MOVE "NEW" TO WS-FLAG-OTHER
038100         END-IF
038200     END-IF
038300     IF WS-FLAG-LONGER NOT = SPACES
038400             OR WS-FLAG-RISING NOT = SPACES
038500             OR WS-FLAG-OTHER = "ABEND"
038600         ADD 1 TO WS-STEPS-FLAGGED
038700     END-IF
038800     ADD WS-LATEST  TO WS-TOTAL-LATEST
038900     ADD WS-AVERAGE TO WS-TOTAL-AVERAGE
039000     MOVE WS-LATEST     TO WS-ED-LATEST
039100     MOVE WS-AVERAGE    TO WS-ED-AVERAGE
039200     MOVE WS-CHANGE-PCT TO WS-ED-PCT
039300     MOVE WS-STP-LAST-IN (WS-STEP-SUB)  TO WS-ED-IN
039400     MOVE WS-STP-LAST-OUT (WS-STEP-SUB) TO WS-ED-OUT
039500     MOVE SPACES TO STEP-TIME-RPT-RECORD
039600     STRING WS-STP-JOB (WS-STEP-SUB) DELIMITED BY SIZE
039700         " " DELIMITED BY SIZE
039800         WS-STP-STEP (WS-STEP-SUB) DELIMITED BY SIZE
039900         " " DELIMITED BY SIZE
040000         WS-STP-PROGRAM (WS-STEP-SUB) DELIMITED BY SIZE
040100         " " DELIMITED BY SIZE
040200         WS-STP-LAST-DATE (WS-STEP-SUB) DELIMITED BY SIZE
040300         " " DELIMITED BY SIZE
040400         WS-ED-LATEST DELIMITED BY SIZE
040500         " " DELIMITED BY SIZE
040600         WS-ED-AVERAGE DELIMITED BY SIZE
040700         " " DELIMITED BY SIZE
040800         WS-ED-PCT DELIMITED BY SIZE
040900         " " DELIMITED BY SIZE
041000         WS-STP-LAST-RC (WS-STEP-SUB) DELIMITED BY SIZE
041100         " " DELIMITED BY SIZE
041200         WS-ED-IN DELIMITED BY SIZE
041300         " " DELIMITED BY SIZE
041400         WS-ED-OUT DELIMITED BY SIZE
041500         " " DELIMITED BY SIZE
041600         WS-FLAGS DELIMITED BY SIZE
041700         INTO STEP-TIME-RPT-RECORD
041800     END-STRING
041900     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
042000     .
042100 3100-EXIT.
042200     EXIT.
042300*-----------------------------------------------------------*
042400* 3200-ADD-PRIOR-RUN - FOOT ONE RUN INTO THE AVERAGE         *
042500*-----------------------------------------------------------*
042600 3200-ADD-PRIOR-RUN.
042700     ADD WS-STP-ELAPSED (WS-STEP-SUB, WS-RUN-SUB)
042800         TO WS-PRIOR-TOTAL
042900     .
043000 3200-EXIT.
043100     EXIT.
043200*-----------------------------------------------------------*
043300* 2800-WRITE-REPORT-LINE - WRITE THE CURRENT REPORT LINE     *
043400*-----------------------------------------------------------*
043500 2800-WRITE-REPORT-LINE.
043600     WRITE STEP-TIME-RPT-RECORD
043700     MOVE "STEP-TIME-RPT" TO FSC-FILE-NAME
043800     MOVE "WRITE"         TO FSC-OPERATION
043900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
044000     ADD 1 TO FSC-STEP-RECORDS-OUT
044100     .
044200 2800-EXIT.
044300     EXIT.
044400*-----------------------------------------------------------*
044500* 3900-TERMINATE - CLOSE THE FILES                           *
044600*-----------------------------------------------------------*
044700 3900-TERMINATE.
044800     DISPLAY "STEPTIME - LOG RECORDS READ: " WS-RECORDS-READ
044900     DISPLAY "STEPTIME - STEPS LISTED:     " WS-STEP-COUNT
045000     DISPLAY "STEPTIME - STEPS FLAGGED:    " WS-STEPS-FLAGGED
045100     CLOSE STEP-LOG
045200     MOVE "STEP-LOG" TO FSC-FILE-NAME
045300     MOVE "CLOSE"    TO FSC-OPERATION
045400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
045500     CLOSE STEP-TIME-RPT
045600     MOVE "STEP-TIME-RPT" TO FSC-FILE-NAME
045700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
045800     .
045900 3900-EXIT.
046000     EXIT.
046100     COPY "fscchk.cpy".
046200 END PROGRAM STEPTIME.
