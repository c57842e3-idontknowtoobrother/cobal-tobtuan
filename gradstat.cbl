002662*                   OUTGREW IT. THE DISTRICT CONSOLIDATION   *
002664*                   WILL BLOW PAST ANY FIXED TABLE; THIS     *
002666*                   HANDLES ANY VOLUME THE SORT CAN.         *
002683*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
002683*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
002683*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
002691*  10/15/2026  DT   REPORTS BY CAMPUS SITE. EVERY COUNT,     *
002691*                   MIN/MAX AND BOUNDARY BAND IS ALSO KEPT   *
002691*                   PER SR-SITE-CODE (BLANK IS THE HOME      *
002691*                   CAMPUS), THE SCORE WORK FILE CARRIES THE *
002691*                   SITE, AND A SECOND SORT ON SITE AND      *
002691*                   SCORE GIVES EACH SITE'S MEDIAN. THE      *
002691*                   REPORT PRINTS A BLOCK PER SITE HEADED    *
002691*                   WITH ITS NAME FROM THE SITE TABLE        *
002691*                   (SITELKP), THEN THE ORIGINAL BLOCK FOR   *
002691*                   ALL SITES COMBINED. THE TOTALS REWRITE   *
002691*                   STILL STAMPS THE COMBINED MEDIAN.        *
002695*  10/15/2026  DT   "T" TRANSFER CREDIT (XFERCRED) IS LEFT   *
002695*                   OUT OF EVERY COUNT, MIN/MAX, BAND AND    *
002695*                   MEDIAN - IT WAS NOT GRADED HERE.         *
002697*  10/15/2026  DT   REGISTRAR-EXTRACT IS DECLARED AT THE     *
002697*                   FULL 97 BYTES - THE SITE CODE THE        *
002697*                   PER-SITE BREAKDOWN READS WAS OUTSIDE THE *
002697*                   DECLARED RECORD.                         *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  REGISTRAR-EXTRACT
004600     RECORD CONTAINS 97 CHARACTERS.
004700 01  REGISTRAR-EXTRACT-RECORD.
004800     COPY "studrec.cpy".
004810 FD  SCORE-WORK
004820     RECORD CONTAINS 6 CHARACTERS.
004830 01  SCORE-WORK-RECORD.
004830     05  SW-SITE-CODE          PIC X(02).
004840     05  SW-SCORE              PIC 9(03)V9.
004850 FD  SCORE-SORTED
004860     RECORD CONTAINS 6 CHARACTERS.
004870 01  SCORE-SORTED-RECORD.
004870     05  SS-SITE-CODE          PIC X(02).
004880     05  SS-SCORE              PIC 9(03)V9.
004890 SD  SCORE-SORT.
004892 01  SCORE-SORT-RECORD.
004892     05  SRT-SITE-CODE         PIC X(02).
004894     05  SRT-SCORE             PIC 9(03)V9.
004900 FD  TOTALS-IN
005000     RECORD CONTAINS 35 CHARACTERS.
009400     05  WS-MID-SCORE-1            PIC 9(03)V9 VALUE ZERO.
009410     05  WS-MID-SCORE-2            PIC 9(03)V9 VALUE ZERO.
009500 01  WS-WORK-SCORE                 PIC 9(03)V9.
009500*-----------------------------------------------------------*
009500* PER-SITE STATISTICS - EACH ENTRY'S LETTER, SCORE AND       *
009500* BOUNDARY GROUPS MATCH THE COMBINED GROUPS ABOVE BYTE FOR   *
009500* BYTE, SO A SITE'S BLOCK PRINTS THROUGH THE SAME REPORT     *
009500* PARAGRAPHS BY MOVING ITS GROUPS OVER THE COMBINED ONES     *
009500*-----------------------------------------------------------*
009500 01  WS-SITE-SWITCHES.
009500     05  WS-SITE-FOUND-SW          PIC X(01).
009500         88  SITE-ENTRY-FOUND                 VALUE "Y".
009500     05  WS-INSERT-POINT-SW        PIC X(01).
009500         88  INSERT-POINT-FOUND               VALUE "Y".
009500 01  WS-SITE-TABLE.
009500     05  WS-SITE-ENTRY             OCCURS 10 TIMES.
009500         10  WS-SITE-CODE          PIC X(02).
009500         10  WS-SITE-LETTERS.
009500             15  WS-SITE-A         PIC 9(05).
009500             15  WS-SITE-B         PIC 9(05).
009500             15  WS-SITE-C         PIC 9(05).
009500             15  WS-SITE-D         PIC 9(05).
009500             15  WS-SITE-F         PIC 9(05).
009500             15  WS-SITE-I         PIC 9(05).
009500             15  WS-SITE-W         PIC 9(05).
009500             15  WS-SITE-P         PIC 9(05).
009500             15  WS-SITE-E         PIC 9(05).
009500         10  WS-SITE-SCORES.
009500             15  WS-SITE-NUMERIC   PIC 9(05).
009500             15  WS-SITE-MIN-SCORE PIC 9(03)V9.
009500             15  WS-SITE-MAX-SCORE PIC 9(03)V9.
009500             15  WS-SITE-MEDIAN    PIC 9(03)V9.
009500         10  WS-SITE-BOUNDARY.
009500             15  WS-SITE-NEAR-60   PIC 9(05).
009500             15  WS-SITE-NEAR-70   PIC 9(05).
009500             15  WS-SITE-NEAR-80   PIC 9(05).
009500             15  WS-SITE-NEAR-90   PIC 9(05).
009500         10  WS-SITE-MID-1         PIC 9(03)V9.
009500         10  WS-SITE-MID-2         PIC 9(03)V9.
009500 01  WS-SITE-CONTROLS.
009500     05  WS-SITE-COUNT             PIC 9(02)  COMP VALUE ZERO.
009500     05  WS-SITE-SUB               PIC 9(02)  COMP VALUE ZERO.
009500     05  WS-SITE-HIT               PIC 9(02)  COMP VALUE ZERO.
009500     05  WS-SHIFT-SUB              PIC 9(02)  COMP VALUE ZERO.
009500     05  WS-SEEK-SITE              PIC X(02).
009500     05  WS-MEDIAN-SITE            PIC X(02).
009500 77  WS-SITE-MAX                   PIC 9(02)  COMP VALUE 10.
009500 01  WS-COMBINED-SAVE.
009500     05  WS-SAVE-LETTERS           PIC X(45).
009500     05  WS-SAVE-SCORES            PIC X(17).
009500     05  WS-SAVE-BOUNDARY          PIC X(20).
009500 01  SITE-LOOKUP-AREA.
009500     COPY "sitetbl.cpy".
009600 01  FSC-CONTROLS.
009700     COPY "fscctl.cpy".
009800 PROCEDURE DIVISION.
010000* 0000-MAINLINE                                             *
010100*-----------------------------------------------------------*
010200 0000-MAINLINE.
010200     MOVE "GRADSTAT" TO FSC-STEP-PROGRAM
010200     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
010300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010400     PERFORM 2000-TALLY-RECORD THRU 2000-EXIT
010500         UNTIL END-OF-FILE
010600     PERFORM 2500-COMPUTE-MEDIAN THRU 2500-EXIT
010600     PERFORM 2600-COMPUTE-SITE-MEDIANS THRU 2600-EXIT
010700     PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
010800     PERFORM 3500-REWRITE-TOTALS THRU 3500-EXIT
010900     PERFORM 3900-TERMINATE THRU 3900-EXIT
010900     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
011000     GOBACK.
011100*-----------------------------------------------------------*
011200* 1000-INITIALIZE - OPEN FILES AND PRIME THE EXTRACT READ    *
013000*                     ORDERED SCORE TABLE FOR THE MEDIAN     *
013100*-----------------------------------------------------------*
013200 2000-TALLY-RECORD.
013200     ADD 1 TO FSC-STEP-RECORDS-IN
013200     MOVE SR-SITE-CODE OF REGISTRAR-EXTRACT-RECORD TO WS-SEEK-SITE
013200     PERFORM 2200-FIND-SITE-ENTRY THRU 2200-EXIT
013200     PERFORM 2050-TALLY-SITE THRU 2050-EXIT
013300     EVALUATE TRUE
013400         WHEN SR-GRADE-INCOMPLETE OF REGISTRAR-EXTRACT-RECORD
013500             ADD 1 TO WS-COUNT-I
013910         WHEN SR-GRADE-ENROLLED OF REGISTRAR-EXTRACT-RECORD
013920             ADD 1 TO WS-COUNT-E
013930             GO TO 2000-NEXT
013940         WHEN SR-GRADE-TRANSFER OF REGISTRAR-EXTRACT-RECORD
013950             GO TO 2000-NEXT
014000         WHEN OTHER
014100             CONTINUE
014200     END-EVALUATE
017800     IF WS-WORK-SCORE >= 85.0 AND WS-WORK-SCORE <= 95.0
017900         ADD 1 TO WS-NEAR-90
018000     END-IF
018100     MOVE WS-SEEK-SITE  TO SW-SITE-CODE
018100     MOVE WS-WORK-SCORE TO SW-SCORE
018110     WRITE SCORE-WORK-RECORD
018120     MOVE "SCORE-WORK" TO FSC-FILE-NAME
018500     .
018600 2000-EXIT.
018700     EXIT.
018700*-----------------------------------------------------------*
018700* 2050-TALLY-SITE - THE SAME COUNTS, MIN/MAX AND BOUNDARY    *
018700*                   BANDS FOR THE RECORD'S SITE ENTRY        *
018700*-----------------------------------------------------------*
018700 2050-TALLY-SITE.
018700     EVALUATE TRUE
018700         WHEN SR-GRADE-INCOMPLETE OF REGISTRAR-EXTRACT-RECORD
018700             ADD 1 TO WS-SITE-I (WS-SITE-HIT)
018700             GO TO 2050-EXIT
018700         WHEN SR-GRADE-WITHDRAWN OF REGISTRAR-EXTRACT-RECORD
018700             ADD 1 TO WS-SITE-W (WS-SITE-HIT)
018700             GO TO 2050-EXIT
018700         WHEN SR-GRADE-ENROLLED OF REGISTRAR-EXTRACT-RECORD
018700             ADD 1 TO WS-SITE-E (WS-SITE-HIT)
018700             GO TO 2050-EXIT
018700         WHEN SR-GRADE-TRANSFER OF REGISTRAR-EXTRACT-RECORD
018700             GO TO 2050-EXIT
018700         WHEN OTHER
018700             CONTINUE
018700     END-EVALUATE
018700     EVALUATE SR-LETTER-GRADE OF REGISTRAR-EXTRACT-RECORD
018700         WHEN "A"
018700             ADD 1 TO WS-SITE-A (WS-SITE-HIT)
018700         WHEN "B"
018700             ADD 1 TO WS-SITE-B (WS-SITE-HIT)
018700         WHEN "C"
018700             ADD 1 TO WS-SITE-C (WS-SITE-HIT)
018700         WHEN "D"
018700             ADD 1 TO WS-SITE-D (WS-SITE-HIT)
018700         WHEN "P"
018700             ADD 1 TO WS-SITE-P (WS-SITE-HIT)
018700         WHEN OTHER
018700             ADD 1 TO WS-SITE-F (WS-SITE-HIT)
018700     END-EVALUATE
018700     MOVE SR-GRADE OF REGISTRAR-EXTRACT-RECORD
018700         TO WS-WORK-SCORE
018700     ADD 1 TO WS-SITE-NUMERIC (WS-SITE-HIT)
018700     IF WS-SITE-NUMERIC (WS-SITE-HIT) = 1
018700         MOVE WS-WORK-SCORE TO WS-SITE-MIN-SCORE (WS-SITE-HIT)
018700         MOVE WS-WORK-SCORE TO WS-SITE-MAX-SCORE (WS-SITE-HIT)
018700     ELSE
018700         IF WS-WORK-SCORE < WS-SITE-MIN-SCORE (WS-SITE-HIT)
018700             MOVE WS-WORK-SCORE TO WS-SITE-MIN-SCORE (WS-SITE-HIT)
018700         END-IF
018700         IF WS-WORK-SCORE > WS-SITE-MAX-SCORE (WS-SITE-HIT)
018700             MOVE WS-WORK-SCORE TO WS-SITE-MAX-SCORE (WS-SITE-HIT)
018700         END-IF
018700     END-IF
018700     IF WS-WORK-SCORE >= 55.0 AND WS-WORK-SCORE <= 65.0
018700         ADD 1 TO WS-SITE-NEAR-60 (WS-SITE-HIT)
018700     END-IF
018700     IF WS-WORK-SCORE >= 65.0 AND WS-WORK-SCORE <= 75.0
018700         ADD 1 TO WS-SITE-NEAR-70 (WS-SITE-HIT)
018700     END-IF
018700     IF WS-WORK-SCORE >= 75.0 AND WS-WORK-SCORE <= 85.0
018700         ADD 1 TO WS-SITE-NEAR-80 (WS-SITE-HIT)
018700     END-IF
018700     IF WS-WORK-SCORE >= 85.0 AND WS-WORK-SCORE <= 95.0
018700         ADD 1 TO WS-SITE-NEAR-90 (WS-SITE-HIT)
018700     END-IF
018700     .
018700 2050-EXIT.
018700     EXIT.
018800*-----------------------------------------------------------*
018900* 2100-READ-REGISTRAR-EXTRACT - READ NEXT EXTRACT RECORD     *
019000*-----------------------------------------------------------*
020100     .
020200 2100-EXIT.
020300     EXIT.
020300*-----------------------------------------------------------*
020300* 2200-FIND-SITE-ENTRY - LOCATE THE SITE IN THE TABLE (BLANK *
020300*                        IS THE HOME CAMPUS), INSERTING IT   *
020300*                        IN SITE-CODE ORDER WHEN NEW; A FULL *
020300*                        TABLE IS FATAL                      *
020300*-----------------------------------------------------------*
020300 2200-FIND-SITE-ENTRY.
020300     IF WS-SEEK-SITE = SPACES
020300         MOVE "01" TO WS-SEEK-SITE
020300     END-IF
020300     MOVE "N" TO WS-SITE-FOUND-SW
020300     MOVE "N" TO WS-INSERT-POINT-SW
020300     PERFORM 2210-PROBE-ONE-SITE THRU 2210-EXIT
020300         VARYING WS-SITE-SUB FROM 1 BY 1
020300         UNTIL WS-SITE-SUB > WS-SITE-COUNT
020300             OR SITE-ENTRY-FOUND
020300             OR INSERT-POINT-FOUND
020300     IF SITE-ENTRY-FOUND
020300         GO TO 2200-EXIT
020300     END-IF
020300     IF WS-SITE-COUNT >= WS-SITE-MAX
020300         DISPLAY "GRADSTAT - SITE TABLE FULL AT "
020300             WS-SITE-MAX " SITES - RUN ABANDONED"
020300         MOVE 16 TO RETURN-CODE
020300         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
020300         STOP RUN
020300     END-IF
020300     IF INSERT-POINT-FOUND
020300         PERFORM 2220-SHIFT-ONE-SITE THRU 2220-EXIT
020300             VARYING WS-SHIFT-SUB FROM WS-SITE-COUNT BY -1
020300             UNTIL WS-SHIFT-SUB < WS-SITE-HIT
020300     ELSE
020300         COMPUTE WS-SITE-HIT = WS-SITE-COUNT + 1
020300     END-IF
020300     ADD 1 TO WS-SITE-COUNT
020300     MOVE WS-SEEK-SITE TO WS-SITE-CODE (WS-SITE-HIT)
020300     MOVE ZERO TO WS-SITE-LETTERS (WS-SITE-HIT)
020300     MOVE ZERO TO WS-SITE-SCORES (WS-SITE-HIT)
020300     MOVE ZERO TO WS-SITE-BOUNDARY (WS-SITE-HIT)
020300     MOVE ZERO TO WS-SITE-MID-1 (WS-SITE-HIT)
020300     MOVE ZERO TO WS-SITE-MID-2 (WS-SITE-HIT)
020300     .
020300 2200-EXIT.
020300     EXIT.
020300*-----------------------------------------------------------*
020300* 2210-PROBE-ONE-SITE - A MATCH, OR THE FIRST HIGHER CODE    *
020300*                       WHERE A NEW SITE GOES                *
020300*-----------------------------------------------------------*
020300 2210-PROBE-ONE-SITE.
020300     IF WS-SITE-CODE (WS-SITE-SUB) = WS-SEEK-SITE
020300         SET SITE-ENTRY-FOUND TO TRUE
020300         MOVE WS-SITE-SUB TO WS-SITE-HIT
020300         GO TO 2210-EXIT
020300     END-IF
020300     IF WS-SITE-CODE (WS-SITE-SUB) > WS-SEEK-SITE
020300         SET INSERT-POINT-FOUND TO TRUE
020300         MOVE WS-SITE-SUB TO WS-SITE-HIT
020300     END-IF
020300     .
020300 2210-EXIT.
020300     EXIT.
020300*-----------------------------------------------------------*
020300* 2220-SHIFT-ONE-SITE - MOVE ONE ENTRY DOWN A SLOT           *
020300*-----------------------------------------------------------*
020300 2220-SHIFT-ONE-SITE.
020300     MOVE WS-SITE-ENTRY (WS-SHIFT-SUB)
020300         TO WS-SITE-ENTRY (WS-SHIFT-SUB + 1)
020300     .
020300 2220-EXIT.
020300     EXIT.
024700*-----------------------------------------------------------*
024800* 2500-COMPUTE-MEDIAN - SORT THE SCORE WORK FILE AND READ   *
024900*                       TO THE MIDDLE VALUE(S) - AN EVEN     *
026892     .
026894 2510-EXIT.
026896     EXIT.
026896*-----------------------------------------------------------*
026896* 2600-COMPUTE-SITE-MEDIANS - RE-SORT THE SCORE WORK FILE BY *
026896*                             SITE AND SCORE AND READ EACH   *
026896*                             SITE'S RUN TO ITS MIDDLE       *
026896*                             VALUE(S)                       *
026896*-----------------------------------------------------------*
026896 2600-COMPUTE-SITE-MEDIANS.
026896     IF WS-NUMERIC-COUNT = ZERO
026896         GO TO 2600-EXIT
026896     END-IF
026896     SORT SCORE-SORT
026896         ON ASCENDING KEY SRT-SITE-CODE SRT-SCORE
026896         USING SCORE-WORK
026896         GIVING SCORE-SORTED
026896     OPEN INPUT SCORE-SORTED
026896     MOVE "SCORE-SORTED" TO FSC-FILE-NAME
026896     MOVE "OPEN"         TO FSC-OPERATION
026896     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
026896     MOVE "N" TO WS-SORTED-EOF-SW
026896     MOVE SPACES TO WS-MEDIAN-SITE
026896     PERFORM 2610-READ-ONE-SITE-SCORE THRU 2610-EXIT
026896         UNTIL SORTED-SCORES-EOF
026896     CLOSE SCORE-SORTED
026896     MOVE "SCORE-SORTED" TO FSC-FILE-NAME
026896     MOVE "CLOSE"        TO FSC-OPERATION
026896     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
026896     PERFORM 2620-SETTLE-SITE-MEDIAN THRU 2620-EXIT
026896         VARYING WS-SITE-SUB FROM 1 BY 1
026896         UNTIL WS-SITE-SUB > WS-SITE-COUNT
026896     .
026896 2600-EXIT.
026896     EXIT.
026896*-----------------------------------------------------------*
026896* 2610-READ-ONE-SITE-SCORE - ONE SORTED SCORE; A NEW SITE    *
026896*                            RESTARTS THE POSITION COUNT     *
026896*                            AGAINST THAT SITE'S MIDDLE      *
026896*-----------------------------------------------------------*
026896 2610-READ-ONE-SITE-SCORE.
026896     READ SCORE-SORTED
026896         AT END
026896             SET SORTED-SCORES-EOF TO TRUE
026896             GO TO 2610-EXIT
026896     END-READ
026896     MOVE "SCORE-SORTED" TO FSC-FILE-NAME
026896     MOVE "READ"         TO FSC-OPERATION
026896     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
026896     IF SS-SITE-CODE NOT = WS-MEDIAN-SITE
026896         MOVE SS-SITE-CODE TO WS-MEDIAN-SITE
026896         MOVE SS-SITE-CODE TO WS-SEEK-SITE
026896         PERFORM 2200-FIND-SITE-ENTRY THRU 2200-EXIT
026896         DIVIDE WS-SITE-NUMERIC (WS-SITE-HIT) BY 2
026896             GIVING WS-MID-POSITION
026896             REMAINDER WS-MID-REMAINDER
026896         MOVE ZERO TO WS-READ-POSITION
026896     END-IF
026896     ADD 1 TO WS-READ-POSITION
026896     IF WS-READ-POSITION = WS-MID-POSITION
026896         MOVE SS-SCORE TO WS-SITE-MID-1 (WS-SITE-HIT)
026896     END-IF
026896     IF WS-READ-POSITION = WS-MID-POSITION + 1
026896         MOVE SS-SCORE TO WS-SITE-MID-2 (WS-SITE-HIT)
026896     END-IF
026896     .
026896 2610-EXIT.
026896     EXIT.
026896*-----------------------------------------------------------*
026896* 2620-SETTLE-SITE-MEDIAN - ODD COUNT TAKES THE MIDDLE       *
026896*                           SCORE, EVEN AVERAGES THE TWO     *
026896*-----------------------------------------------------------*
026896 2620-SETTLE-SITE-MEDIAN.
026896     IF WS-SITE-NUMERIC (WS-SITE-SUB) = ZERO
026896         GO TO 2620-EXIT
026896     END-IF
026896     DIVIDE WS-SITE-NUMERIC (WS-SITE-SUB) BY 2
026896         GIVING WS-MID-POSITION
026896         REMAINDER WS-MID-REMAINDER
026896     IF WS-MID-REMAINDER = 1
026896         MOVE WS-SITE-MID-2 (WS-SITE-SUB)
026896             TO WS-SITE-MEDIAN (WS-SITE-SUB)
026896     ELSE
026896         COMPUTE WS-SITE-MEDIAN (WS-SITE-SUB) ROUNDED =
026896             (WS-SITE-MID-1 (WS-SITE-SUB)
026896                 + WS-SITE-MID-2 (WS-SITE-SUB)) / 2
026896     END-IF
026896     .
026896 2620-EXIT.
026896     EXIT.
026900*-----------------------------------------------------------*
027000* 3000-WRITE-REPORT - THE DISTRIBUTION REPORT, ONE BLOCK     *
027000*                     PER SITE THEN ALL SITES COMBINED       *
027100*-----------------------------------------------------------*
027200 3000-WRITE-REPORT.
027300     MOVE "GRADE DISTRIBUTION STATISTICS" TO STATS-RPT-RECORD
027400     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
027500     MOVE SPACES TO STATS-RPT-RECORD
027600     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
027600     MOVE WS-LETTER-COUNTS   TO WS-SAVE-LETTERS
027600     MOVE WS-SCORE-STATS     TO WS-SAVE-SCORES
027600     MOVE WS-BOUNDARY-COUNTS TO WS-SAVE-BOUNDARY
027600     PERFORM 3200-WRITE-ONE-SITE THRU 3200-EXIT
027600         VARYING WS-SITE-SUB FROM 1 BY 1
027600         UNTIL WS-SITE-SUB > WS-SITE-COUNT
027600     MOVE WS-SAVE-LETTERS  TO WS-LETTER-COUNTS
027600     MOVE WS-SAVE-SCORES   TO WS-SCORE-STATS
027600     MOVE WS-SAVE-BOUNDARY TO WS-BOUNDARY-COUNTS
027600     MOVE "ALL SITES COMBINED" TO STATS-RPT-RECORD
027600     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
027600     PERFORM 3050-WRITE-STAT-BLOCK THRU 3050-EXIT
027600     .
027600 3000-EXIT.
027600     EXIT.
027600*-----------------------------------------------------------*
027600* 3050-WRITE-STAT-BLOCK - LETTER COUNTS, SCORE STATISTICS    *
027600*                         AND BOUNDARY BANDS FROM THE        *
027600*                         COMBINED GROUPS                    *
027600*-----------------------------------------------------------*
027600 3050-WRITE-STAT-BLOCK.
027700     PERFORM 3100-WRITE-LETTER-COUNTS THRU 3100-EXIT
027800     MOVE SPACES TO STATS-RPT-RECORD
027900     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
031200     END-STRING
031300     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
031400     .
031500 3050-EXIT.
031600     EXIT.
031700*-----------------------------------------------------------*
031800* 3100-WRITE-LETTER-COUNTS - ONE LINE OF A-F AND I/W COUNTS  *
033900     .
034000 3100-EXIT.
034100     EXIT.
034100*-----------------------------------------------------------*
034100* 3200-WRITE-ONE-SITE - HEAD THE SITE WITH ITS NAME AND      *
034100*                       PRINT ITS GROUPS THROUGH THE         *
034100*                       COMBINED-BLOCK PARAGRAPH             *
034100*-----------------------------------------------------------*
034100 3200-WRITE-ONE-SITE.
034100     MOVE SPACES TO SITE-LOOKUP-AREA
034100     MOVE WS-SITE-CODE (WS-SITE-SUB) TO ST-SITE-CODE
034100     CALL "SITELKP" USING SITE-LOOKUP-AREA
034100     MOVE SPACES TO STATS-RPT-RECORD
034100     STRING "SITE " DELIMITED BY SIZE
034100         WS-SITE-CODE (WS-SITE-SUB) DELIMITED BY SIZE
034100         " " DELIMITED BY SIZE
034100         ST-SITE-NAME DELIMITED BY SIZE
034100         INTO STATS-RPT-RECORD
034100     END-STRING
034100     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
034100     MOVE WS-SITE-LETTERS (WS-SITE-SUB)  TO WS-LETTER-COUNTS
034100     MOVE WS-SITE-SCORES (WS-SITE-SUB)   TO WS-SCORE-STATS
034100     MOVE WS-SITE-BOUNDARY (WS-SITE-SUB) TO WS-BOUNDARY-COUNTS
034100     PERFORM 3050-WRITE-STAT-BLOCK THRU 3050-EXIT
034100     MOVE SPACES TO STATS-RPT-RECORD
034100     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT
034100     .
034100 3200-EXIT.
034100     EXIT.
034200*-----------------------------------------------------------*
034300* 3500-REWRITE-TOTALS - COPY THE TOTALS FILE ADD-PROG WROTE, *
034400*                       FILLING THE MEDIAN INTO THE "*ALL*"  *
039700     MOVE "STATS-RPT" TO FSC-FILE-NAME
039800     MOVE "WRITE"     TO FSC-OPERATION
039900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
039900     ADD 1 TO FSC-STEP-RECORDS-OUT
040000     .
040100 3800-EXIT.
040200     EXIT.
