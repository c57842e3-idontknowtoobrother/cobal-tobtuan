003000*                   SHEET PRINTS ON BALSHEET, AND ANY        *
003100*                   DISAGREEMENT ENDS THE STEP WITH RETURN   *
003200*                   CODE 8 SO THE SCHEDULER PAGES SOMEONE.   *
003250*  10/15/2026  DT   WRITES A START AND END RECORD TO THE     *
003250*                   STEP LOG (STEPLOG) WITH RECORDS IN AND   *
003250*                   OUT FOR THE ELAPSED-TIME TREND REPORT.   *
003275*  10/15/2026  DT   BALANCES BY CAMPUS SITE. THE EXTRACT AND *
003275*                   ERROR LOG ARE COUNTED BY SR-SITE-CODE    *
003275*                   (BLANK IS THE HOME CAMPUS) AND DISTEXT   *
003275*                   NOW CARRIES ONE H/D/T BLOCK PER SITE,    *
003275*                   MATCHED TO ITS SITE BY THE HEADER'S      *
003275*                   SENDING-SITE ID (SITE TABLE, THROUGH     *
003275*                   SITELKP). THE SHEET PRINTS EACH SITE'S   *
003275*                   EXTRACT VS D, D VS H AND D VS T CHECKS   *
003275*                   AND ITS ERROR-LOG LINES, THEN THE        *
003275*                   ORIGINAL CHECKS FOR ALL SITES COMBINED,  *
003275*                   WITH THE H AND T COUNTS SUMMED ACROSS    *
003275*                   THE BLOCKS. A HEADER FOR A SENDING ID    *
003275*                   NOT IN THE SITE TABLE PUTS THE NIGHT OUT *
003275*                   OF BALANCE.                              *
003300*-----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
005900 01  SUMMARY-RECORD.
006000     COPY "sumrec.cpy".
006100 FD  REGISTRAR-EXTRACT
006200     RECORD CONTAINS 97 CHARACTERS.
006300 01  REGISTRAR-EXTRACT-RECORD.
006400     COPY "studrec.cpy".
006500 FD  ERROR-LOG
006600     RECORD CONTAINS 117 CHARACTERS.
006700 01  ERROR-LOG-RECORD.
006800     COPY "rejrec.cpy".
006900     COPY "studrec.cpy".
010900     05  WS-LEFT-VALUE             PIC 9(07).
011000     05  WS-RIGHT-VALUE            PIC 9(07).
011100     05  WS-CHECK-TITLE            PIC X(44).
011100 01  WS-SITE-SWITCHES.
011100     05  WS-SITE-FOUND-SW          PIC X(01).
011100         88  SITE-ENTRY-FOUND                 VALUE "Y".
011100     05  WS-INSERT-POINT-SW        PIC X(01).
011100         88  INSERT-POINT-FOUND               VALUE "Y".
011100 01  WS-SITE-TABLE.
011100     05  WS-SITE-ENTRY             OCCURS 10 TIMES.
011100         10  WS-SITE-CODE          PIC X(02).
011100         10  WS-SITE-SENDING       PIC X(08).
011100         10  WS-SITE-NAME          PIC X(30).
011100         10  WS-SITE-EXTRACT       PIC 9(07).
011100         10  WS-SITE-ERRLOG        PIC 9(07).
011100         10  WS-SITE-D-COUNT       PIC 9(07).
011100         10  WS-SITE-H-COUNT       PIC 9(07).
011100         10  WS-SITE-T-COUNT       PIC 9(07).
011100 01  WS-SITE-CONTROLS.
011100     05  WS-SITE-COUNT             PIC 9(02)  COMP VALUE ZERO.
011100     05  WS-SITE-SUB               PIC 9(02)  COMP VALUE ZERO.
011100     05  WS-SITE-HIT               PIC 9(02)  COMP VALUE ZERO.
011100     05  WS-SHIFT-SUB              PIC 9(02)  COMP VALUE ZERO.
011100     05  WS-BLOCK-SITE             PIC 9(02)  COMP VALUE ZERO.
011100     05  WS-SEEK-SITE              PIC X(02).
011100     05  WS-SEEK-SENDING           PIC X(08).
011100 77  WS-SITE-MAX                   PIC 9(02)  COMP VALUE 10.
011100 01  SITE-LOOKUP-AREA.
011100     COPY "sitetbl.cpy".
011200 01  FSC-CONTROLS.
011300     COPY "fscctl.cpy".
011400 PROCEDURE DIVISION.
011600* 0000-MAINLINE                                             *
011700*-----------------------------------------------------------*
011800 0000-MAINLINE.
011800     MOVE "NITEBAL" TO FSC-STEP-PROGRAM
011800     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012000     PERFORM 1100-READ-SUMMARY THRU 1100-EXIT
012100     PERFORM 1200-COUNT-EXTRACT THRU 1200-EXIT
012200     PERFORM 1300-COUNT-ERRLOG THRU 1300-EXIT
012300     PERFORM 1400-FOOT-TOTALS THRU 1400-EXIT
012300     PERFORM 1450-NAME-SITES THRU 1450-EXIT
012300         VARYING WS-SITE-SUB FROM 1 BY 1
012300         UNTIL WS-SITE-SUB > WS-SITE-COUNT
012400     PERFORM 1500-COUNT-DISTRICT THRU 1500-EXIT
012500     PERFORM 3000-PRINT-CONTROL-SHEET THRU 3000-EXIT
012600     PERFORM 3900-TERMINATE THRU 3900-EXIT
012600     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
012700     GOBACK.
012800*-----------------------------------------------------------*
012900* 1000-INITIALIZE - OPEN THE CONTROL SHEET AND HEAD IT       *
019800     MOVE "REGISTRAR-EXT" TO FSC-FILE-NAME
019900     MOVE "READ"          TO FSC-OPERATION
020000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
020000     ADD 1 TO FSC-STEP-RECORDS-IN
020100     ADD 1 TO WS-EXTRACT-COUNT
020100     MOVE SR-SITE-CODE OF REGISTRAR-EXTRACT-RECORD TO WS-SEEK-SITE
020100     PERFORM 1600-FIND-SITE-ENTRY THRU 1600-EXIT
020100     ADD 1 TO WS-SITE-EXTRACT (WS-SITE-HIT)
020200     .
020300 1210-EXIT.
020400     EXIT.
022800     MOVE "ERROR-LOG" TO FSC-FILE-NAME
022900     MOVE "READ"      TO FSC-OPERATION
023000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
023000     ADD 1 TO FSC-STEP-RECORDS-IN
023100     ADD 1 TO WS-ERRLOG-COUNT
023100     MOVE SR-SITE-CODE OF ERROR-LOG-RECORD TO WS-SEEK-SITE
023100     PERFORM 1600-FIND-SITE-ENTRY THRU 1600-EXIT
023100     ADD 1 TO WS-SITE-ERRLOG (WS-SITE-HIT)
023200     .
023300 1310-EXIT.
023400     EXIT.
025900     MOVE "TOTALS-IN" TO FSC-FILE-NAME
026000     MOVE "READ"      TO FSC-OPERATION
026100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
026100     ADD 1 TO FSC-STEP-RECORDS-IN
026200     IF TOT-IS-GRAND-TOTAL
026300         MOVE TOT-STUDENT-COUNT TO WS-GRAND-STUDENTS
026400     ELSE
026700     .
026800 1410-EXIT.
026900     EXIT.
026900*-----------------------------------------------------------*
026900* 1450-NAME-SITES - SENDING-SITE ID AND NAME FOR EACH SITE   *
026900*                   THE EXTRACT AND ERROR LOG TURNED UP      *
026900*-----------------------------------------------------------*
026900 1450-NAME-SITES.
026900     MOVE SPACES TO SITE-LOOKUP-AREA
026900     MOVE WS-SITE-CODE (WS-SITE-SUB) TO ST-SITE-CODE
026900     CALL "SITELKP" USING SITE-LOOKUP-AREA
026900     MOVE ST-SENDING-SITE TO WS-SITE-SENDING (WS-SITE-SUB)
026900     MOVE ST-SITE-NAME    TO WS-SITE-NAME (WS-SITE-SUB)
026900     .
026900 1450-EXIT.
026900     EXIT.
027000*-----------------------------------------------------------*
027100* 1500-COUNT-DISTRICT - H/D/T LINE ACCOUNTING ON THE         *
027200*                       DISTRICT EXTRACT, BY SITE BLOCK      *
027300*-----------------------------------------------------------*
027400 1500-COUNT-DISTRICT.
027500     OPEN INPUT DISTRICT-EXTRACT
027700     MOVE "OPEN"         TO FSC-OPERATION
027800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
027900     MOVE "N" TO WS-EOF-SW
027900     MOVE ZERO TO WS-BLOCK-SITE
028000     PERFORM 1510-COUNT-ONE-DISTRICT THRU 1510-EXIT
028100         UNTIL END-OF-FILE
028200     CLOSE DISTRICT-EXTRACT
029400     MOVE "DISTRICT-EXT" TO FSC-FILE-NAME
029500     MOVE "READ"         TO FSC-OPERATION
029600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
029600     ADD 1 TO FSC-STEP-RECORDS-IN
029700     MOVE SPACES TO WS-DIST-FIELDS
029800     EVALUATE DISTRICT-EXTRACT-RECORD (1:1)
029900         WHEN "D"
030000             ADD 1 TO WS-DIST-D-COUNT
030000             IF WS-BLOCK-SITE > ZERO
030000                 ADD 1 TO WS-SITE-D-COUNT (WS-BLOCK-SITE)
030000             END-IF
030100         WHEN "H"
030200             UNSTRING DISTRICT-EXTRACT-RECORD DELIMITED BY "|"
030300                 INTO WS-DIST-TYPE WS-DIST-F2 WS-DIST-F3
030400                     WS-DIST-COUNT-X
030500             END-UNSTRING
030500             MOVE WS-DIST-F2 TO WS-SEEK-SENDING
030500             PERFORM 1700-FIND-SENDING-SITE THRU 1700-EXIT
030600             IF WS-DIST-COUNT-X IS NUMERIC
030700                 ADD WS-DIST-COUNT-N TO WS-DIST-H-COUNT
030700                 IF WS-BLOCK-SITE > ZERO
030700                     ADD WS-DIST-COUNT-N
030700                         TO WS-SITE-H-COUNT (WS-BLOCK-SITE)
030700                 END-IF
030800             END-IF
030900         WHEN "T"
031000             UNSTRING DISTRICT-EXTRACT-RECORD DELIMITED BY "|"
031100                 INTO WS-DIST-TYPE WS-DIST-COUNT-X
031200             END-UNSTRING
031300             IF WS-DIST-COUNT-X IS NUMERIC
031400                 ADD WS-DIST-COUNT-N TO WS-DIST-T-COUNT
031400                 IF WS-BLOCK-SITE > ZERO
031400                     ADD WS-DIST-COUNT-N
031400                         TO WS-SITE-T-COUNT (WS-BLOCK-SITE)
031400                 END-IF
031500             END-IF
031600         WHEN OTHER
031700             CONTINUE
031900     .
032000 1510-EXIT.
032100     EXIT.
032100*-----------------------------------------------------------*
032100* 1600-FIND-SITE-ENTRY - LOCATE THE SITE IN THE TABLE (BLANK *
032100*                        IS THE HOME CAMPUS), INSERTING IT   *
032100*                        IN SITE-CODE ORDER WHEN NEW; A FULL *
032100*                        TABLE IS FATAL                      *
032100*-----------------------------------------------------------*
032100 1600-FIND-SITE-ENTRY.
032100     IF WS-SEEK-SITE = SPACES
032100         MOVE "01" TO WS-SEEK-SITE
032100     END-IF
032100     MOVE "N" TO WS-SITE-FOUND-SW
032100     MOVE "N" TO WS-INSERT-POINT-SW
032100     PERFORM 1610-PROBE-ONE-SITE THRU 1610-EXIT
032100         VARYING WS-SITE-SUB FROM 1 BY 1
032100         UNTIL WS-SITE-SUB > WS-SITE-COUNT
032100             OR SITE-ENTRY-FOUND
032100             OR INSERT-POINT-FOUND
032100     IF SITE-ENTRY-FOUND
032100         GO TO 1600-EXIT
032100     END-IF
032100     IF WS-SITE-COUNT >= WS-SITE-MAX
032100         DISPLAY "NITEBAL - SITE TABLE FULL AT "
032100             WS-SITE-MAX " SITES - RUN ABANDONED"
032100         MOVE 16 TO RETURN-CODE
032100         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
032100         STOP RUN
032100     END-IF
032100     IF INSERT-POINT-FOUND
032100         PERFORM 1620-SHIFT-ONE-SITE THRU 1620-EXIT
032100             VARYING WS-SHIFT-SUB FROM WS-SITE-COUNT BY -1
032100             UNTIL WS-SHIFT-SUB < WS-SITE-HIT
032100     ELSE
032100         COMPUTE WS-SITE-HIT = WS-SITE-COUNT + 1
032100     END-IF
032100     ADD 1 TO WS-SITE-COUNT
032100     MOVE WS-SEEK-SITE TO WS-SITE-CODE (WS-SITE-HIT)
032100     MOVE SPACES TO WS-SITE-SENDING (WS-SITE-HIT)
032100     MOVE SPACES TO WS-SITE-NAME (WS-SITE-HIT)
032100     MOVE ZERO TO WS-SITE-EXTRACT (WS-SITE-HIT)
032100     MOVE ZERO TO WS-SITE-ERRLOG (WS-SITE-HIT)
032100     MOVE ZERO TO WS-SITE-D-COUNT (WS-SITE-HIT)
032100     MOVE ZERO TO WS-SITE-H-COUNT (WS-SITE-HIT)
032100     MOVE ZERO TO WS-SITE-T-COUNT (WS-SITE-HIT)
032100     .
032100 1600-EXIT.
032100     EXIT.
032100*-----------------------------------------------------------*
032100* 1610-PROBE-ONE-SITE - A MATCH, OR THE FIRST HIGHER CODE    *
032100*                       WHERE A NEW SITE GOES                *
032100*-----------------------------------------------------------*
032100 1610-PROBE-ONE-SITE.
032100     IF WS-SITE-CODE (WS-SITE-SUB) = WS-SEEK-SITE
032100         SET SITE-ENTRY-FOUND TO TRUE
032100         MOVE WS-SITE-SUB TO WS-SITE-HIT
032100         GO TO 1610-EXIT
032100     END-IF
032100     IF WS-SITE-CODE (WS-SITE-SUB) > WS-SEEK-SITE
032100         SET INSERT-POINT-FOUND TO TRUE
032100         MOVE WS-SITE-SUB TO WS-SITE-HIT
032100     END-IF
032100     .
032100 1610-EXIT.
032100     EXIT.
032100*-----------------------------------------------------------*
032100* 1620-SHIFT-ONE-SITE - MOVE ONE ENTRY DOWN A SLOT           *
032100*-----------------------------------------------------------*
032100 1620-SHIFT-ONE-SITE.
032100     MOVE WS-SITE-ENTRY (WS-SHIFT-SUB)
032100         TO WS-SITE-ENTRY (WS-SHIFT-SUB + 1)
032100     .
032100 1620-EXIT.
032100     EXIT.
032100*-----------------------------------------------------------*
032100* 1700-FIND-SENDING-SITE - THE SITE AN H HEADER BELONGS TO.  *
032100*                          A SENDING ID THE EXTRACT DID NOT  *
032100*                          TURN UP IS LOOKED UP IN THE SITE  *
032100*                          TABLE; ONE NOT THERE EITHER IS    *
032100*                          FLAGGED AND ITS BLOCK COUNTS ONLY *
032100*                          TOWARD THE COMBINED TOTALS        *
032100*-----------------------------------------------------------*
032100 1700-FIND-SENDING-SITE.
032100     MOVE ZERO TO WS-BLOCK-SITE
032100     PERFORM 1710-PROBE-ONE-SENDING THRU 1710-EXIT
032100         VARYING WS-SITE-SUB FROM 1 BY 1
032100         UNTIL WS-SITE-SUB > WS-SITE-COUNT
032100             OR WS-BLOCK-SITE > ZERO
032100     IF WS-BLOCK-SITE > ZERO
032100         GO TO 1700-EXIT
032100     END-IF
032100     MOVE SPACES TO SITE-LOOKUP-AREA
032100     MOVE WS-SEEK-SENDING TO ST-SENDING-SITE
032100     CALL "SITELKP" USING SITE-LOOKUP-AREA
032100     IF ST-SITE-NOT-FOUND
032100         SET NIGHT-OUT-OF-BALANCE TO TRUE
032100         MOVE SPACES TO BALANCE-SHEET-RECORD
032100         STRING "DISTRICT H HEADER FOR UNKNOWN SENDING SITE "
032100             DELIMITED BY SIZE
032100             WS-SEEK-SENDING DELIMITED BY SIZE
032100             " *** " DELIMITED BY SIZE
032100             INTO BALANCE-SHEET-RECORD
032100         END-STRING
032100         PERFORM 2800-WRITE-SHEET-LINE THRU 2800-EXIT
032100         GO TO 1700-EXIT
032100     END-IF
032100     MOVE ST-SITE-CODE TO WS-SEEK-SITE
032100     PERFORM 1600-FIND-SITE-ENTRY THRU 1600-EXIT
032100     MOVE WS-SEEK-SENDING TO WS-SITE-SENDING (WS-SITE-HIT)
032100     MOVE ST-SITE-NAME    TO WS-SITE-NAME (WS-SITE-HIT)
032100     MOVE WS-SITE-HIT TO WS-BLOCK-SITE
032100     .
032100 1700-EXIT.
032100     EXIT.
032100*-----------------------------------------------------------*
032100* 1710-PROBE-ONE-SENDING - ONE TABLE ENTRY AGAINST THE       *
032100*                          HEADER'S SENDING ID               *
032100*-----------------------------------------------------------*
032100 1710-PROBE-ONE-SENDING.
032100     IF WS-SITE-SENDING (WS-SITE-SUB) = WS-SEEK-SENDING
032100         MOVE WS-SITE-SUB TO WS-BLOCK-SITE
032100     END-IF
032100     .
032100 1710-EXIT.
032100     EXIT.
032200*-----------------------------------------------------------*
032300* 3000-PRINT-CONTROL-SHEET - EACH SITE'S CROSS-FOOTS, ONE    *
032400*                            LINE PER CROSS-FOOT FOR ALL     *
032400*                            SITES COMBINED, THEN THE        *
032400*                            VERDICT                         *
032500*-----------------------------------------------------------*
032600 3000-PRINT-CONTROL-SHEET.
032600     PERFORM 3200-PRINT-ONE-SITE THRU 3200-EXIT
032600         VARYING WS-SITE-SUB FROM 1 BY 1
032600         UNTIL WS-SITE-SUB > WS-SITE-COUNT
032600     MOVE "ALL SITES COMBINED" TO BALANCE-SHEET-RECORD
032600     PERFORM 2800-WRITE-SHEET-LINE THRU 2800-EXIT
032700     MOVE "ACCEPTED (READ-REJ-DEL) VS EXTRACT LINES"
032800         TO WS-CHECK-TITLE
032900     MOVE WS-SUM-ACCEPTED TO WS-LEFT-VALUE
040600     .
040700 3100-EXIT.
040800     EXIT.
040800*-----------------------------------------------------------*
040800* 3200-PRINT-ONE-SITE - ONE SITE'S HEADING, ITS DISTRICT     *
040800*                       BLOCK CROSS-FOOTS, AND ITS ERROR-LOG *
040800*                       LINES                                *
040800*-----------------------------------------------------------*
040800 3200-PRINT-ONE-SITE.
040800     MOVE SPACES TO BALANCE-SHEET-RECORD
040800     STRING "SITE " DELIMITED BY SIZE
040800         WS-SITE-CODE (WS-SITE-SUB) DELIMITED BY SIZE
040800         " " DELIMITED BY SIZE
040800         WS-SITE-SENDING (WS-SITE-SUB) DELIMITED BY SIZE
040800         " " DELIMITED BY SIZE
040800         WS-SITE-NAME (WS-SITE-SUB) DELIMITED BY SIZE
040800         INTO BALANCE-SHEET-RECORD
040800     END-STRING
040800     PERFORM 2800-WRITE-SHEET-LINE THRU 2800-EXIT
040800     MOVE "  EXTRACT LINES VS DISTRICT D LINES"
040800         TO WS-CHECK-TITLE
040800     MOVE WS-SITE-EXTRACT (WS-SITE-SUB) TO WS-LEFT-VALUE
040800     MOVE WS-SITE-D-COUNT (WS-SITE-SUB) TO WS-RIGHT-VALUE
040800     PERFORM 3100-PRINT-ONE-CHECK THRU 3100-EXIT
040800     MOVE "  DISTRICT D LINES VS H HEADER COUNT"
040800         TO WS-CHECK-TITLE
040800     MOVE WS-SITE-D-COUNT (WS-SITE-SUB) TO WS-LEFT-VALUE
040800     MOVE WS-SITE-H-COUNT (WS-SITE-SUB) TO WS-RIGHT-VALUE
040800     PERFORM 3100-PRINT-ONE-CHECK THRU 3100-EXIT
040800     MOVE "  DISTRICT D LINES VS T TRAILER COUNT"
040800         TO WS-CHECK-TITLE
040800     MOVE WS-SITE-D-COUNT (WS-SITE-SUB) TO WS-LEFT-VALUE
040800     MOVE WS-SITE-T-COUNT (WS-SITE-SUB) TO WS-RIGHT-VALUE
040800     PERFORM 3100-PRINT-ONE-CHECK THRU 3100-EXIT
040800     MOVE SPACES TO BALANCE-SHEET-RECORD
040800     MOVE "  ERROR-LOG LINES" TO WS-CHECK-TITLE
040800     STRING WS-CHECK-TITLE DELIMITED BY SIZE
040800         " " DELIMITED BY SIZE
040800         WS-SITE-ERRLOG (WS-SITE-SUB) DELIMITED BY SIZE
040800         INTO BALANCE-SHEET-RECORD
040800     END-STRING
040800     PERFORM 2800-WRITE-SHEET-LINE THRU 2800-EXIT
040800     MOVE SPACES TO BALANCE-SHEET-RECORD
040800     PERFORM 2800-WRITE-SHEET-LINE THRU 2800-EXIT
040800     .
040800 3200-EXIT.
040800     EXIT.
040900*-----------------------------------------------------------*
041000* 2800-WRITE-SHEET-LINE - WRITE THE CURRENT SHEET LINE       *
041100*-----------------------------------------------------------*
041400     MOVE "BALANCE-SHEET" TO FSC-FILE-NAME
041500     MOVE "WRITE"         TO FSC-OPERATION
041600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
041600     ADD 1 TO FSC-STEP-RECORDS-OUT
041700     .
041800 2800-EXIT.
041900     EXIT.
