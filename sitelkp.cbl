000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SITELKP.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - COMMON CAMPUS SITE LOOKUP.    *
001300*                   CALLED WITH A SITETBL.CPY AREA BY EVERY  *
001400*                   PROGRAM THAT PRINTS OR SENDS BY SITE     *
001500*                   (CLSROSTR, GRADSTAT, NITEBAL, INTFEXT,   *
001600*                   CRSMAINT). THE FIRST CALL LOADS THE      *
001700*                   REG.CONTROL.SITETBL CARDS INTO A TABLE;  *
001800*                   EVERY CALL THEN RETURNS THE SENDING-SITE *
001900*                   ID AND NAME FOR A SITE CODE, OR THE SITE *
002000*                   CODE AND NAME FOR A SENDING ID (SEE      *
002100*                   SITETBL.CPY). A STEP WITH NO SITETBL DD  *
002200*                   RUNS WITH THE HOME CAMPUS ALONE ("01",   *
002300*                   REGSITE1), THE SENDING ID INTFEXT USED   *
002400*                   BEFORE THERE WAS A SECOND CAMPUS. LIKE   *
002500*                   STEPLOG, THIS PROGRAM CHECKS ITS OWN     *
002600*                   FILE STATUS - A BAD TABLE IS DISPLAYED   *
002700*                   AND THE CALLER'S STEP GOES ON.           *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SITE-TABLE ASSIGN TO SITETBL
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-SITE-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  SITE-TABLE
003800     RECORD CONTAINS 80 CHARACTERS.
003900 01  SITE-TABLE-RECORD.
004000     COPY "sitetbl.cpy".
004100 WORKING-STORAGE SECTION.
004200 01  WS-SWITCHES.
004300     05  WS-LOADED-SW              PIC X(01)  VALUE "N".
004400         88  TABLE-IS-LOADED                  VALUE "Y".
004500     05  WS-EOF-SW                 PIC X(01)  VALUE "N".
004600         88  SITE-TABLE-EOF                   VALUE "Y".
004700 01  WS-SITE-STATUS                PIC X(02)  VALUE SPACES.
004800 01  WS-SITE-TABLE.
004900     05  WS-SITE-ENTRY             OCCURS 20 TIMES.
005000         10  WS-TBL-CODE           PIC X(02).
005100         10  WS-TBL-SENDING        PIC X(08).
005200         10  WS-TBL-NAME           PIC X(30).
005300 01  WS-SITE-SUBS.
005400     05  WS-SITE-COUNT             PIC 9(02)  COMP VALUE ZERO.
005500     05  WS-SITE-SUB               PIC 9(02)  COMP VALUE ZERO.
005600     05  WS-SITE-HIT               PIC 9(02)  COMP VALUE ZERO.
005700 77  WS-SITE-MAX                   PIC 9(02)  COMP VALUE 20.
005800 LINKAGE SECTION.
005900 01  LK-SITE-LOOKUP.
006000     COPY "sitetbl.cpy".
006100 PROCEDURE DIVISION USING LK-SITE-LOOKUP.
006200*-----------------------------------------------------------*
006300* 0000-MAINLINE - LOAD THE TABLE ON THE FIRST CALL, THEN     *
006400*                 LOOK THE SITE UP BY CODE OR BY SENDING ID  *
006500*-----------------------------------------------------------*
006600 0000-MAINLINE.
006700     IF NOT TABLE-IS-LOADED
006800         PERFORM 1000-LOAD-TABLE THRU 1000-EXIT
006900     END-IF
007000     IF ST-SITE-CODE OF LK-SITE-LOOKUP = SPACES
007100             AND ST-SENDING-SITE OF LK-SITE-LOOKUP NOT = SPACES
007200         PERFORM 2200-FIND-BY-SENDER THRU 2200-EXIT
007300     ELSE
007400         PERFORM 2100-FIND-BY-CODE THRU 2100-EXIT
007500     END-IF
007600     MOVE ZERO TO RETURN-CODE
007700     GOBACK.
007800*-----------------------------------------------------------*
007900* 1000-LOAD-TABLE - READ THE SITETBL CARDS; NO DD, NO CARDS  *
008000*                   OR A BAD OPEN LEAVES THE HOME CAMPUS     *
008100*                   ALONE IN THE TABLE                       *
008200*-----------------------------------------------------------*
008300 1000-LOAD-TABLE.
008400     SET TABLE-IS-LOADED TO TRUE
008500     MOVE ZERO TO WS-SITE-COUNT
008600     OPEN INPUT SITE-TABLE
008700     IF WS-SITE-STATUS NOT = "00"
008800         IF WS-SITE-STATUS NOT = "35"
008900             DISPLAY "SITELKP - OPEN FAILED ON SITETBL, STATUS "
009000                 WS-SITE-STATUS " - HOME CAMPUS ONLY"
009100         END-IF
009200         GO TO 1000-DEFAULT
009300     END-IF
009400     PERFORM 1100-READ-CARD THRU 1100-EXIT
009500     PERFORM 1200-STORE-CARD THRU 1200-EXIT
009600         UNTIL SITE-TABLE-EOF
009700     CLOSE SITE-TABLE
009800     .
009900 1000-DEFAULT.
010000     IF WS-SITE-COUNT = ZERO
010100         MOVE 1             TO WS-SITE-COUNT
010200         MOVE "01"          TO WS-TBL-CODE (1)
010300         MOVE "REGSITE1"    TO WS-TBL-SENDING (1)
010400         MOVE "HOME CAMPUS" TO WS-TBL-NAME (1)
010500     END-IF
010600     .
010700 1000-EXIT.
010800     EXIT.
010900*-----------------------------------------------------------*
011000* 1100-READ-CARD - NEXT SITETBL CARD                         *
011100*-----------------------------------------------------------*
011200 1100-READ-CARD.
011300     READ SITE-TABLE
011400         AT END
011500             SET SITE-TABLE-EOF TO TRUE
011600     END-READ
011700     IF WS-SITE-STATUS NOT = "00" AND WS-SITE-STATUS NOT = "10"
011800         DISPLAY "SITELKP - READ FAILED ON SITETBL, STATUS "
011900             WS-SITE-STATUS " - REST OF TABLE IGNORED"
012000         SET SITE-TABLE-EOF TO TRUE
012100     END-IF
012200     .
012300 1100-EXIT.
012400     EXIT.
012500*-----------------------------------------------------------*
012600* 1200-STORE-CARD - ADD ONE CARD TO THE TABLE; A BLANK CARD  *
012700*                   IS SKIPPED, ONE PAST THE TABLE SIZE IS   *
012800*                   DISPLAYED AND DROPPED                    *
012900*-----------------------------------------------------------*
013000 1200-STORE-CARD.
013100     IF ST-SITE-CODE OF SITE-TABLE-RECORD = SPACES
013200         GO TO 1200-NEXT
013300     END-IF
013400     IF WS-SITE-COUNT NOT < WS-SITE-MAX
013500         DISPLAY "SITELKP - SITE TABLE FULL - SITE "
013600             ST-SITE-CODE OF SITE-TABLE-RECORD " IGNORED"
013700         GO TO 1200-NEXT
013800     END-IF
013900     ADD 1 TO WS-SITE-COUNT
014000     MOVE ST-SITE-CODE OF SITE-TABLE-RECORD
014100         TO WS-TBL-CODE (WS-SITE-COUNT)
014200     MOVE ST-SENDING-SITE OF SITE-TABLE-RECORD
014300         TO WS-TBL-SENDING (WS-SITE-COUNT)
014400     MOVE ST-SITE-NAME OF SITE-TABLE-RECORD
014500         TO WS-TBL-NAME (WS-SITE-COUNT)
014600     .
014700 1200-NEXT.
014800     PERFORM 1100-READ-CARD THRU 1100-EXIT
014900     .
015000 1200-EXIT.
015100     EXIT.
015200*-----------------------------------------------------------*
015300* 2100-FIND-BY-CODE - A BLANK CODE IS THE HOME CAMPUS; AN    *
015400*                     UNKNOWN ONE GETS A MADE-UP SENDING ID  *
015500*                     SO ITS RECORDS STILL GO OUT UNDER A    *
015600*                     HEADER OF THEIR OWN                    *
015700*-----------------------------------------------------------*
015800 2100-FIND-BY-CODE.
015900     IF ST-SITE-CODE OF LK-SITE-LOOKUP = SPACES
016000         MOVE "01" TO ST-SITE-CODE OF LK-SITE-LOOKUP
016100     END-IF
016200     MOVE ZERO TO WS-SITE-HIT
016300     PERFORM 2110-PROBE-CODE THRU 2110-EXIT
016400         VARYING WS-SITE-SUB FROM 1 BY 1
016500         UNTIL WS-SITE-SUB > WS-SITE-COUNT OR WS-SITE-HIT > ZERO
016600     IF WS-SITE-HIT > ZERO
016700         MOVE WS-TBL-SENDING (WS-SITE-HIT)
016800             TO ST-SENDING-SITE OF LK-SITE-LOOKUP
016900         MOVE WS-TBL-NAME (WS-SITE-HIT)
017000             TO ST-SITE-NAME OF LK-SITE-LOOKUP
017100         SET ST-SITE-FOUND OF LK-SITE-LOOKUP TO TRUE
017200     ELSE
017300         MOVE SPACES TO ST-SENDING-SITE OF LK-SITE-LOOKUP
017400         STRING "SITE" ST-SITE-CODE OF LK-SITE-LOOKUP
017500             DELIMITED BY SIZE
017600             INTO ST-SENDING-SITE OF LK-SITE-LOOKUP
017700         MOVE "UNKNOWN SITE" TO ST-SITE-NAME OF LK-SITE-LOOKUP
017800         SET ST-SITE-NOT-FOUND OF LK-SITE-LOOKUP TO TRUE
017900     END-IF
018000     .
018100 2100-EXIT.
018200     EXIT.
018300*-----------------------------------------------------------*
018400* 2110-PROBE-CODE - ONE TABLE ENTRY AGAINST THE CODE         *
018500*-----------------------------------------------------------*
018600 2110-PROBE-CODE.
018700     IF WS-TBL-CODE (WS-SITE-SUB) = ST-SITE-CODE OF LK-SITE-LOOKUP
018800         MOVE WS-SITE-SUB TO WS-SITE-HIT
018900     END-IF
019000     .
019100 2110-EXIT.
019200     EXIT.
019300*-----------------------------------------------------------*
019400* 2200-FIND-BY-SENDER - SITE CODE AND NAME FOR A SENDING ID; *
019500*                       AN UNKNOWN ID COMES BACK WITH A      *
019600*                       BLANK SITE CODE                      *
019700*-----------------------------------------------------------*
019800 2200-FIND-BY-SENDER.
019900     MOVE ZERO TO WS-SITE-HIT
020000     PERFORM 2210-PROBE-SENDER THRU 2210-EXIT
020100         VARYING WS-SITE-SUB FROM 1 BY 1
020200         UNTIL WS-SITE-SUB > WS-SITE-COUNT OR WS-SITE-HIT > ZERO
020300     IF WS-SITE-HIT > ZERO
020400         MOVE WS-TBL-CODE (WS-SITE-HIT)
020500             TO ST-SITE-CODE OF LK-SITE-LOOKUP
020600         MOVE WS-TBL-NAME (WS-SITE-HIT)
020700             TO ST-SITE-NAME OF LK-SITE-LOOKUP
020800         SET ST-SITE-FOUND OF LK-SITE-LOOKUP TO TRUE
020900     ELSE
021000         MOVE SPACES TO ST-SITE-CODE OF LK-SITE-LOOKUP
021100         MOVE "UNKNOWN SITE" TO ST-SITE-NAME OF LK-SITE-LOOKUP
021200         SET ST-SITE-NOT-FOUND OF LK-SITE-LOOKUP TO TRUE
021300     END-IF
021400     .
021500 2200-EXIT.
021600     EXIT.
021700*-----------------------------------------------------------*
021800* 2210-PROBE-SENDER - ONE TABLE ENTRY AGAINST THE SENDING ID *
021900*-----------------------------------------------------------*
022000 2210-PROBE-SENDER.
022100     IF WS-TBL-SENDING (WS-SITE-SUB)
022200             = ST-SENDING-SITE OF LK-SITE-LOOKUP
022300         MOVE WS-SITE-SUB TO WS-SITE-HIT
022400     END-IF
022500     .
022600 2210-EXIT.
022700     EXIT.
022800 END PROGRAM SITELKP.
