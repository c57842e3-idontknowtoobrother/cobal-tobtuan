000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SCHEDCHK.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - CALLABLE MEETING-CONFLICT     *
001300*                   CHECK BETWEEN TWO SECTION MEETING        *
001400*                   SCHEDULES (CRSSCHED.CPY). TWO SECTIONS   *
001500*                   CONFLICT WHEN ANY MEETING OF ONE SHARES  *
001600*                   A DAY WITH ANY MEETING OF THE OTHER AND  *
001700*                   THEIR TIMES OVERLAP - EACH STARTS BEFORE *
001800*                   THE OTHER ENDS. HANDS BACK THE FIRST     *
001900*                   CLASHING DAY LETTER SO THE CALLER CAN    *
002000*                   SAY WHERE. ONE RULE SHARED BY GETINPUT   *
002100*                   (REASON 17) AND TIMETBL SO THE LOAD AND  *
002200*                   THE PRINTED TIMETABLE NEVER DISAGREE.    *
002300*-----------------------------------------------------------*
002400 DATA DIVISION.
002500 WORKING-STORAGE SECTION.
002600 01  WS-SUBSCRIPTS.
002700     05  WS-A-SUB              PIC 9(01)  COMP.
002800     05  WS-B-SUB              PIC 9(01)  COMP.
002900     05  WS-DAY-SUB            PIC 9(01)  COMP.
003000     05  WS-A-COUNT            PIC 9(01)  COMP.
003100     05  WS-B-COUNT            PIC 9(01)  COMP.
003200 LINKAGE SECTION.
003300 01  LK-SCHEDULE-A.
003400     COPY "crssched.cpy".
003500 01  LK-SCHEDULE-B.
003600     COPY "crssched.cpy".
003700 01  LK-CONFLICT-RESULT.
003800     05  LK-CONFLICT-SW        PIC X(01).
003900         88  LK-SCHEDULES-CONFLICT        VALUE "Y".
004000     05  LK-CONFLICT-DAY       PIC X(01).
004100 PROCEDURE DIVISION USING LK-SCHEDULE-A LK-SCHEDULE-B
004200     LK-CONFLICT-RESULT.
004300*-----------------------------------------------------------*
004400* 0000-MAINLINE                                              *
004500*-----------------------------------------------------------*
004600 0000-MAINLINE.
004700     PERFORM 1000-CHECK-SCHEDULES THRU 1000-EXIT
004800     GOBACK.
004900*-----------------------------------------------------------*
005000* 1000-CHECK-SCHEDULES - EVERY MEETING OF A AGAINST EVERY    *
005100*                        MEETING OF B; A MISSING OR BAD      *
005200*                        MEETING COUNT MEANS NO MEETINGS     *
005300*-----------------------------------------------------------*
005400 1000-CHECK-SCHEDULES.
005500     MOVE "N"   TO LK-CONFLICT-SW
005600     MOVE SPACE TO LK-CONFLICT-DAY
005700     IF MS-MEETING-COUNT OF LK-SCHEDULE-A NOT NUMERIC
005800             OR MS-MEETING-COUNT OF LK-SCHEDULE-B NOT NUMERIC
005900         GO TO 1000-EXIT
006000     END-IF
006100     MOVE MS-MEETING-COUNT OF LK-SCHEDULE-A TO WS-A-COUNT
006200     MOVE MS-MEETING-COUNT OF LK-SCHEDULE-B TO WS-B-COUNT
006300     IF WS-A-COUNT > 3
006400         MOVE 3 TO WS-A-COUNT
006500     END-IF
006600     IF WS-B-COUNT > 3
006700         MOVE 3 TO WS-B-COUNT
006800     END-IF
006900     PERFORM 1100-CHECK-MEETING-A THRU 1100-EXIT
007000         VARYING WS-A-SUB FROM 1 BY 1
007100         UNTIL WS-A-SUB > WS-A-COUNT OR LK-SCHEDULES-CONFLICT
007200     .
007300 1000-EXIT.
007400     EXIT.
007500*-----------------------------------------------------------*
007600* 1100-CHECK-MEETING-A - ONE MEETING OF A AGAINST EVERY      *
007700*                        MEETING OF B                        *
007800*-----------------------------------------------------------*
007900 1100-CHECK-MEETING-A.
008000     PERFORM 1200-CHECK-MEETING-PAIR THRU 1200-EXIT
008100         VARYING WS-B-SUB FROM 1 BY 1
008200         UNTIL WS-B-SUB > WS-B-COUNT OR LK-SCHEDULES-CONFLICT
008300     .
008400 1100-EXIT.
008500     EXIT.
008600*-----------------------------------------------------------*
008700* 1200-CHECK-MEETING-PAIR - DO THE TWO TIME SPANS OVERLAP,   *
008800*                           AND IF SO ON A SHARED DAY        *
008900*-----------------------------------------------------------*
009000 1200-CHECK-MEETING-PAIR.
009100     IF MS-START-TIME OF LK-SCHEDULE-A (WS-A-SUB)
009200             NOT < MS-END-TIME OF LK-SCHEDULE-B (WS-B-SUB)
009300         GO TO 1200-EXIT
009400     END-IF
009500     IF MS-START-TIME OF LK-SCHEDULE-B (WS-B-SUB)
009600             NOT < MS-END-TIME OF LK-SCHEDULE-A (WS-A-SUB)
009700         GO TO 1200-EXIT
009800     END-IF
009900     PERFORM 1300-CHECK-ONE-DAY THRU 1300-EXIT
010000         VARYING WS-DAY-SUB FROM 1 BY 1
010100         UNTIL WS-DAY-SUB > 7 OR LK-SCHEDULES-CONFLICT
010200     .
010300 1200-EXIT.
010400     EXIT.
010500*-----------------------------------------------------------*
010600* 1300-CHECK-ONE-DAY - DO BOTH MEETINGS FALL ON THIS DAY     *
010700*-----------------------------------------------------------*
010800 1300-CHECK-ONE-DAY.
010900     IF MS-DAY OF LK-SCHEDULE-A (WS-A-SUB, WS-DAY-SUB) NOT = SPACE
011000             AND MS-DAY OF LK-SCHEDULE-B (WS-B-SUB, WS-DAY-SUB)
011100                 NOT = SPACE
011200         SET LK-SCHEDULES-CONFLICT TO TRUE
011300         MOVE MS-DAY OF LK-SCHEDULE-A (WS-A-SUB, WS-DAY-SUB)
011400             TO LK-CONFLICT-DAY
011500     END-IF
011600     .
011700 1300-EXIT.
011800     EXIT.
011900 END PROGRAM SCHEDCHK.
