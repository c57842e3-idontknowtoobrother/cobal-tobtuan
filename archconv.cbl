000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARCHCONV.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - ONE-TIME TERMARCH CONVERSION  *
001300*                   FROM THE FLAT 95-BYTE ARCHIVE TO THE     *
001400*                   114-BYTE KSDS KEYED ON STUDENT, COURSE   *
001500*                   AND TERM (TERMARCH.CPY). READS THE OLD   *
001600*                   RECORDS SORTED TO TERMOLD IN KEY ORDER,  *
001700*                   BUILDS THE KEY FROM THE STUDENT-MASTER   *
001800*                   IMAGE, AND LOADS THE REDEFINED KSDS. THE *
001900*                   OLD FILE COULD HOLD THE SAME STUDENT,    *
002000*                   COURSE AND TERM TWICE (A TERM SWEPT      *
002100*                   AGAIN AFTER A FAILED RUN) - THE FIRST    *
002200*                   ONE POSTED IS KEPT, EACH LATER ONE IS    *
002300*                   LISTED AND SKIPPED, AND THE RUN ENDS     *
002400*                   WITH RETURN CODE 4. RUN ONCE BY          *
002500*                   JCL/ARCHCONV.JCL; A KEY OUT OF SEQUENCE  *
002600*                   ENDS THE RUN WITH RETURN CODE 16. WRITES *
002700*                   A START AND END RECORD TO THE STEP LOG   *
002800*                   (STEPLOG).                               *
002850*  10/15/2026  DT   THE ARCHIVE IMAGE IS NOW 97 BYTES -      *
002850*                   STUDREC GREW SR-SITE-CODE. EVERY         *
002850*                   CONVERTED RECORD IS STAMPED WITH THE     *
002850*                   HOME CAMPUS SITE "01" (KEYS(19 97),      *
002850*                   116-BYTE RECORDS).                       *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OLD-ARCHIVE-FILE ASSIGN TO TERMOLD
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS FSC-STATUS-CODE.
003600     SELECT TERM-ARCHIVE ASSIGN TO TERMARCH
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS TA-ARCHIVE-KEY
004000         FILE STATUS IS FSC-STATUS-CODE.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  OLD-ARCHIVE-FILE
004400     RECORD CONTAINS 95 CHARACTERS.
004500 01  OLD-ARCHIVE-RECORD            PIC X(95).
004600 FD  TERM-ARCHIVE
004700     RECORD CONTAINS 116 CHARACTERS.
004800 01  TERM-ARCHIVE-RECORD.
004900     COPY "studrec.cpy".
005000     COPY "termarch.cpy".
005100 WORKING-STORAGE SECTION.
005200 01  WS-SWITCHES.
005300     05  WS-EOF-SW                 PIC X(01)  VALUE "N".
005400         88  END-OF-FILE                      VALUE "Y".
005500 01  WS-LAST-KEY                   PIC X(19)  VALUE LOW-VALUES.
005600 01  WS-COUNTERS.
005700     05  WS-RECORDS-READ           PIC 9(07)  COMP VALUE ZERO.
005800     05  WS-RECORDS-WRITTEN        PIC 9(07)  COMP VALUE ZERO.
005900     05  WS-DUP-SKIPPED            PIC 9(07)  COMP VALUE ZERO.
006000 01  FSC-CONTROLS.
006100     COPY "fscctl.cpy".
006200 PROCEDURE DIVISION.
006300*-----------------------------------------------------------*
006400* 0000-MAINLINE                                              *
006500*-----------------------------------------------------------*
006600 0000-MAINLINE.
006700     MOVE "ARCHCONV" TO FSC-STEP-PROGRAM
006800     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
006900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007000     PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
007100         UNTIL END-OF-FILE
007200     PERFORM 3000-TERMINATE THRU 3000-EXIT
007300     MOVE WS-RECORDS-READ    TO FSC-STEP-RECORDS-IN
007400     MOVE WS-RECORDS-WRITTEN TO FSC-STEP-RECORDS-OUT
007500     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
007600     GOBACK.
007700*-----------------------------------------------------------*
007800* 1000-INITIALIZE - OPEN THE SORTED ARCHIVE AND THE NEW KSDS *
007900*                   AND PRIME THE READ                       *
008000*-----------------------------------------------------------*
008100 1000-INITIALIZE.
008200     OPEN INPUT OLD-ARCHIVE-FILE
008300     MOVE "OLD-ARCHIVE-FILE" TO FSC-FILE-NAME
008400     MOVE "OPEN"             TO FSC-OPERATION
008500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
008600     OPEN OUTPUT TERM-ARCHIVE
008700     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
008800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
008900     PERFORM 2100-READ-OLD-ARCHIVE THRU 2100-EXIT
009000     .
009100 1000-EXIT.
009200     EXIT.
009300*-----------------------------------------------------------*
009400* 2000-CONVERT-RECORD - KEY ONE RECORD AND LOAD IT; A REPEAT *
009500*                       OF THE PREVIOUS KEY IS SKIPPED       *
009600*-----------------------------------------------------------*
009700 2000-CONVERT-RECORD.
009800     ADD 1 TO WS-RECORDS-READ
009900     MOVE OLD-ARCHIVE-RECORD TO TERM-ARCHIVE-RECORD
009900     MOVE "01"           TO SR-SITE-CODE
010000     MOVE SR-STUDENT-ID  TO TA-STUDENT-ID
010100     MOVE SR-COURSE-CODE TO TA-COURSE-CODE
010200     MOVE SR-TERM-CODE   TO TA-TERM-CODE
010300     IF TA-ARCHIVE-KEY = WS-LAST-KEY
010400         ADD 1 TO WS-DUP-SKIPPED
010500         DISPLAY "ARCHCONV - DUPLICATE SKIPPED: " TA-STUDENT-ID
010600             " " TA-COURSE-CODE " " TA-TERM-CODE
010700         GO TO 2000-NEXT
010800     END-IF
010900     WRITE TERM-ARCHIVE-RECORD
011000     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
011100     MOVE "WRITE"        TO FSC-OPERATION
011200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
011300     ADD 1 TO WS-RECORDS-WRITTEN
011400     MOVE TA-ARCHIVE-KEY TO WS-LAST-KEY
011500     .
011600 2000-NEXT.
011700     PERFORM 2100-READ-OLD-ARCHIVE THRU 2100-EXIT
011800     .
011900 2000-EXIT.
012000     EXIT.
012100*-----------------------------------------------------------*
012200* 2100-READ-OLD-ARCHIVE - READ NEXT SORTED RECORD            *
012300*-----------------------------------------------------------*
012400 2100-READ-OLD-ARCHIVE.
012500     READ OLD-ARCHIVE-FILE
012600         AT END
012700             SET END-OF-FILE TO TRUE
012800             GO TO 2100-EXIT
012900     END-READ
013000     MOVE "OLD-ARCHIVE-FILE" TO FSC-FILE-NAME
013100     MOVE "READ"             TO FSC-OPERATION
013200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
013300     .
013400 2100-EXIT.
013500     EXIT.
013600*-----------------------------------------------------------*
013700* 3000-TERMINATE - REPORT THE COUNTS AND CLOSE               *
013800*-----------------------------------------------------------*
013900 3000-TERMINATE.
014000     DISPLAY "ARCHCONV - RECORDS READ:    " WS-RECORDS-READ
014100     DISPLAY "ARCHCONV - RECORDS WRITTEN: " WS-RECORDS-WRITTEN
014200     DISPLAY "ARCHCONV - DUPLICATES:      " WS-DUP-SKIPPED
014300     IF WS-DUP-SKIPPED > ZERO
014400         MOVE 4 TO RETURN-CODE
014500     END-IF
014600     CLOSE OLD-ARCHIVE-FILE
014700     MOVE "OLD-ARCHIVE-FILE" TO FSC-FILE-NAME
014800     MOVE "CLOSE"            TO FSC-OPERATION
014900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
015000     CLOSE TERM-ARCHIVE
015100     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
015200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
015300     .
015400 3000-EXIT.
015500     EXIT.
015600     COPY "fscchk.cpy".
015700 END PROGRAM ARCHCONV.
