001600*                   THE WHOLE ARCHIVE) AND LISTS THE         *
001700*                   ARCHIVED RECORDS PAGE-HEADED IN THE      *
001800*                   CLSROSTR STYLE.                          *
001850*  10/15/2026  DT   THE TERM ARCHIVE IS NOW A KSDS KEYED ON  *
001850*                   STUDENT, COURSE AND TERM (TERMARCH.CPY), *
001850*                   SO THE LISTING COMES OUT IN THAT ORDER.  *
001850*                   A SECOND PROMPT TAKES A STUDENT-ID - A   *
001850*                   NON-BLANK ID STARTS AT THAT STUDENT'S    *
001850*                   FIRST ARCHIVED RECORD AND LISTS ONLY     *
001850*                   THAT STUDENT'S HISTORY (STILL FILTERED   *
001850*                   BY THE TERM).                            *
001900*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT TERM-ARCHIVE ASSIGN TO TERMARCH
002400         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002400         RECORD KEY IS TA-ARCHIVE-KEY
002500         FILE STATUS IS FSC-STATUS-CODE.
002600     SELECT ARCHIVE-RPT ASSIGN TO ARCHRPT
002700         ORGANIZATION IS LINE SEQUENTIAL
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  TERM-ARCHIVE
003200     RECORD CONTAINS 116 CHARACTERS.
003300 01  TERM-ARCHIVE-RECORD.
003400     COPY "studrec.cpy".
003400     COPY "termarch.cpy".
003500 FD  ARCHIVE-RPT
003600     RECORD CONTAINS 80 CHARACTERS.
003700 01  ARCHIVE-RPT-RECORD            PIC X(80).
004400     05  WS-LINE-COUNT             PIC 9(03)  VALUE ZERO.
004500     05  WS-MAX-LINES-PER-PAGE     PIC 9(03)  VALUE 20.
004600 01  WS-REQUEST-TERM               PIC X(05).
004600 01  WS-REQUEST-ID                 PIC X(08).
004700 77  WS-RECORDS-PRINTED            PIC 9(05)  VALUE ZERO.
004800 01  WS-SHORT-NAME                 PIC X(30).
004900 01  FSC-CONTROLS.
005900     PERFORM 3000-TERMINATE THRU 3000-EXIT
006000     GOBACK.
006100*-----------------------------------------------------------*
006200* 1000-INITIALIZE - ACCEPT THE TERM AND STUDENT FILTERS,     *
006300*                   OPEN FILES, POSITION ON THE STUDENT      *
006300*                   WHEN ONE WAS GIVEN, AND PRIME THE        *
006300*                   ARCHIVE READ                             *
006400*-----------------------------------------------------------*
006500 1000-INITIALIZE.
006600     DISPLAY "ARCHRPT - ENTER TERM CODE TO LIST "
006700         "(BLANK OR ALL FOR EVERYTHING): "
006800     ACCEPT WS-REQUEST-TERM
006800     DISPLAY "ARCHRPT - ENTER STUDENT ID TO LIST "
006800         "(BLANK FOR EVERY STUDENT): "
006800     ACCEPT WS-REQUEST-ID
006900     OPEN INPUT TERM-ARCHIVE
007000     MOVE "TERM-ARCHIVE" TO FSC-FILE-NAME
007100     MOVE "OPEN"         TO FSC-OPERATION
007300     OPEN OUTPUT ARCHIVE-RPT
007400     MOVE "ARCHIVE-RPT" TO FSC-FILE-NAME
007500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
007500     IF WS-REQUEST-ID NOT = SPACES
007500         MOVE WS-REQUEST-ID TO TA-STUDENT-ID
007500         MOVE LOW-VALUES    TO TA-COURSE-CODE
007500         MOVE LOW-VALUES    TO TA-TERM-CODE
007500         START TERM-ARCHIVE KEY NOT LESS THAN TA-ARCHIVE-KEY
007500             INVALID KEY
007500                 SET END-OF-FILE TO TRUE
007500         END-START
007500     END-IF
007500     IF NOT END-OF-FILE
007600         PERFORM 2100-READ-TERM-ARCHIVE THRU 2100-EXIT
007600     END-IF
007700     PERFORM 2900-PRINT-PAGE-HEADER THRU 2900-EXIT
007800     .
007900 1000-EXIT.
012800 2000-EXIT.
012900     EXIT.
013000*-----------------------------------------------------------*
013100* 2100-READ-TERM-ARCHIVE - READ NEXT ARCHIVED RECORD; ON A   *
013100*                          ONE-STUDENT LISTING THE NEXT      *
013100*                          STUDENT'S FIRST RECORD ENDS IT    *
013200*-----------------------------------------------------------*
013300 2100-READ-TERM-ARCHIVE.
013400     READ TERM-ARCHIVE NEXT
013500         AT END
013600             SET END-OF-FILE TO TRUE
013700     END-READ
014000     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "10"
014100         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
014200     END-IF
014200     IF FSC-STATUS-CODE = "00"
014200             AND WS-REQUEST-ID NOT = SPACES
014200             AND TA-STUDENT-ID NOT = WS-REQUEST-ID
014200         SET END-OF-FILE TO TRUE
014200     END-IF
014300     .
014400 2100-EXIT.
014500     EXIT.
015400     MOVE SPACES TO ARCHIVE-RPT-RECORD
015500     STRING "TERM ARCHIVE - TERM: " DELIMITED BY SIZE
015600         WS-REQUEST-TERM DELIMITED BY SIZE
015600         "  STUDENT: " DELIMITED BY SIZE
015600         WS-REQUEST-ID DELIMITED BY SIZE
015700         "        PAGE: " DELIMITED BY SIZE
015800         WS-PAGE-NO DELIMITED BY SIZE
015900         INTO ARCHIVE-RPT-RECORD
016000     END-STRING
