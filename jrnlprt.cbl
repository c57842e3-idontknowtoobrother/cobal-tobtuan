002040*                   PRINTS THE SEQUENCE, AND A RUN MARKER   *
002050*                   PRINTS AS A ONE-LINE ENTRY WITH NO      *
002060*                   IMAGE LINES.                            *
002070*  10/15/2026  DT   AN IDMERGE "REKEY" ENTRY CARRIES THE     *
002080*                   FIRST 95 BYTES OF A GRADHIST, ATTNHIST,  *
002085*                   TERMARCH, SUPRSEDE, HOLDFILE, OR         *
002090*                   WAITLIST RECORD RATHER THAN STUDREC (THE *
002092*                   FILE NAME IS IN THE AUTH COLUMN), SO ITS *
002094*                   IMAGES PRINT RAW.                        *
002100*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  AUDIT-JOURNAL
003400     RECORD CONTAINS 240 CHARACTERS.
003500 01  AUDIT-JOURNAL-RECORD.
003600     COPY "audjrnl.cpy".
003700 FD  JOURNAL-RPT
013700         END-STRING
013800         GO TO 2700-EXIT
013900     END-IF
013910     IF JR-ACTION-REKEY
013920         STRING WS-IMAGE-TAG DELIMITED BY SIZE
013930             WS-IMAGE-RECORD (1:90) DELIMITED BY SIZE
013940             INTO JOURNAL-RPT-RECORD
013950         END-STRING
013960         GO TO 2700-EXIT
013970     END-IF
014000     STRING WS-IMAGE-TAG DELIMITED BY SIZE
014100         SR-STUDENT-ID OF WS-IMAGE-RECORD DELIMITED BY SIZE
014200         " " DELIMITED BY SIZE
