003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  RECON-DISC
004200     RECORD CONTAINS 210 CHARACTERS.
004300 01  RECON-DISC-RECORD.
004400     COPY "recdisc.cpy".
004500 FD  STUDENT-MASTER
004600     RECORD CONTAINS 97 CHARACTERS.
004700 01  STUDENT-MASTER-RECORD.
004800     COPY "studrec.cpy".
004900 FD  AUDIT-JOURNAL
005000     RECORD CONTAINS 240 CHARACTERS.
005100 01  AUDIT-JOURNAL-RECORD.
005200     COPY "audjrnl.cpy".
005205 FD  SYSTEM-STATUS
006100         10  FILLER                PIC X(02).
006200 01  WS-JOURNAL-CONTROLS.
006300     05  WS-JR-ACTION              PIC X(08).
006400     05  WS-BEFORE-IMAGE           PIC X(97).
006450     05  WS-JR-SEQUENCE            PIC 9(07)  VALUE ZERO.
006500 01  WS-COUNTERS.
006600     05  WS-APPLIED                PIC 9(05)  VALUE ZERO.
