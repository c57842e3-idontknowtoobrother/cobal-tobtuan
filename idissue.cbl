004400     RECORD CONTAINS 7 CHARACTERS.
004500 01  NEXT-ID-RECORD                PIC X(07).
004600 FD  STUDENT-MASTER
004700     RECORD CONTAINS 97 CHARACTERS.
004800 01  STUDENT-MASTER-RECORD.
004900     COPY "studrec.cpy".
005000 FD  ID-SLIP
