005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  REGISTRAR-EXTRACT
005500     RECORD CONTAINS 97 CHARACTERS.
005600 01  REGISTRAR-EXTRACT-RECORD.
005700     COPY "studrec.cpy".
005800 FD  DISTRICT-ACK
