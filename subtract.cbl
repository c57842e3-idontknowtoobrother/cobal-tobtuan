002036*                   THE SUBTRACT EVER RAN AND WROTE A ".0" GRADE      *
002037*                   BACK ONTO THE STUDENT RECORD. ALL FOUR ARE NOW    *
002038*                   PIC S9(03)V9 TO MATCH SR-GRADE'S PRECISION.       *
002038*  10/15/2026  DT   EACH DEDUCTION-DETAIL RECORD             *
002038*                   (DEDREC.CPY, NOW 49 BYTES) IS STAMPED AS *
002038*                   A DEDUCTION WITH THE POSTING'S           *
002038*                   SR-POSTED-DATE, SO DEDREVRS CAN FIND IT  *
002038*                   AGAIN ON THE RETAINED DEDHIST ARCHIVE TO *
002038*                   REVERSE IT.                              *
002009*-----------------------------------------------------------*
002025*  NOTE - THIS PARAGRAPH'S MATCH/MERGE AGAINST DEDUCTION-TRANS       *
002026*         REQUIRES STUDENT-TRANS (THE FILE GETINPUT IS FEEDING IT   *
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  DEDUCTION-TRANS
002900     RECORD CONTAINS 110 CHARACTERS.
003000 01  DEDUCTION-TRANS-RECORD.
003050     COPY "studrec.cpy".
003200     05  DT-BASE-AMOUNT        PIC 9(03).
003420     05  DT-REASON-2           PIC X(02).
003425     05  DT-RETRY-COUNT        PIC 9(02).
003430 FD  DEDUCTION-DETAIL
003440     RECORD CONTAINS 49 CHARACTERS.
003450 01  DEDUCTION-DETAIL-RECORD.
003460     COPY "dedrec.cpy".
003470 FD  DEDUCTION-EXCEPTION
003480     RECORD CONTAINS 110 CHARACTERS.
003490 01  DEDUCTION-EXCEPTION-RECORD    PIC X(110).
003492 FD  DEDUCTION-SUSPENSE
003494     RECORD CONTAINS 110 CHARACTERS.
003496 01  DEDUCTION-SUSPENSE-RECORD.
003496     COPY "studrec.cpy".
003496     05  DS-BASE-AMOUNT        PIC 9(03).
009280     MOVE WS-WORK-REASON TO DD-REASON-CODE
009282     MOVE WS-WORK-BEFORE TO DD-BEFORE-SCORE
009284     MOVE WS-WORK-AFTER  TO DD-AFTER-SCORE
009284     MOVE "D"            TO DD-ENTRY-TYPE
009284     MOVE SR-POSTED-DATE OF LK-STUDENT-RECORD
009284                         TO DD-DEDUCTION-DATE
009284     MOVE SPACES         TO DD-REVERSAL-DATE
009284     MOVE ZERO           TO DD-RESTORED-SCORE
009286     WRITE DEDUCTION-DETAIL-RECORD
009288     MOVE "DEDUCTION-DETAIL" TO FSC-FILE-NAME
009290     MOVE "WRITE"            TO FSC-OPERATION
