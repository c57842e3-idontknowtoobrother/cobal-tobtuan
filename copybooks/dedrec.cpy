000900*                   SCORE, SO DEDSTMT CAN PRINT A PER-       *
001000*                   STUDENT STATEMENT THAT ANSWERS "WHY      *
001100*                   DID EIGHT POINTS COME OFF".              *
001150*  10/15/2026  DT   DEDUCTION REVERSAL. RECORD IS NOW 49     *
001150*                   BYTES - DD-ENTRY-TYPE,                   *
001150*                   DD-DEDUCTION-DATE, DD-REVERSAL-DATE AND  *
001150*                   DD-RESTORED-SCORE ADDED AT THE END.      *
001150*                   SUBTRACT-PROG STAMPS EACH DEDUCTION WITH *
001150*                   THE POSTING DATE; DEDREVRS WRITES AN "R" *
001150*                   RECORD CARRYING THE ORIGINAL DEDUCTION'S *
001150*                   FIELDS WHEN IT PUTS THE POINTS BACK.     *
001150*                   EVERY NIGHT'S RECORDS ARE APPENDED TO    *
001150*                   REG.ARCHIVE.DEDHIST, WHICH IS WHERE      *
001150*                   DEDREVRS LOOKS A DEDUCTION UP.           *
001200*-----------------------------------------------------------*
001300*  REASON CODES: AT=ATTENDANCE, LW=LATE WORK, CN=CONDUCT,    *
001400*  LF=LATE FEE, OT=OTHER.                                    *
001500*-----------------------------------------------------------*
001510*  FIELD NOTES:                                              *
001520*    DD-ENTRY-TYPE      D (OR BLANK ON A RECORD WRITTEN      *
001530*                       BEFORE THE FIELD EXISTED) = POINTS   *
001540*                       TAKEN OFF; R = A REVERSAL PUTTING    *
001550*                       THE POINTS OF THAT DEDUCTION BACK.   *
001560*    DD-DEDUCTION-DATE  SR-POSTED-DATE OF THE POSTING THE    *
001570*                       DEDUCTION WAS TAKEN FROM - ON AN R   *
001580*                       RECORD, THE ORIGINAL'S DATE.         *
001590*    DD-REVERSAL-DATE   RUN DATE OF THE REVERSAL; SPACES ON  *
001591*                       A D RECORD.                          *
001592*    DD-RESTORED-SCORE  SR-GRADE LEFT ON THE MASTER BY THE   *
001593*                       REVERSAL; ZERO ON A D RECORD.        *
001594*-----------------------------------------------------------*
001600*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
001700*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
001800*                                                            *
003000         88  DD-REASON-OTHER              VALUE "OT".
003100     05  DD-BEFORE-SCORE       PIC 9(03)V9.
003200     05  DD-AFTER-SCORE        PIC 9(03)V9.
003300     05  DD-ENTRY-TYPE         PIC X(01).
003400         88  DD-ENTRY-DEDUCTION           VALUES "D" " ".
003500         88  DD-ENTRY-REVERSAL            VALUE "R".
003600     05  DD-DEDUCTION-DATE     PIC X(08).
003700     05  DD-REVERSAL-DATE      PIC X(08).
003800     05  DD-RESTORED-SCORE     PIC 9(03)V9.
