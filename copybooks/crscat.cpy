001690*                   REGISTRAR CAN OVERRIDE AND RECYCLE IT    *
001692*                   THROUGH THE NORMAL REJFIX LOOP. BLANK    *
001694*                   PREREQ COURSE MEANS NO PREREQUISITE.     *
001696*  10/15/2026  DT   ADDED CC-SEAT-CAPACITY (RECORDS NOW 49   *
001697*                   BYTES) - THE SEAT LIMIT FOR THE SECTION. *
001698*                   GETINPUT WAITLISTS AN "E" ENROLLMENT     *
001699*                   THAT ARRIVES ONCE THE SECTION IS FULL    *
001699*                   (REASON 14, SEE WAITLST.CPY) AND         *
001699*                   WAITPROM PROMOTES FROM THE WAITLIST AS   *
001699*                   SEATS FREE UP. ZERO MEANS NO LIMIT.      *
001699*  10/15/2026  DT   ADDED CC-SITE-CODE (RECORDS NOW 51       *
001699*                   BYTES) - THE CAMPUS THAT OFFERS THE      *
001699*                   COURSE (SEE SITETBL.CPY). GETINPUT TAKES *
001699*                   THE SITE FROM HERE FOR A FEED RECORD     *
001699*                   THAT ARRIVES WITH NO SITE AND HAS NO     *
001699*                   MASTER RECORD, AND WAITPROM STAMPS IT ON *
001699*                   THE PROMOTIONS IT WRITES. BLANK IS TAKEN *
001699*                   AS THE HOME CAMPUS.                      *
001700*-----------------------------------------------------------*
001800*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
001900*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
002900         88  CC-COURSE-INACTIVE           VALUE "I".
003000     05  CC-PREREQ-COURSE      PIC X(06).
003100     05  CC-PREREQ-MIN-GRADE   PIC X(01).
003200     05  CC-SEAT-CAPACITY      PIC 9(03).
003300     05  CC-SITE-CODE          PIC X(02).
