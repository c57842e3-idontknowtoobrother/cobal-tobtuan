001100*                   BE IN ASCENDING INSTRUCTOR-ID ORDER -    *
001200*                   INSTPACK CONTROL-BREAKS ON IT THE SAME   *
001300*                   WAY DEDSTMT BREAKS ON STUDENT-ID.        *
001310*  10/15/2026  DT   ADDED IA-DEPT-CODE (RECORDS NOW 48       *
001320*                   BYTES) - THE TEACHING DEPARTMENT, SO     *
001330*                   GRDMISS CAN TOTAL MISSING GRADES BY      *
001340*                   DEPARTMENT AS WELL AS BY INSTRUCTOR.     *
001370*  10/15/2026  DT   ADDED IA-SITE-CODE (RECORDS NOW 50       *
001370*                   BYTES) - THE CAMPUS WHERE THE INSTRUCTOR *
001370*                   TEACHES THE COURSE (SEE SITETBL.CPY).    *
001370*                   BLANK IS TAKEN AS THE HOME CAMPUS.       *
001400*-----------------------------------------------------------*
001500*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
001600*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
002100     05  IA-INSTRUCTOR-ID      PIC X(08).
002200     05  IA-INSTRUCTOR-NAME    PIC X(30).
002300     05  IA-COURSE-CODE        PIC X(06).
002400     05  IA-DEPT-CODE          PIC X(04).
002500     05  IA-SITE-CODE          PIC X(02).
