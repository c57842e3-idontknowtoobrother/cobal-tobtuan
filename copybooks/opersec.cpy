001100*                   THE SIGNED-ON OPERATOR-ID IS STAMPED    *
001200*                   ON EVERY AUDIT-JOURNAL AND ERROR-LOG    *
001300*                   LINE THE SESSION PRODUCES.              *
001310*  10/15/2026  DT   ADDED LEVEL 3, AN INSTRUCTOR WHO MAY    *
001320*                   ONLY ENTER GRADES (GRDENTRY) FOR THE    *
001330*                   SECTIONS INSTASGN ASSIGNS. AN           *
001340*                   INSTRUCTOR'S OPERATOR-ID IS HIS OR HER  *
001350*                   INSTASGN INSTRUCTOR-ID.                 *
001400*-----------------------------------------------------------*
001500*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
001600*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
002300     05  OP-AUTH-LEVEL         PIC X(01).
002400         88  OP-LEVEL-INQUIRY             VALUE "1".
002500         88  OP-LEVEL-REGISTRAR           VALUE "2".
002600         88  OP-LEVEL-INSTRUCTOR          VALUE "3".
