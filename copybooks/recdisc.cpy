001400*                   THE IMAGES ARE PIC X MIRRORS OF THE      *
001500*                   STUDREC LAYOUT AND MUST CHANGE WITH IT   *
001600*                   (X(95) SINCE THE COMPONENT SCORES).      *
001650*  10/15/2026  DT   IMAGES WIDENED TO X(97) (RECORDS NOW 210 *
001650*                   BYTES) - STUDREC GREW THE SITE CODE.     *
001700*-----------------------------------------------------------*
001800*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
001900*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
002900         88  RD-APPROVED                  VALUE "Y".
003000         88  RD-DENIED                    VALUE "N".
003100     05  RD-MASTER-KEY         PIC X(14).
003200     05  RD-TODAY-IMAGE        PIC X(97).
003300     05  RD-PRIOR-IMAGE        PIC X(97).
