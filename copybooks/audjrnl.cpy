002103*                   LEVEL-2 (HEAD REGISTRAR) AUTHORIZATION, *
002104*                   SO JRNLPRT CAN LIST THE LATE-BUT-       *
002105*                   AUTHORIZED CHANGES FOR REVIEW.          *
002106*  10/15/2026  DT   ADDED THE REKEY ACTION - IDMERGE WRITES *
002107*                   ONE FOR EVERY GRADHIST, ATTNHIST,       *
002108*                   TERMARCH, SUPRSEDE, HOLDFILE, AND       *
002109*                   WAITLIST RECORD IT MOVES FROM A RETIRED *
002110*                   STUDENT-ID TO THE SURVIVOR. THE IMAGES  *
002111*                   ARE THE FIRST 97 BYTES OF THAT FILE'S   *
002112*                   RECORD (EVERY ONE LEADS WITH THE        *
002113*                   STUDENT-ID), NOT STUDREC, AND JR-AUTH-  *
002114*                   CODE CARRIES THE FILE'S DD NAME. A      *
002115*                   DROPPED RECORD (THE SURVIVOR ALREADY    *
002116*                   HAD ONE) HAS A BLANK AFTER-IMAGE.       *
002117*                   JRNLVRFY SEQUENCES A REKEY BUT LEAVES   *
002118*                   IT OUT OF THE KEY CHAINS, JRNLPRT       *
002119*                   PRINTS ITS IMAGES RAW, AND RETNPURG     *
002120*                   TAKES ITS STUDENT-ID FROM THE IMAGE'S   *
002121*                   FIRST 8 BYTES. STUDMAST MOVES ARE       *
002122*                   JOURNALED AS ORDINARY DELETE/WRITE      *
002123*                   PAIRS.                                  *
002124*  10/15/2026  DT   JR-LATE-AUTH-FLAG "L" NOW ALSO MARKS AN *
002124*                   "E" OR "W" POSTED PAST THE TERM'S       *
002124*                   ADD/DROP OR WITHDRAWAL DEADLINE         *
002124*                   (ACADCAL.CPY) UNDER A LEVEL-2           *
002124*                   AUTHORIZATION.                          *
002124*  10/15/2026  DT   IMAGES WIDENED TO X(97) (RECORDS NOW 240 *
002124*                   BYTES) - STUDREC GREW THE SITE CODE.     *
002124*  10/15/2026  DT   CRSRENUM ALSO WRITES REKEY ENTRIES - ONE *
002124*                   FOR EVERY HOLDFILE, TERMARCH, AND        *
002124*                   GRADHIST RECORD IT MOVES FROM A          *
002124*                   RENUMBERED COURSE CODE TO ITS NEW ONE -  *
002124*                   IN THE SAME FORM (THE STUDENT-ID STILL   *
002124*                   LEADS). ITS STUDMAST MOVES ARE           *
002124*                   DELETE/WRITE PAIRS, OR A DELETE AND A    *
002124*                   REWRITE WHERE THE STUDENT ALREADY HELD   *
002124*                   THE NEW CODE.                            *
002106*-----------------------------------------------------------*
002200*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
002300*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
003400         88  JR-ACTION-DELETE             VALUE "DELETE".
003410         88  JR-ACTION-RUN-OPEN           VALUE "RUNOPEN".
003420         88  JR-ACTION-RUN-CLOSE          VALUE "RUNCLOSE".
003430         88  JR-ACTION-REKEY              VALUE "REKEY".
003500     05  JR-BEFORE-IMAGE       PIC X(97).
003600     05  JR-AFTER-IMAGE        PIC X(97).
003700     05  JR-RUN-SEQUENCE       PIC 9(07).
003800     05  JR-LATE-AUTH-FLAG     PIC X(01).
003900         88  JR-LATE-AUTHORIZED           VALUE "L".
