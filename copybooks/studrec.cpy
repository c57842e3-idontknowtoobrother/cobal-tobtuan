000912*                   A NEW STUDENT STILL UNGRADED SIX WEEKS   *
000913*                   AFTER FALL REGISTRATION IS NOT AUTO-     *
000914*                   LAPSED TO AN F.                          *
000957*  10/15/2026  DT   ADDED SR-SITE-CODE (RECORDS NOW 97       *
000957*                   BYTES) - THE CAMPUS THE ENROLLMENT       *
000957*                   BELONGS TO, "01" FOR THE HOME CAMPUS AND *
000957*                   "02" FOR THE SECOND CAMPUS (SITETBL.CPY  *
000957*                   NAMES THEM). EACH CAMPUS'S FEED IS       *
000957*                   STAMPED WITH ITS OWN CODE AS IT IS       *
000957*                   LOADED; GETINPUT FILLS A BLANK SITE FROM *
000957*                   THE MASTER, THEN THE COURSE CATALOG,     *
000957*                   THEN "01", SO EVERY MASTER RECORD        *
000957*                   CARRIES ONE. CLSROSTR, GRADSTAT, NITEBAL *
000957*                   AND INTFEXT REPORT AND EXTRACT BY SITE.  *
000957*                   EXISTING FILES ARE CONVERTED ONCE BY     *
000957*                   JCL/SITECONV.JCL.                        *
000970*  10/15/2026  DT   ADDED SR-GRADE-TRANSFER ("T") -          *
000970*                   COURSEWORK TAKEN AT ANOTHER SCHOOL AND   *
000970*                   ACCEPTED UNDER THE TRANSFER EQUIVALENCY  *
000970*                   TABLE (XFEREQV.CPY), POSTED BY XFERCRED. *
000970*                   IT CARRIES NO SCORE, COUNTS TOWARD       *
000970*                   CREDITS EARNED AND SATISFIES A           *
000970*                   PREREQUISITE, BUT STAYS OUT OF EVERY GPA *
000970*                   AND GRADE STATISTIC. NOT TO BE CONFUSED  *
000970*                   WITH THE "T" TRAILER MAINTENANCE CODE ON *
000970*                   A FEED.                                  *
001000*-----------------------------------------------------------*
001000*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
001100*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
002200         88  SR-GRADE-INCOMPLETE          VALUE "I".
002300         88  SR-GRADE-WITHDRAWN           VALUE "W".
002350         88  SR-GRADE-ENROLLED            VALUE "E".
002360         88  SR-GRADE-TRANSFER            VALUE "T".
002400     05  SR-TERM-CODE          PIC X(05).
002500     05  SR-POSTED-DATE        PIC X(08).
002600     05  SR-HOMEWORK-SCORE     PIC 9(03)V9.
002700     05  SR-MIDTERM-SCORE      PIC 9(03)V9.
002800     05  SR-FINAL-SCORE        PIC 9(03)V9.
002900     05  SR-SITE-CODE          PIC X(02).
