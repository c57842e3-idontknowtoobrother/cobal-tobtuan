001260*                   REJECT USED TO BE MARKED "X" AND WAS    *
001270*                   INDISTINGUISHABLE FROM ONE ACTUALLY     *
001280*                   RECYCLED INTO A FEED.                   *
001290*  10/15/2026  DT   ADDED STATUS "W" - A REASON-14 ENROLLMENT *
001292*                   PARKED ON THE SECTION WAITLIST. IT IS   *
001294*                   NOT OPEN WORK FOR REJFIX OR REJAGE, AND *
001296*                   WAITPROM, NOT REJRECYC, BRINGS IT BACK. *
001300*-----------------------------------------------------------*
001400*  STATUS: O = OPEN (AS REJECTED), R = CORRECTED AND         *
001500*  APPROVED FOR RESUBMISSION, X = RECYCLED INTO A FEED,      *
001550*  P = PURGED (DROPPED BY A CLERK, NEVER RESUBMITTED).       *
001560*  W = WAITLISTED (SECTION FULL - SEE WAITLST.CPY).          *
001600*-----------------------------------------------------------*
001700*  THIS MEMBER SUPPLIES ONLY THE CONTROL FIELDS - CODE THAT  *
001800*  COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD AND COPIES  *
002900         88  RJ-APPROVED                  VALUE "R".
003000         88  RJ-RECYCLED                  VALUE "X".
003050         88  RJ-PURGED                    VALUE "P".
003060         88  RJ-WAITLISTED                VALUE "W".
003100     05  RJ-MAINT-CODE         PIC X(01).
003200     05  RJ-OPERATOR-ID        PIC X(08).
