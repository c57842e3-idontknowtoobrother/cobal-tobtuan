000100*-----------------------------------------------------------*
000200* CRSSCHED - SECTION MEETING SCHEDULE RECORD                 *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                              *
000500*  10/15/2026  DT   ORIGINAL - ONE RECORD PER COURSE CODE    *
000600*                   (SECTION) IN THE CRSSCHED KSDS, KEYED ON *
000700*                   MS-COURSE-CODE (100-BYTE RECORDS, SEE    *
000800*                   JCL/GDGSETUP.JCL), GIVING UP TO THREE    *
000900*                   WEEKLY MEETINGS - DAYS, START AND END    *
001000*                   TIME, AND ROOM. MAINTAINED BY CRSMAINT   *
001100*                   (ACTION S). GETINPUT REJECTS AN "E"      *
001200*                   ENROLLMENT WHOSE MEETINGS OVERLAP A      *
001300*                   SECTION THE STUDENT ALREADY HOLDS IN THE *
001400*                   TERM (REASON 17) AND TIMETBL PRINTS EACH *
001500*                   STUDENT'S WEEK FROM IT. A COURSE WITH NO *
001600*                   RECORD, OR NO MEETINGS, NEVER CONFLICTS. *
001700*-----------------------------------------------------------*
001800*  FIELD NOTES:                                              *
001900*    MS-DAY (1-7)      MONDAY THROUGH SUNDAY. THE DAY'S      *
002000*                      LETTER (M T W R F S U) WHEN THE       *
002100*                      SECTION MEETS THAT DAY, SPACE WHEN IT *
002200*                      DOES NOT, SO MS-DAYS PRINTS AS E.G.   *
002300*                      "M W F  ".                            *
002400*    MS-START-TIME     24-HOUR HHMM. A MEETING RUNS FROM ITS *
002500*    MS-END-TIME       START UP TO (NOT INCLUDING) ITS END,  *
002600*                      SO A 0900-1000 AND A 1000-1100        *
002700*                      MEETING DO NOT CONFLICT.              *
002800*    MS-MEETING-COUNT  MEETINGS IN USE (0-3), ALWAYS THE     *
002900*                      FIRST ONES; THE REST ARE BLANK/ZERO.  *
003000*-----------------------------------------------------------*
003100*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
003200*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
003300*                                                            *
003400*      01  COURSE-SCHEDULE-RECORD.                           *
003500*          COPY "crssched.cpy".                              *
003600*-----------------------------------------------------------*
003700     05  MS-COURSE-CODE        PIC X(06).
003800     05  MS-MEETING-COUNT      PIC 9(01).
003900     05  MS-MEETING OCCURS 3 TIMES.
004000         10  MS-DAYS.
004100             15  MS-DAY        PIC X(01)  OCCURS 7 TIMES.
004200         10  MS-START-TIME     PIC 9(04).
004300         10  MS-END-TIME       PIC 9(04).
004400         10  MS-ROOM           PIC X(08).
004500     05  MS-MAINT-DATE         PIC X(08).
004600     05  FILLER                PIC X(16).
