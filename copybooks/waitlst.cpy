000100*-----------------------------------------------------------*
000200* WAITLST - SECTION WAITLIST RECORD                          *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE RECORD PER STUDENT/       *
000600*                   COURSE KEY THAT ASKED FOR A SEAT IN A    *
000700*                   FULL SECTION, IN THE WAITLIST KSDS KEYED *
000800*                   ON THE 14-BYTE MASTER KEY (110-BYTE      *
000900*                   RECORDS, SEE JCL/GDGSETUP.JCL). WRITTEN  *
001000*                   BY GETINPUT WHEN AN "E" ENROLLMENT       *
001100*                   ARRIVES FOR A SECTION AT ITS CRSCAT      *
001200*                   SEAT CAPACITY (OR WITH STUDENTS ALREADY  *
001300*                   WAITING - NOBODY JUMPS THE QUEUE); THE   *
001400*                   ENROLLMENT ITSELF GOES TO THE ERROR LOG  *
001500*                   AS REASON 14 WITH RJ-STATUS "W" SO THE   *
001600*                   NIGHT STILL BALANCES AND NOTHING         *
001700*                   RECYCLES IT. WAITPROM PROMOTES THE       *
001800*                   OLDEST WAITERS AS SEATS FREE UP.         *
001900*-----------------------------------------------------------*
002000*  FIELD NOTES:                                              *
002100*    WL-QUEUE-STAMP  ARRIVAL ORDER - RUN DATE, RUN TIME, AND *
002200*                  A SEQUENCE WITHIN THE RUN. THE FEED IS    *
002300*                  SORTED BY STUDENT/COURSE, SO WAITERS WHO  *
002400*                  ARRIVE ON THE SAME NIGHT QUEUE IN FEED    *
002500*                  ORDER.                                    *
002600*    WL-STATUS     W = WAITING.                              *
002700*                  P = PROMOTED - WAITPROM HAS HELD A SEAT   *
002800*                      AND WRITTEN AN "A"/"E" ENROLLMENT     *
002900*                      ONTO THE WAITPROM FEED, WHICH POSTS   *
003000*                      ON THE NEXT NIGHT'S RUN. A PROMOTED   *
003100*                      ENTRY COUNTS AS AN OCCUPIED SEAT.     *
003200*                  N = ENROLLED - THE PROMOTION POSTED.      *
003300*                  X = CANCELLED - A "D" FOR THE KEY CAME    *
003400*                      IN WHILE THE STUDENT WAS WAITING.     *
003500*    WL-AUTH-CODE  TR-AUTH-CODE OF THE ORIGINAL ADD, CARRIED *
003600*                  ONTO THE PROMOTION SO A LEVEL-2 PREREQ    *
003700*                  WAIVER STILL STANDS WHEN IT POSTS.        *
003800*-----------------------------------------------------------*
003900*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
004000*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
004100*                                                            *
004200*      01  WAITLIST-RECORD.                                  *
004300*          COPY "waitlst.cpy".                                *
004400*-----------------------------------------------------------*
004500     05  WL-MASTER-KEY.
004600         10  WL-STUDENT-ID     PIC X(08).
004700         10  WL-COURSE-CODE    PIC X(06).
004800     05  WL-QUEUE-STAMP.
004900         10  WL-ARRIVAL-DATE   PIC X(08).
005000         10  WL-ARRIVAL-TIME   PIC X(06).
005100         10  WL-ARRIVAL-SEQ    PIC 9(05).
005200     05  WL-FULL-NAME          PIC X(50).
005300     05  WL-TERM-CODE          PIC X(05).
005400     05  WL-STATUS             PIC X(01).
005500         88  WL-WAITING                   VALUE "W".
005600         88  WL-PROMOTED                  VALUE "P".
005700         88  WL-ENROLLED                  VALUE "N".
005800         88  WL-CANCELLED                 VALUE "X".
005900     05  WL-STATUS-DATE        PIC X(08).
006000     05  WL-AUTH-CODE          PIC X(08).
006100     05  FILLER                PIC X(05).
