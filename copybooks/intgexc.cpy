000100*-----------------------------------------------------------*
000200* INTGEXC - REFERENTIAL-INTEGRITY EXCEPTION RECORD           *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE 80-BYTE RECORD PER        *
000600*                   CROSS-FILE EXCEPTION FOUND BY THE WEEKLY *
000700*                   INTEGRITY SWEEP (INTGCHK), WRITTEN TO    *
000800*                   REG.AUDIT.INTGEXC IN ERROR-TYPE / KEY    *
000900*                   ORDER FOR OPERATIONS TO WORK THROUGH.    *
001000*                   THE DATASET IS REPLACED EVERY RUN - AN   *
001100*                   EXCEPTION THAT HAS BEEN FIXED SIMPLY     *
001200*                   DOES NOT COME BACK THE NEXT WEEK.        *
001300*-----------------------------------------------------------*
001400*  FIELD NOTES:                                              *
001500*    IX-ERROR-TYPE     01 MASTER STUDENT HAS NO DEMOMAST     *
001600*                         RECORD                             *
001700*                      02 MASTER COURSE NOT ON CRSCAT        *
001800*                      03 MASTER COURSE INACTIVE ON CRSCAT   *
001900*                      04 HOLDFILE HOLD ON A KEY NO LONGER   *
002000*                         ON THE MASTER                      *
002100*                      05 INSTASGN ROW FOR A COURSE NOT ON   *
002200*                         CRSCAT                             *
002300*                      06 GRADHIST ROW FOR A PURGED STUDENT  *
002400*                      07 ATTNHIST ROW FOR A PURGED STUDENT  *
002500*    IX-SOURCE-FILE    DD NAME OF THE FILE HOLDING THE BAD   *
002600*                      RECORD - THE ONE TO CORRECT.          *
002700*    IX-RECORD-KEY     STUDENT-ID AND COURSE OF THE BAD      *
002800*                      RECORD; THE STUDENT-ID IS BLANK FOR   *
002900*                      TYPE 05 (INSTASGN HAS NO STUDENT).    *
003000*    IX-REFERENCE      SECOND KEY NEEDED TO FIND THE RECORD: *
003100*                      THE HOLD'S SET DATE (04), THE         *
003200*                      INSTRUCTOR-ID (05), THE GRADE RUN     *
003300*                      DATE (06) OR THE ABSENCE DATE (07);   *
003400*                      BLANK FOR 01-03.                      *
003500*    IX-DETAIL         THE ERROR TYPE IN WORDS, EXCEPT TYPE  *
003600*                      04 CARRIES THE HOLD REASON AND TYPE   *
003700*                      05 THE INSTRUCTOR NAME.               *
003800*    IX-RUN-DATE       RUN DATE OF THE SWEEP (CCYYMMDD).     *
003900*-----------------------------------------------------------*
004000*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
004100*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
004200*                                                            *
004300*      01  INTEGRITY-EXCEPTION-RECORD.                       *
004400*          COPY "intgexc.cpy".                               *
004500*-----------------------------------------------------------*
004600     05  IX-ERROR-TYPE         PIC X(02).
004700         88  IX-NO-DEMOGRAPHICS           VALUE "01".
004800         88  IX-COURSE-NOT-ON-CATALOG     VALUE "02".
004900         88  IX-COURSE-INACTIVE           VALUE "03".
005000         88  IX-HOLD-WITHOUT-MASTER       VALUE "04".
005100         88  IX-ASSIGNMENT-NO-COURSE      VALUE "05".
005200         88  IX-GRADE-HIST-PURGED         VALUE "06".
005300         88  IX-ATTN-HIST-PURGED          VALUE "07".
005400     05  IX-SOURCE-FILE        PIC X(08).
005500     05  IX-RECORD-KEY.
005600         10  IX-STUDENT-ID     PIC X(08).
005700         10  IX-COURSE-CODE    PIC X(06).
005800     05  IX-REFERENCE          PIC X(08).
005900     05  IX-DETAIL             PIC X(30).
006000     05  IX-RUN-DATE           PIC X(08).
006100     05  FILLER                PIC X(10).
