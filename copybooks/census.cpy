000100*-----------------------------------------------------------*
000200* CENSUS - CENSUS-DATE ENROLLMENT SNAPSHOT RECORD            *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE RECORD PER STUDENT-MASTER *
000600*                   STUDENT/COURSE RECORD FOR THE TERM AS IT *
000700*                   STOOD ON THE OFFICIAL CENSUS DATE,       *
000800*                   WRITTEN ONCE BY CENSUS IN SNAPSHOT MODE  *
000900*                   ON THE NIGHT OF THE CENSUS DATE AND      *
001000*                   APPENDED TO THE RETAINED                 *
001100*                   REG.ARCHIVE.CENSUS DATASET (40-BYTE      *
001200*                   RECORDS). A TERM'S RECORDS ARE           *
001300*                   CONTIGUOUS AND IN STUDENT/COURSE KEY     *
001400*                   ORDER. NEVER UPDATED - CENSUS IN COMPARE *
001500*                   MODE READS IT BACK TO REPRINT THE        *
001600*                   CENSUS-DAY NUMBERS AND LIST EVERY CHANGE *
001700*                   SINCE.                                   *
001750*  10/15/2026  DT   "T" TRANSFER CREDIT IS NEVER SNAPSHOT -  *
001750*                   IT IS NOT AN ENROLLMENT.                 *
001800*-----------------------------------------------------------*
001900*  FIELD NOTES:                                              *
002000*    CS-GRADE-STATUS   SR-GRADE-STATUS ON THE CENSUS DATE -  *
002100*                      E/N/BLANK/I ARE ENROLLED, W IS        *
002200*                      WITHDRAWN AND NOT IN THE HEADCOUNT.   *
002300*    CS-CREDIT-HOURS   CRSCAT CREDIT HOURS ON THE CENSUS     *
002400*                      DATE, FROZEN SO A LATER CATALOG       *
002500*                      CHANGE CANNOT MOVE THE NUMBERS; ZERO  *
002600*                      WHEN THE COURSE WAS NOT ON CRSCAT.    *
002700*-----------------------------------------------------------*
002800*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
002900*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
003000*                                                            *
003100*      01  CENSUS-SNAPSHOT-RECORD.                           *
003200*          COPY "census.cpy".                                *
003300*-----------------------------------------------------------*
003400     05  CS-TERM-CODE          PIC X(05).
003500     05  CS-CENSUS-DATE        PIC X(08).
003600     05  CS-MASTER-KEY.
003700         10  CS-STUDENT-ID     PIC X(08).
003800         10  CS-COURSE-CODE    PIC X(06).
003900     05  CS-GRADE-STATUS       PIC X(01).
004000         88  CS-WITHDRAWN                 VALUE "W".
004100     05  CS-CREDIT-HOURS       PIC 9(02).
004200     05  CS-POSTED-DATE        PIC X(08).
004300     05  FILLER                PIC X(02).
