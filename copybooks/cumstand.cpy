000100*-----------------------------------------------------------*
000200* CUMSTAND - CUMULATIVE ACADEMIC STANDING RECORD             *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE RECORD PER STUDENT-ID,    *
000600*                   KEYED ON CS-STUDENT-ID (KSDS, 60-BYTE    *
000700*                   RECORDS, SEE JCL/GDGSETUP.JCL). REBUILT  *
000800*                   FROM SCRATCH AT END OF TERM BY CUMSTAND  *
000900*                   RIGHT BEHIND TERMROLL FROM THE TERM      *
001000*                   ARCHIVE, THE CURRENT MASTER, AND THE     *
001100*                   SUPRSEDE REGISTER, USING THE SAME        *
001200*                   COUNTING RULES AS OFFTRANS - A RETAKEN   *
001300*                   COURSE COUNTS ONCE, I/W/E ROWS COUNT     *
001400*                   NOWHERE, PASS ROWS EARN CREDIT WITHOUT   *
001500*                   QUALITY POINTS.                          *
001550*  10/15/2026  DT   "T" TRANSFER CREDIT COUNTS IN            *
001550*                   CS-CREDITS-EARNED ONLY.                  *
001600*-----------------------------------------------------------*
001700*  FIELD NOTES:                                              *
001800*    CS-COHORT-TERM  ENTERING COHORT - THE EARLIEST TERM     *
001900*                  CODE ON ANY OF THE STUDENT'S RECORDS.     *
002000*    CS-LAST-TERM  LATEST TERM CODE ON ANY RECORD.           *
002100*    CS-CREDITS-ATTEMPTED  EVERY GRADED ROW THAT STANDS,     *
002200*                  PASS AND F INCLUDED.                      *
002300*    CS-CREDITS-EARNED  GRADED ROWS THAT STAND, F EXCLUDED.  *
002310*                  PLUS "T" TRANSFER CREDIT.                 *
002400*    CS-GPA-CREDITS / CS-QUALITY-POINTS  THE CUMULATIVE GPA  *
002500*                  DIVISOR AND DIVIDEND (PASS EXCLUDED).     *
002600*    CS-CLASS-RANK  1 = TOP OF THE COHORT, TIES SHARE A      *
002700*                  RANK; ZERO = NOT RANKED (NO GPA CREDITS). *
002800*    CS-COHORT-SIZE  RANKED STUDENTS IN THE COHORT.          *
002900*-----------------------------------------------------------*
003000*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
003100*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
003200*                                                            *
003300*      01  STANDING-RECORD.                                  *
003400*          COPY "cumstand.cpy".                               *
003500*-----------------------------------------------------------*
003600     05  CS-STUDENT-ID         PIC X(08).
003700     05  CS-COHORT-TERM        PIC X(05).
003800     05  CS-LAST-TERM          PIC X(05).
003900     05  CS-CREDITS-ATTEMPTED  PIC 9(04).
004000     05  CS-CREDITS-EARNED     PIC 9(04).
004100     05  CS-GPA-CREDITS        PIC 9(04).
004200     05  CS-QUALITY-POINTS     PIC 9(05)V99.
004300     05  CS-CUM-GPA            PIC 9(01)V99.
004400     05  CS-CLASS-RANK         PIC 9(05).
004500     05  CS-COHORT-SIZE        PIC 9(05).
004600     05  CS-REBUILD-DATE       PIC X(08).
004700     05  FILLER                PIC X(02).
