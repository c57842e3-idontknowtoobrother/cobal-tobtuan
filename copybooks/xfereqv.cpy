000100*-----------------------------------------------------------*
000200* XFEREQV - TRANSFER-CREDIT EQUIVALENCY TABLE RECORD         *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE CARD-IMAGE RECORD PER     *
000600*                   OUTSIDE COURSE THE REGISTRAR HAS AGREED  *
000700*                   TO ACCEPT, IN THE REG.CONTROL.XFEREQV    *
000800*                   DATASET, MAPPING THE SENDING SCHOOL AND  *
000900*                   ITS COURSE NUMBER TO ONE OF OUR CRSCAT   *
001000*                   COURSES. READ ONCE BY XFERCRED AT THE TOP*
001100*                   OF THE RUN. AN OUTSIDE COURSE NOT ON THE *
001200*                   TABLE IS NEVER ACCEPTED.                 *
001300*-----------------------------------------------------------*
001400*  FIELD NOTES:                                              *
001500*    EQ-COURSE-CODE     THE CRSCAT COURSE THE CREDIT POSTS   *
001600*                       UNDER; ITS CATALOG CREDIT HOURS ARE  *
001700*                       THE CREDITS EARNED.                  *
001800*    EQ-MIN-GRADE       LOWEST OUTSIDE LETTER ACCEPTED -     *
001900*                       BLANK MEANS "C". AN OUTSIDE "P" IS   *
002000*                       ALWAYS ACCEPTED, AN "F" NEVER.       *
002100*    EQ-INSTITUTION-NAME  PRINTED ON THE TRANSCRIPT'S        *
002200*                       TRANSFER CREDIT BLOCK.               *
002300*-----------------------------------------------------------*
002400*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
002500*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
002600*                                                            *
002700*      01  EQUIVALENCY-RECORD.                               *
002800*          COPY "xfereqv.cpy".                               *
002900*-----------------------------------------------------------*
003000     05  EQ-EQUIVALENCY-KEY.
003100         10  EQ-INSTITUTION    PIC X(06).
003200         10  EQ-OUTSIDE-COURSE PIC X(10).
003300     05  EQ-COURSE-CODE        PIC X(06).
003400     05  EQ-MIN-GRADE          PIC X(01).
003500     05  EQ-INSTITUTION-NAME   PIC X(30).
003600     05  FILLER                PIC X(27).
