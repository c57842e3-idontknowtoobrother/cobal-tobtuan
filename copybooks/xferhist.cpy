000100*-----------------------------------------------------------*
000200* XFERHIST - TRANSFER-CREDIT REGISTER RECORD                 *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE 90-BYTE RECORD PER        *
000600*                   TRANSFER-CREDIT REQUEST XFERCRED         *
000700*                   ACCEPTED, APPENDED TO THE RETAINED       *
000800*                   REG.ARCHIVE.XFERHIST DATASET AS THE "T"  *
000900*                   FEED RECORD IS WRITTEN. NEVER UPDATED -  *
001000*                   IT IS WHERE THE OUTSIDE SCHOOL AND COURSE*
001100*                   BEHIND A "T" MASTER RECORD ARE KEPT.     *
001200*                   OFFTRANS READS IT FOR THE INSTITUTION    *
001300*                   NAME IN THE TRANSCRIPT'S TRANSFER CREDIT *
001400*                   BLOCK.                                   *
001500*-----------------------------------------------------------*
001600*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
001700*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
001800*                                                            *
001900*      01  TRANSFER-HISTORY-RECORD.                          *
002000*          COPY "xferhist.cpy".                              *
002100*-----------------------------------------------------------*
002200     05  XH-STUDENT-ID         PIC X(08).
002300     05  XH-COURSE-CODE        PIC X(06).
002400     05  XH-INSTITUTION        PIC X(06).
002500     05  XH-INSTITUTION-NAME   PIC X(30).
002600     05  XH-OUTSIDE-COURSE     PIC X(10).
002700     05  XH-OUTSIDE-GRADE      PIC X(01).
002800     05  XH-OUTSIDE-TERM       PIC X(05).
002900     05  XH-POSTED-DATE        PIC X(08).
003000     05  XH-COUNSELOR-ID       PIC X(08).
003100     05  FILLER                PIC X(08).
