000100*-----------------------------------------------------------*
000200* PORTCTL - PORTAL EXTRACT CONTROL RECORD                    *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - THE ONE 50-BYTE RECORD ON     *
000600*                   REG.CONTROL.PORTCTL THAT PORTEXT READS AT*
000700*                   THE START OF EVERY RUN AND WRITES BACK AT*
000800*                   THE END. AN EMPTY DATASET STARTS THE     *
000900*                   SEQUENCE AT 1 WITH NO MARKS, SO THE FIRST*
001000*                   DELTA TAKES EVERY JOURNAL ENTRY ON FILE -*
001100*                   RUN A FULL REFRESH FIRST INSTEAD.        *
001200*-----------------------------------------------------------*
001300*  FIELD NOTES:                                              *
001400*    PC-LAST-SEQUENCE   SEQUENCE NUMBER OF THE LAST FILE     *
001500*                       SENT; EACH RUN, DELTA OR FULL,       *
001600*                       SENDS THE NEXT ONE IN ITS HEADER AND *
001700*                       TRAILER SO THE VENDOR CAN SEE A      *
001800*                       MISSED NIGHT.                        *
001900*    PC-LAST-RUN-DATE   RUN DATE OF THAT FILE.               *
002000*    PC-AUDIT-MARK      LATEST JR-RUN-DATE/JR-RUN-TIME AND   *
002100*    PC-DEMO-MARK       DJ-RUN-DATE/DJ-RUN-TIME ALREADY      *
002200*                       SENT; THE NEXT DELTA TAKES ONLY      *
002300*                       JOURNAL ENTRIES STAMPED AFTER THEM.  *
002400*-----------------------------------------------------------*
002500*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
002600*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
002700*                                                            *
002800*      01  PORTAL-CONTROL-RECORD.                            *
002900*          COPY "portctl.cpy".                               *
003000*-----------------------------------------------------------*
003100     05  PC-LAST-SEQUENCE      PIC 9(07).
003200     05  PC-LAST-RUN-DATE      PIC X(08).
003300     05  PC-AUDIT-MARK.
003400         10  PC-AUDIT-DATE     PIC X(08).
003500         10  PC-AUDIT-TIME     PIC X(06).
003600     05  PC-DEMO-MARK.
003700         10  PC-DEMO-DATE      PIC X(08).
003800         10  PC-DEMO-TIME      PIC X(06).
003900     05  FILLER                PIC X(07).
