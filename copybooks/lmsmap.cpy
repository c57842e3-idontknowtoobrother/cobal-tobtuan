000100*-----------------------------------------------------------*
000200* LMSMAP - LMS GRADEBOOK COURSE MAPPING RECORD               *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE 50-BYTE CARD PER LMS      *
000600*                   COURSE SHELL ON REG.CONTROL.LMSMAP,      *
000700*                   NAMING THE CRSCAT COURSE ITS GRADEBOOK   *
000800*                   POSTS TO AND THE PERCENT WEIGHT OF EACH  *
000900*                   COMPONENT. LMSLOAD LOADS THE WHOLE TABLE *
001000*                   INTO STORAGE AT THE START OF THE RUN.    *
001100*-----------------------------------------------------------*
001200*  FIELD NOTES:                                              *
001300*    LM-LMS-COURSE-ID   THE COURSE ID EXACTLY AS THE LMS     *
001400*                       WRITES IT IN THE FIRST COLUMN OF     *
001500*                       ITS GRADEBOOK EXPORT, LEFT           *
001600*                       JUSTIFIED.                           *
001700*    LM-COURSE-CODE     THE CRSCAT COURSE CODE THE SCORES    *
001800*                       POST TO.                             *
001900*    LM-HOMEWORK-WEIGHT PERCENT WEIGHTS CARRIED INTO         *
002000*    LM-MIDTERM-WEIGHT  TR-HOMEWORK-WEIGHT, TR-MIDTERM-      *
002100*    LM-FINAL-WEIGHT    WEIGHT AND TR-FINAL-WEIGHT. THEY     *
002200*                       MUST SUM TO 100 - A CARD THAT DOES   *
002300*                       NOT IS KEPT BUT EVERY ROW UNDER IT   *
002400*                       IS REFUSED.                          *
002500*-----------------------------------------------------------*
002600*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
002700*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
002800*                                                            *
002900*      01  LMS-MAPPING-RECORD.                               *
003000*          COPY "lmsmap.cpy".                                *
003100*-----------------------------------------------------------*
003200     05  LM-LMS-COURSE-ID      PIC X(20).
003300     05  LM-COURSE-CODE        PIC X(06).
003400     05  LM-HOMEWORK-WEIGHT    PIC 9(03).
003500     05  LM-MIDTERM-WEIGHT     PIC 9(03).
003600     05  LM-FINAL-WEIGHT       PIC 9(03).
003700     05  FILLER                PIC X(15).
