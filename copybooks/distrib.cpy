000100*-----------------------------------------------------------*
000200* DISTRIB - REPORT DISTRIBUTION RECIPIENT-TABLE RECORD       *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE RECORD PER REPORT (OR     *
000600*                   INSTRUCTOR/COURSE SECTION OF A REPORT)   *
000700*                   PER RECIPIENT OFFICE, SAYING WHERE THE   *
000800*                   NIGHTLY PRINT GOES AND HOW MANY COPIES.  *
000900*                   READ BY DISTRIB, THE LAST NIGHTLY STEP,  *
001000*                   WHICH BURSTS THE NIGHT'S REPORTS INTO    *
001100*                   ONE BANNERED BUNDLE PER RECIPIENT. THE   *
001200*                   FILE (REG.CONTROL.DISTTBL) IS KEPT IN    *
001300*                   RECIPIENT ORDER - DISTRIB BREAKS ON      *
001400*                   DT-RECIPIENT THE SAME WAY INSTPACK       *
001500*                   BREAKS ON INSTRUCTOR-ID.                 *
001600*-----------------------------------------------------------*
001700*  FIELD NOTES:                                              *
001800*    DT-REPORT-ID      THE REPORT'S NIGHTLY DD NAME, E.G.    *
001900*                      INSTPKTS, STATSRPT, LETTRREG.         *
002000*    DT-SECTION-KEY    BLANK SENDS THE WHOLE REPORT. AN      *
002100*                      INSTRUCTOR-ID SENDS THAT INSTRUCTOR'S *
002200*                      INSTPKTS PACKET OR MISSNOTE REMINDER; *
002300*                      A COURSE CODE SENDS THAT COURSE'S     *
002400*                      INSTPKTS ROSTER SECTION.              *
002500*    DT-COPIES         ZERO OR BLANK IS ONE COPY.            *
002600*-----------------------------------------------------------*
002700*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
002800*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
002900*                                                            *
003000*      01  DIST-TABLE-RECORD.                                *
003100*          COPY "distrib.cpy".                               *
003200*-----------------------------------------------------------*
003300     05  DT-RECIPIENT          PIC X(08).
003400     05  DT-RECIPIENT-NAME     PIC X(30).
003500     05  DT-REPORT-ID          PIC X(08).
003600     05  DT-SECTION-KEY        PIC X(08).
003700     05  DT-COPIES             PIC X(02).
003800     05  DT-COPIES-NUM REDEFINES DT-COPIES
003900                               PIC 9(02).
004000     05  FILLER                PIC X(24).
