000100*-----------------------------------------------------------*
000200* MAILHELD - MAIL HELD - BAD ADDRESS REPORT DETAIL LINE      *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE 80-BYTE LINE PER PIECE A  *
000600*                   MAILING PROGRAM (GRDLETTR, OFFTRANS,     *
000700*                   ACCTSTMT, WAITPROM, DEDSTMT) DID NOT     *
000800*                   PRINT BECAUSE RETMAIL HAS MARKED THE     *
000900*                   STUDENT'S DEMOMAST ADDRESS               *
001000*                   UNDELIVERABLE. EACH PROGRAM HEADS AND    *
001100*                   FOOTS ITS OWN MAILHELD REPORT; THE LINE  *
001200*                   LAYOUT IS SHARED SO THE OFFICE WORKS     *
001300*                   THEM ALL THE SAME WAY. THE PIECE GOES    *
001400*                   OUT ON THE NEXT RUN AFTER THE ADDRESS IS *
001500*                   CORRECTED THROUGH DEMOMNT.               *
001600*-----------------------------------------------------------*
001700*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
001800*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL WORKING-      *
001900*  STORAGE LINE, E.G.                                        *
002000*                                                            *
002100*      01  MAIL-HELD-LINE.                                   *
002200*          COPY "mailheld.cpy".                               *
002300*-----------------------------------------------------------*
002400     05  FILLER                PIC X(02)  VALUE SPACES.
002500     05  MH-STUDENT-ID         PIC X(08).
002600     05  FILLER                PIC X(02)  VALUE SPACES.
002700     05  MH-STUDENT-NAME       PIC X(30).
002800     05  FILLER                PIC X(02)  VALUE SPACES.
002900     05  MH-MAIL-PIECE         PIC X(20).
003000     05  FILLER                PIC X(02)  VALUE SPACES.
003100     05  MH-UNDELIV-DATE       PIC X(08).
003200     05  FILLER                PIC X(06)  VALUE SPACES.
