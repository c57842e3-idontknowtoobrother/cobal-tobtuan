000100*-----------------------------------------------------------*
000200* DISCLOG - STUDENT-RECORD DISCLOSURE LOG RECORD             *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE RECORD PER DISCLOSURE OF  *
000600*                   A STUDENT'S RECORD, APPENDED TO THE      *
000700*                   REG.AUDIT.DISCLOG DATASET (130-BYTE      *
000800*                   RECORDS, NEVER REWRITTEN). OFFTRANS      *
000900*                   WRITES ONE FOR EVERY TRANSCRIPT IT       *
001000*                   RELEASES; GETINPUT WRITES ONE FOR EVERY  *
001100*                   RECORD SHOWN BY THE MAIN-MENU STUDENT    *
001200*                   INQUIRY AND NAME BROWSE. DISCHIST        *
001300*                   PRINTS THE PER-STUDENT HISTORY FOR       *
001400*                   PRIVACY AUDITS.                          *
001500*-----------------------------------------------------------*
001600*  FIELD NOTES:                                              *
001700*    DL-SOURCE     OFFTRANS = TRANSCRIPT RELEASED, INQUIRY = *
001800*                  MAIN-MENU STUDENT INQUIRY, BROWSE =       *
001900*                  MAIN-MENU NAME BROWSE (EACH LINE LISTED   *
002000*                  AND THE FULL-KEY LOOKUP).                 *
002100*    DL-REQUEST-NO RELQUEUE REQUEST THE RELEASE FILLED;      *
002200*                  BLANK FOR AN INQUIRY OR A CARD-DRIVEN     *
002300*                  OFFTRANS RUN.                             *
002400*    DL-RECIPIENT  WHO RECEIVED THE RECORD - THE SEND-TO     *
002500*                  NAME FOR A RELEASE, "OFFICE VIEW" FOR AN  *
002600*                  ON-SCREEN INQUIRY.                        *
002700*    DL-DETAIL     COURSE CODE OF THE RECORD SHOWN FOR AN    *
002800*                  INQUIRY; THE REQUESTER TYPE FOR A RELEASE.*
002900*-----------------------------------------------------------*
003000*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
003100*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
003200*                                                            *
003300*      01  DISCLOSURE-RECORD.                                *
003400*          COPY "disclog.cpy".                                *
003500*-----------------------------------------------------------*
003600     05  DL-DISCLOSE-DATE      PIC X(08).
003700     05  DL-DISCLOSE-TIME      PIC X(06).
003800     05  DL-STUDENT-ID         PIC X(08).
003900     05  DL-SOURCE             PIC X(08).
004000         88  DL-FROM-OFFTRANS             VALUE "OFFTRANS".
004100         88  DL-FROM-INQUIRY              VALUE "INQUIRY".
004200         88  DL-FROM-BROWSE               VALUE "BROWSE".
004300     05  DL-OPERATOR-ID        PIC X(08).
004400     05  DL-REQUEST-NO         PIC X(08).
004500     05  DL-RECIPIENT          PIC X(30).
004600     05  DL-PURPOSE            PIC X(30).
004700     05  DL-DETAIL             PIC X(14).
004800     05  FILLER                PIC X(10).
