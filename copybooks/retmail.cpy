000100*-----------------------------------------------------------*
000200* RETMAIL - RETURNED-MAIL TRANSACTION RECORD                 *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE RECORD PER PIECE OF MAIL  *
000600*                   THE POST OFFICE SENT BACK, KEYED BY THE  *
000700*                   MAILROOM INTO THE RETMAIL FILE (40-BYTE  *
000800*                   RECORDS). THE RETMAIL PROGRAM MARKS THE  *
000900*                   STUDENT'S DEMOMAST ADDRESS UNDELIVERABLE *
001000*                   AS OF RM-RETURNED-DATE AND JOURNALS THE  *
001100*                   CHANGE TO DEMOJRNL.                      *
001200*-----------------------------------------------------------*
001300*  FIELD NOTES:                                              *
001400*    RM-RETURNED-DATE  YYYYMMDD THE PIECE CAME BACK; BLANK   *
001500*                      MEANS THE RUN DATE.                   *
001600*    RM-MAILED-ZIP     THE ZIP CODE PRINTED ON THE RETURNED  *
001700*                      PIECE. WHEN GIVEN AND NO LONGER THE   *
001800*                      ZIP ON DEMOMAST, THE ADDRESS HAS      *
001900*                      ALREADY BEEN CORRECTED AND THE RETURN *
002000*                      IS REPORTED BUT NOT APPLIED. BLANK    *
002100*                      SKIPS THE CHECK.                      *
002200*    RM-MAIL-PIECE     WHAT CAME BACK (GRDLETTR, OFFTRANS,   *
002300*                      ACCTSTMT, ...) - REPORTED ONLY.       *
002400*-----------------------------------------------------------*
002500*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
002600*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
002700*                                                            *
002800*      01  RETURNED-MAIL-RECORD.                             *
002900*          COPY "retmail.cpy".                                *
003000*-----------------------------------------------------------*
003100     05  RM-STUDENT-ID         PIC X(08).
003200     05  RM-RETURNED-DATE      PIC X(08).
003300     05  RM-MAILED-ZIP         PIC X(09).
003400     05  RM-MAIL-PIECE         PIC X(08).
003500     05  FILLER                PIC X(07).
