000100*-----------------------------------------------------------*
000200* CRSXREF - RENUMBERED COURSE-CODE CROSS-REFERENCE RECORD    *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE RECORD PER COURSE CODE    *
000600*                   RETIRED BY CRSRENUM WHEN A DEPARTMENT    *
000700*                   RENUMBERED THE COURSE, IN THE CRSXREF    *
000800*                   KSDS KEYED ON THE 6-BYTE OLD CODE        *
000900*                   (40-BYTE RECORDS, SEE JCL/GDGSETUP.JCL). *
001000*                   OFFTRANS AND THE GETINPUT PREREQUISITE   *
001100*                   CHECK READ IT SO A REFERENCE TO THE OLD  *
001200*                   CODE IS TAKEN AS THE NEW ONE. WHEN A NEW *
001300*                   CODE IS ITSELF LATER RENUMBERED,         *
001400*                   CRSRENUM REPOINTS EVERY ENTRY THAT NAMED *
001500*                   IT, SO A LOOK-UP IS ALWAYS ONE HOP.      *
001600*-----------------------------------------------------------*
001700*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
001800*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
001900*                                                            *
002000*      01  COURSE-XREF-RECORD.                               *
002100*          COPY "crsxref.cpy".                               *
002200*-----------------------------------------------------------*
002300     05  CX-OLD-COURSE         PIC X(06).
002400     05  CX-NEW-COURSE         PIC X(06).
002500     05  CX-RENUMBER-DATE      PIC X(08).
002600     05  CX-OPERATOR-ID        PIC X(08).
002700     05  FILLER                PIC X(12).
