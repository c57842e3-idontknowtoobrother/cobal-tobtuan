000100*-----------------------------------------------------------*
000200* IDXREF - RETIRED STUDENT-ID CROSS-REFERENCE RECORD         *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE RECORD PER STUDENT-ID     *
000600*                   RETIRED BY IDMERGE WHEN A SECOND ID WAS  *
000700*                   ISSUED TO SOMEONE WHO ALREADY HAD ONE,   *
000800*                   IN THE IDXREF KSDS KEYED ON THE 8-BYTE   *
000900*                   RETIRED ID (40-BYTE RECORDS, SEE         *
001000*                   JCL/GDGSETUP.JCL). GETINPUT REDIRECTS    *
001100*                   ANY LATER FEED RECORD CARRYING A RETIRED *
001200*                   ID TO THE SURVIVOR BEFORE IT IS EDITED.  *
001300*                   WHEN A SURVIVOR IS ITSELF LATER RETIRED, *
001400*                   IDMERGE REPOINTS EVERY ENTRY THAT NAMED  *
001500*                   IT, SO A REDIRECT IS ALWAYS ONE HOP.     *
001600*-----------------------------------------------------------*
001700*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
001800*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
001900*                                                            *
002000*      01  ID-XREF-RECORD.                                   *
002100*          COPY "idxref.cpy".                                 *
002200*-----------------------------------------------------------*
002300     05  XR-RETIRED-ID         PIC X(08).
002400     05  XR-SURVIVOR-ID        PIC X(08).
002500     05  XR-MERGE-DATE         PIC X(08).
002600     05  XR-OPERATOR-ID        PIC X(08).
002700     05  FILLER                PIC X(08).
