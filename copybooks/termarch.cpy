000100*-----------------------------------------------------------*
000200* TERMARCH - TERM-ARCHIVE RECORD KEY                         *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - REG.ARCHIVE.TERMARCH IS NOW A *
000600*                   KSDS KEYED ON STUDENT + COURSE + TERM.   *
000700*                   AN ARCHIVE RECORD IS THE 95-BYTE         *
000800*                   STUDENT-MASTER IMAGE TERMROLL SWEPT      *
000900*                   (STUDREC.CPY) FOLLOWED BY THIS 19-BYTE   *
001000*                   KEY (KEYS(19 95), 114-BYTE RECORDS), SO  *
001100*                   ONE STUDENT'S HISTORY IS READ DIRECTLY   *
001200*                   WITH A START ON TA-ARCHIVE-KEY (STUDENT  *
001300*                   ID, COURSE AND TERM LOW-VALUES) AND READ *
001400*                   NEXT UNTIL TA-STUDENT-ID CHANGES. THE    *
001500*                   FLAT ARCHIVE IS CONVERTED ONCE BY        *
001600*                   JCL/ARCHCONV.JCL.                        *
001650*  10/15/2026  DT   THE IMAGE IS NOW 97 BYTES - STUDREC GREW *
001650*                   THE SITE CODE (KEYS(19 97), 116-BYTE     *
001650*                   RECORDS).                                *
001700*-----------------------------------------------------------*
001800*  FIELD NOTES:                                              *
001900*    TA-STUDENT-ID,   COPIES OF SR-STUDENT-ID, SR-COURSE-CODE*
002000*    TA-COURSE-CODE,  AND SR-TERM-CODE OF THE IMAGE IN FRONT *
002100*    TA-TERM-CODE     OF THEM - EVERY PROGRAM THAT WRITES AN *
002200*                     ARCHIVE RECORD SETS ALL THREE FROM THE *
002300*                     IMAGE BEFORE THE WRITE. A STUDENT WHO  *
002400*                     REPEATS A COURSE IN A LATER TERM HOLDS *
002500*                     ONE RECORD PER TERM.                   *
002600*-----------------------------------------------------------*
002700*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
002800*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD AND    *
002900*  THE IMAGE IN FRONT OF THE KEY, E.G.                       *
003000*                                                            *
003100*      01  TERM-ARCHIVE-RECORD.                              *
003200*          COPY "studrec.cpy".                               *
003300*          COPY "termarch.cpy".                              *
003400*-----------------------------------------------------------*
003500     05  TA-ARCHIVE-KEY.
003600         10  TA-STUDENT-ID     PIC X(08).
003700         10  TA-COURSE-CODE    PIC X(06).
003800         10  TA-TERM-CODE      PIC X(05).
