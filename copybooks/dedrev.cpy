000100*-----------------------------------------------------------*
000200* DEDREV - DEDUCTION REVERSAL REQUEST RECORD                 *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE 40-BYTE REQUEST PER       *
000600*                   DEDUCTION TO BE TAKEN BACK (AN ABSENCE   *
000700*                   LATER EXCUSED, A LATE-WORK PENALTY       *
000800*                   WAIVED), KEYED BY THE ATTENDANCE OFFICE  *
000900*                   OR THE REGISTRAR ONTO THE                *
001000*                   REG.DAILY.DEDREV FEED. DEDREVRS READS    *
001100*                   THE FEED IN THE NIGHTLY JOB AFTER        *
001200*                   GETIN; THE FEED IS EMPTIED ONCE THE      *
001300*                   STEP ENDS CLEAN.                         *
001400*-----------------------------------------------------------*
001500*  FIELD NOTES:                                              *
001600*    RV-STUDENT-ID,     NAME THE ORIGINAL DEDUCTION EXACTLY  *
001700*    RV-COURSE-CODE,    AS THE DEDUCTION STATEMENT PRINTED   *
001800*    RV-REASON-CODE,    IT - THE REASON CODE (AT/LW/CN/LF/   *
001900*    RV-DEDUCTION-DATE  OT) AND THE DATE THE POINTS CAME     *
002000*                       OFF (CCYYMMDD), WHICH IS THE         *
002100*                       POSTING DATE OF THE GRADE IT WAS     *
002200*                       TAKEN FROM.                          *
002300*    RV-REQUESTED-BY    OPERATOR-ID OF THE PERSON WHO        *
002400*                       APPROVED THE REVERSAL; CARRIED INTO  *
002500*                       JR-AUTH-CODE ON THE AUDIT JOURNAL.   *
002600*                       A BLANK REQUESTER IS REFUSED.        *
002700*-----------------------------------------------------------*
002800*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
002900*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
003000*                                                            *
003100*      01  DEDUCTION-REVERSAL-RECORD.                        *
003200*          COPY "dedrev.cpy".                                *
003300*-----------------------------------------------------------*
003400    05  RV-REVERSAL-KEY.
003500        10  RV-STUDENT-ID     PIC X(08).
003600        10  RV-COURSE-CODE    PIC X(06).
003700        10  RV-REASON-CODE    PIC X(02).
003800        10  RV-DEDUCTION-DATE PIC X(08).
003900    05  RV-REQUESTED-BY       PIC X(08).
004000    05  FILLER                PIC X(08).
