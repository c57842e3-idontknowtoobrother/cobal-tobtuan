000100*-----------------------------------------------------------*
000200* XFERTRAN - TRANSFER-CREDIT REQUEST RECORD                  *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE 60-BYTE REQUEST PER       *
000600*                   COURSE A STUDENT COMPLETED AT ANOTHER    *
000700*                   SCHOOL, KEYED BY A COUNSELOR FROM THE    *
000800*                   SENDING SCHOOL'S TRANSCRIPT ONTO THE     *
000900*                   REG.DAILY.XFERTRAN FEED. XFERCRED READS  *
001000*                   THE FEED IN THE NIGHTLY JOB AHEAD OF     *
001100*                   SORTTRN; THE FEED IS EMPTIED ONCE THE    *
001200*                   STEP ENDS CLEAN.                         *
001300*-----------------------------------------------------------*
001400*  FIELD NOTES:                                              *
001500*    XT-INSTITUTION,    THE SENDING SCHOOL'S CODE AND ITS    *
001600*    XT-OUTSIDE-COURSE  COURSE NUMBER EXACTLY AS THE         *
001700*                       EQUIVALENCY TABLE (XFEREQV.CPY)      *
001800*                       CARRIES THEM.                        *
001900*    XT-OUTSIDE-GRADE   LETTER EARNED THERE - A THROUGH D,   *
002000*                       F, OR P FOR A PASS/FAIL COURSE.      *
002100*    XT-OUTSIDE-TERM    TERM IT WAS TAKEN, FOR THE REGISTER  *
002200*                       ONLY; BLANK IS ALLOWED.              *
002300*    XT-COUNSELOR-ID    OPERATOR-ID OF THE COUNSELOR WHO     *
002400*                       APPROVED IT; CARRIED INTO            *
002500*                       TR-AUTH-CODE AND SO ONTO THE AUDIT   *
002600*                       JOURNAL. A BLANK COUNSELOR IS        *
002700*                       REFUSED.                             *
002800*-----------------------------------------------------------*
002900*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
003000*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
003100*                                                            *
003200*      01  TRANSFER-REQUEST-RECORD.                          *
003300*          COPY "xfertran.cpy".                              *
003400*-----------------------------------------------------------*
003500     05  XT-STUDENT-ID         PIC X(08).
003600     05  XT-INSTITUTION        PIC X(06).
003700     05  XT-OUTSIDE-COURSE     PIC X(10).
003800     05  XT-OUTSIDE-GRADE      PIC X(01).
003900     05  XT-OUTSIDE-TERM       PIC X(05).
004000     05  XT-COUNSELOR-ID       PIC X(08).
004100     05  FILLER                PIC X(22).
