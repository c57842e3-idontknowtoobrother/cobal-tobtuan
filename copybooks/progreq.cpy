000100*-----------------------------------------------------------*
000200* PROGREQ - PROGRAM (GRADUATION) REQUIREMENT RECORD          *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE CARD-IMAGE RECORD PER     *
000600*                   REQUIREMENT IN THE PROGREQ CONTROL       *
000700*                   DATASET (50 BYTES), READ ONCE BY THE     *
000800*                   GRADAUD DEGREE AUDIT. A PROGRAM IS THE   *
000900*                   SET OF RECORDS SHARING A PROGRAM CODE,   *
001000*                   SO ONE DATASET CAN CARRY THE STANDARD    *
001100*                   DIPLOMA AND ANY VARIANTS SIDE BY SIDE.   *
001200*-----------------------------------------------------------*
001300*  FIELD NOTES:                                              *
001400*    PR-REQ-TYPE  R = REQUIRED CRSCAT COURSE (PR-COURSE-     *
001500*                 CODE), PASSED AT PR-MIN-LETTER OR BETTER   *
001600*                 (BLANK = ANY PASSING GRADE).               *
001700*                 E = ELECTIVE MINIMUM - PR-MIN-CREDITS      *
001800*                 EARNED IN COURSES WHOSE CODE STARTS WITH   *
001900*                 PR-COURSE-CODE (LEFT-JUSTIFIED PREFIX,     *
002000*                 BLANK = ANY COURSE) NOT ALREADY USED BY A  *
002100*                 REQUIRED COURSE OR AN EARLIER ELECTIVE.    *
002200*                 T = TOTAL CREDITS EARNED, PR-MIN-CREDITS.  *
002300*                 G = MINIMUM CUMULATIVE GPA, PR-MIN-GPA.    *
002400*    PR-DESCRIPTION  PRINTS ON THE AUDIT BESIDE THE LINE.    *
002500*-----------------------------------------------------------*
002600*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
002700*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
002800*                                                            *
002900*      01  REQUIREMENT-RECORD.                               *
003000*          COPY "progreq.cpy".                                *
003100*-----------------------------------------------------------*
003200     05  PR-PROGRAM-CODE       PIC X(04).
003300     05  PR-REQ-TYPE           PIC X(01).
003400         88  PR-REQUIRED-COURSE           VALUE "R".
003500         88  PR-ELECTIVE-MINIMUM          VALUE "E".
003600         88  PR-TOTAL-CREDITS             VALUE "T".
003700         88  PR-MINIMUM-GPA               VALUE "G".
003800         88  PR-TYPE-VALID                VALUES "R" "E" "T" "G".
003900     05  PR-COURSE-CODE        PIC X(06).
004000     05  PR-MIN-LETTER         PIC X(01).
004100     05  PR-MIN-CREDITS        PIC 9(03).
004200     05  PR-MIN-GPA            PIC 9(01)V99.
004300     05  PR-DESCRIPTION        PIC X(30).
004400     05  FILLER                PIC X(02).
