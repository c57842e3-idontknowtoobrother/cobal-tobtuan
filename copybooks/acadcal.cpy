000100*-----------------------------------------------------------*
000200* ACADCAL - ACADEMIC CALENDAR RECORD                         *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                              *
000500*  10/15/2026  DT   ORIGINAL - ONE RECORD PER TERM CODE IN   *
000600*                   THE ACADCAL KSDS, KEYED ON THE 5-BYTE    *
000700*                   TERM CODE (100-BYTE RECORDS, SEE         *
000800*                   JCL/GDGSETUP.JCL). MAINTAINED BY CALMNT  *
000900*                   (MAIN-MENU OPTION, REGISTRAR ONLY).      *
001000*                   GETINPUT LOOKS UP THE RUN'S TERM AND     *
001100*                   REJECTS AN "E" ENROLLMENT POSTED AFTER   *
001200*                   THE ADD/DROP DEADLINE (REASON 15) AND A  *
001300*                   "W" WITHDRAWAL POSTED AFTER THE          *
001400*                   WITHDRAWAL DEADLINE (REASON 16) UNLESS   *
001500*                   TR-AUTH-CODE NAMES A LEVEL-2 OPERATOR.   *
001600*                   A TERM WITH NO CALENDAR RECORD HAS NO    *
001700*                   DEADLINES ENFORCED.                      *
001750*  10/15/2026  DT   ADDED AC-REFUND-DATE OUT OF FILLER - THE *
001750*                   LAST DAY A "W" WITHDRAWAL STILL HAS ITS  *
001750*                   TUITION CREDITED BACK BY TUITBILL. BLANK *
001750*                   MEANS THE ADD/DROP DEADLINE IS USED.     *
001800*-----------------------------------------------------------*
001900*  FIELD NOTES:                                              *
002000*    ALL DATES ARE YYYYMMDD. A DEADLINE IS THE LAST DAY THE  *
002100*    POSTING IS ACCEPTED - A RUN DATED THE DEADLINE ITSELF   *
002200*    STILL TAKES IT. CALMNT HOLDS THE DATES IN ORDER:        *
002300*    START <= ADD/DROP <= WITHDRAWAL <= END <= GRADES DUE.   *
002350*    A REFUND DEADLINE, WHEN SET, FALLS BETWEEN THE START    *
002350*    AND THE WITHDRAWAL DEADLINE.                            *
002400*-----------------------------------------------------------*
002500*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
002600*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
002700*                                                            *
002800*      01  ACADEMIC-CALENDAR-RECORD.                         *
002900*          COPY "acadcal.cpy".                               *
003000*-----------------------------------------------------------*
003100     05  AC-TERM-CODE          PIC X(05).
003200     05  AC-TERM-DESC          PIC X(30).
003300     05  AC-TERM-START-DATE    PIC X(08).
003400     05  AC-ADD-DROP-DATE      PIC X(08).
003500     05  AC-WITHDRAW-DATE      PIC X(08).
003600     05  AC-TERM-END-DATE      PIC X(08).
003700     05  AC-GRADES-DUE-DATE    PIC X(08).
003800     05  AC-MAINT-DATE         PIC X(08).
003900     05  AC-MAINT-OPERATOR     PIC X(08).
004000     05  AC-REFUND-DATE        PIC X(08).
004000     05  FILLER                PIC X(01).
