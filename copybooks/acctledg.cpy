000100*-----------------------------------------------------------*
000200* ACCTLEDG - STUDENT ACCOUNT LEDGER ENTRY                    *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE RECORD PER CHARGE OR      *
000600*                   REFUND CREDIT IN THE ACCTLEDG KSDS,      *
000700*                   KEYED ON STUDENT-ID, TERM, COURSE, AND   *
000800*                   ENTRY TYPE (80-BYTE RECORDS, SEE         *
000900*                   JCL/GDGSETUP.JCL), SO ONE STUDENT'S      *
001000*                   ACCOUNT READS IN KEY ORDER. TUITBILL     *
001100*                   POSTS A "C" CHARGE FOR EACH ENROLLMENT   *
001200*                   AND A "R" CREDIT WHEN THE ENROLLMENT IS  *
001300*                   WITHDRAWN OR REMOVED BY THE REFUND       *
001400*                   DEADLINE; THE KEY MAKES A RERUN POST     *
001500*                   NOTHING TWICE. ACCTSTMT STAMPS           *
001600*                   LG-STATEMENT-DATE ON EACH ENTRY THE      *
001700*                   FIRST TIME IT APPEARS ON A STATEMENT.    *
001800*-----------------------------------------------------------*
001900*  FIELD NOTES:                                              *
002000*    AMOUNTS ARE UNSIGNED - LG-ENTRY-TYPE SAYS WHICH WAY THE *
002100*    ENTRY MOVES THE BALANCE. A CREDIT CARRIES THE SAME      *
002200*    HOURS, RATE, AND AMOUNTS AS THE CHARGE IT REVERSES.     *
002300*    LG-STATEMENT-DATE IS SPACES UNTIL THE ENTRY HAS BEEN    *
002400*    BILLED ON A STATEMENT.                                  *
002500*-----------------------------------------------------------*
002600*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
002700*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
002800*                                                            *
002900*      01  ACCOUNT-LEDGER-RECORD.                            *
003000*          COPY "acctledg.cpy".                              *
003100*-----------------------------------------------------------*
003200     05  LG-LEDGER-KEY.
003300         10  LG-STUDENT-ID     PIC X(08).
003400         10  LG-TERM-CODE      PIC X(05).
003500         10  LG-COURSE-CODE    PIC X(06).
003600         10  LG-ENTRY-TYPE     PIC X(01).
003700             88  LG-CHARGE                VALUE "C".
003800             88  LG-REFUND-CREDIT         VALUE "R".
003900     05  LG-POST-DATE          PIC X(08).
004000     05  LG-CREDIT-HOURS       PIC 9(02).
004100     05  LG-HOUR-RATE          PIC 9(05)V99.
004200     05  LG-TUITION-AMT        PIC 9(07)V99.
004300     05  LG-FEE-AMT            PIC 9(05)V99.
004400     05  LG-ENTRY-AMT          PIC 9(07)V99.
004500     05  LG-STATEMENT-DATE     PIC X(08).
004600     05  LG-ENTRY-REASON       PIC X(01).
004700         88  LG-REASON-ENROLLED           VALUE "E".
004800         88  LG-REASON-WITHDRAWN          VALUE "W".
004900         88  LG-REASON-REMOVED            VALUE "D".
005000     05  FILLER                PIC X(09).
