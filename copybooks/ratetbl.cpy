000100*-----------------------------------------------------------*
000200* RATETBL - TUITION AND COURSE-FEE RATE RECORD               *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE CARD-IMAGE RECORD PER     *
000600*                   RATE IN THE RATETBL DATASET, READ ONCE   *
000700*                   BY TUITBILL AT THE TOP OF THE BILLING    *
000800*                   RUN. A "T" RECORD CARRIES THE TUITION    *
000900*                   CHARGED PER CREDIT HOUR; AN "F" RECORD   *
001000*                   CARRIES A FLAT FEE FOR ONE COURSE CODE   *
001100*                   (LABS, STUDIO, MATERIALS). A RECORD WITH *
001200*                   A TERM CODE APPLIES TO THAT TERM ONLY    *
001300*                   AND WINS OVER ONE WITH A BLANK TERM,     *
001400*                   WHICH APPLIES TO EVERY TERM. A COURSE    *
001500*                   WITH NO "F" RECORD CARRIES NO FEE.       *
001600*-----------------------------------------------------------*
001700*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
001800*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
001900*                                                            *
002000*      01  RATE-TABLE-RECORD.                                *
002100*          COPY "ratetbl.cpy".                               *
002200*-----------------------------------------------------------*
002300     05  RT-RATE-TYPE          PIC X(01).
002400         88  RT-TUITION-RATE              VALUE "T".
002500         88  RT-COURSE-FEE                VALUE "F".
002600     05  RT-TERM-CODE          PIC X(05).
002700     05  RT-COURSE-CODE        PIC X(06).
002800     05  RT-AMOUNT             PIC 9(05)V99.
002900     05  RT-DESCRIPTION        PIC X(20).
003000     05  FILLER                PIC X(01).
