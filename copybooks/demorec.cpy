001400*                   (DEMJRNL.CPY) THE SAME WAY THE GRADE     *
001500*                   MASTER IS JOURNALED. DM-DEPART-DATE IS   *
001600*                   WHAT THE RETENTION PURGE RUNS FROM.      *
001650*  10/15/2026  DT   RETURNED MAIL. ADDED DM-MAIL-STATUS AND  *
001650*                   DM-UNDELIV-DATE, WITH FILLER, GROWING    *
001650*                   THE RECORD FROM 182 TO 200 BYTES         *
001650*                   (DEMOCONV CONVERTS THE KSDS ONCE).       *
001650*                   RETMAIL SETS THE FLAG FROM THE POST      *
001650*                   OFFICE'S RETURNS; A NEW ADDRESS KEYED    *
001650*                   THROUGH DEMOMNT, OR ARRIVING ON THE      *
001650*                   DEMOLOAD FEED, CLEARS IT. EVERY MAILING  *
001650*                   PROGRAM HOLDS A FLAGGED STUDENT'S PIECE  *
001650*                   AND LISTS IT ON ITS MAILHELD REPORT      *
001650*                   INSTEAD OF PRINTING IT.                  *
001700*-----------------------------------------------------------*
001800*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
001900*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
003700         88  DM-STATUS-INACTIVE           VALUE "I".
003800         88  DM-STATUS-DEPARTED           VALUE "D".
003900     05  DM-DEPART-DATE        PIC X(08).
004000     05  DM-MAIL-STATUS        PIC X(01).
004000         88  DM-ADDRESS-DELIVERABLE       VALUE SPACE.
004000         88  DM-ADDRESS-UNDELIVERABLE     VALUE "U".
004000     05  DM-UNDELIV-DATE       PIC X(08).
004000     05  FILLER                PIC X(09).
