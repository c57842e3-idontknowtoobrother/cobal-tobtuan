000100*-----------------------------------------------------------*
000200* STEPLOG - BATCH STEP LOG RECORD                            *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE RECORD PER BATCH PROGRAM  *
000600*                   STEP, WRITTEN BY THE STEPLOG SUBPROGRAM  *
000700*                   WHEN THE STEP ENDS (NORMALLY OR THROUGH  *
000800*                   9800-CHECK-FILE-STATUS) AND APPENDED TO  *
000900*                   THE RETAINED REG.ARCHIVE.STEPLOG DATASET *
001000*                   (100-BYTE RECORDS) IN THE ORDER THE STEPS*
001100*                   FINISHED. NEVER UPDATED - STEPTIME READS *
001200*                   IT BACK FOR THE ELAPSED-TIME TREND.      *
001300*-----------------------------------------------------------*
001400*  FIELD NOTES:                                              *
001500*    SL-JOB-NAME       FROM THE STEP'S STEPID CARD           *
001600*    SL-STEP-NAME      (COLUMNS 1-8 AND 10-17). A STEP WITH  *
001700*                      NO STEPID DD IS NOT LOGGED AT ALL.    *
001800*    SL-START-TIME     HHMMSSTT FROM ACCEPT ... FROM TIME.   *
001900*    SL-END-TIME                                             *
002000*    SL-ELAPSED-SECS   END MINUS START IN SECONDS; A STEP    *
002100*                      THAT RUNS PAST MIDNIGHT IS ALLOWED    *
002200*                      FOR, ONE RUNNING OVER 24 HOURS IS NOT.*
002300*    SL-RECORDS-IN     THE PROGRAM'S OWN COUNT OF ITS        *
002400*    SL-RECORDS-OUT    DRIVING INPUT AND PRINCIPAL OUTPUT    *
002500*                      (FSC-STEP-RECORDS-IN/-OUT).           *
002600*    SL-END-STATUS     C = RAN TO ITS GOBACK, A = ENDED      *
002700*                      WITH RETURN CODE 16 OR MORE.          *
002800*-----------------------------------------------------------*
002900*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
003000*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
003100*                                                            *
003200*      01  STEP-LOG-RECORD.                                  *
003300*          COPY "steplog.cpy".                               *
003400*-----------------------------------------------------------*
003500     05  SL-JOB-NAME           PIC X(08).
003600     05  SL-STEP-NAME          PIC X(08).
003700     05  SL-PROGRAM            PIC X(08).
003800     05  SL-START-DATE         PIC X(08).
003900     05  SL-START-TIME         PIC X(08).
004000     05  SL-END-DATE           PIC X(08).
004100     05  SL-END-TIME           PIC X(08).
004200     05  SL-ELAPSED-SECS       PIC 9(06)V99.
004300     05  SL-RETURN-CODE        PIC 9(04).
004400     05  SL-RECORDS-IN         PIC 9(09).
004500     05  SL-RECORDS-OUT        PIC 9(09).
004600     05  SL-END-STATUS         PIC X(01).
004700         88  SL-COMPLETED                 VALUE "C".
004800         88  SL-ABENDED                   VALUE "A".
004900     05  FILLER                PIC X(13).
