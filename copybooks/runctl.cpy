001480*                   SO PROGRESS POSTINGS NEVER DISTURB THE  *
001482*                   FINAL-GRADE RECORDS. "F" OR BLANK IS    *
001484*                   THE NORMAL FINAL CYCLE.                 *
001490*  10/15/2026  DT   RC-RUN-MODE "V" - GETINPUT VALIDATION-  *
001492*                   ONLY PREVIEW (JCL/PREVIEW.JCL READS     *
001494*                   REG.CONTROL.RUNCTLV). NO LAYOUT CHANGE. *
001500*-----------------------------------------------------------*
001600*  FIELD NOTES:                                              *
001700*    RC-RUN-DATE   YYYYMMDD, BLANK = USE THE SYSTEM DATE.    *
001800*    RC-RUN-MODE   B=BATCH LOAD, I=INQUIRY, N=NAME BROWSE,   *
001810*                  V=VALIDATION-ONLY PREVIEW (GETINPUT ONLY).*
001900*    RC-CURVE-ADJUSTMENT  SIGNED NNNV9, LEADING SIGN.        *
002000*    RC-CHECKPOINT-INTERVAL  NO LONGER HONORED - GETINPUT    *
002100*                  CHECKPOINTS AFTER EVERY RECORD NOW; THE    *
