000980*                   SILENTLY TRUNCATED BY THE OLD PIC X(14),   *
000990*                   MISLEADING AN OPERATOR READING THE ABEND   *
000995*                   MESSAGE 9800-CHECK-FILE-STATUS DISPLAYS.   *
000996*  10/15/2026  DT   ADDED THE FSC-STEP- FIELDS FOR THE BATCH   *
000996*                   STEP LOG. A BATCH PROGRAM NAMES ITSELF IN  *
000996*                   FSC-STEP-PROGRAM, COUNTS ITS DRIVING INPUT *
000996*                   AND PRINCIPAL OUTPUT RECORDS IN            *
000996*                   FSC-STEP-RECORDS-IN/-OUT, AND PERFORMS     *
000996*                   9810-LOG-STEP-START/9820-LOG-STEP-END      *
000996*                   (FSCCHK.CPY), WHICH HAND THIS WHOLE AREA TO*
000996*                   THE STEPLOG SUBPROGRAM. PROGRAMS THAT NEVER*
000996*                   PERFORM 9810 (THE ONLINE ONES) LOG NOTHING.*
001000*-----------------------------------------------------------*
001100*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE      *
001200*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
001700     05  FSC-FILE-NAME         PIC X(16).
001800     05  FSC-OPERATION         PIC X(08).
001900     05  FSC-STATUS-CODE       PIC X(02).
002000     05  FSC-STEP-PROGRAM      PIC X(08).
002100     05  FSC-STEP-RECORDS-IN   PIC 9(09)  COMP.
002200     05  FSC-STEP-RECORDS-OUT  PIC 9(09)  COMP.
002300     05  FSC-STEP-RC           PIC 9(04)  COMP.
002400     05  FSC-STEP-CALL         PIC X(01).
002500         88  FSC-STEP-STARTING            VALUE "S".
002600         88  FSC-STEP-ENDING              VALUE "E".
