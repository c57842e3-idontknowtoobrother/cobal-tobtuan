001100*                   THE DEMOREC LAYOUT (182 BYTES) AND MUST  *
001200*                   CHANGE WITH IT, AS MUST EVERY FD RECORD  *
001300*                   CONTAINS FOR THIS RECORD.                *
001350*  10/15/2026  DT   THE IMAGES GROW TO 200 BYTES WITH        *
001350*                   DEMOREC (RECORD NOW 430 BYTES). JOURNAL  *
001350*                   RECORDS WRITTEN BEFORE THE CHANGE STAY   *
001350*                   394 BYTES.                               *
001400*-----------------------------------------------------------*
001500*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
001600*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
002500         88  DJ-ACTION-WRITE              VALUE "WRITE".
002600         88  DJ-ACTION-REWRITE            VALUE "REWRITE".
002700         88  DJ-ACTION-DELETE             VALUE "DELETE".
002800     05  DJ-BEFORE-IMAGE       PIC X(200).
002900     05  DJ-AFTER-IMAGE        PIC X(200).
