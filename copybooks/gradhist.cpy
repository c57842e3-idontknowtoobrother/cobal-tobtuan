001240*                   WRITTEN BEFORE THE FIELD) A FINAL ONE,  *
001250*                   SO THE TWO CYCLES CAN SHARE THE         *
001260*                   HISTORY WITHOUT MIXING.                 *
001260*  10/15/2026  DT   ADDED GH-ACTION "V" - WRITTEN BY         *
001260*                   DEDREVRS WHEN A DEDUCTION IS REVERSED    *
001260*                   AND ITS POINTS ARE PUT BACK ON THE       *
001260*                   GRADE.                                   *
001200*-----------------------------------------------------------*
001300*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
001400*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
002700         88  GH-FIRST-POSTING             VALUE "W".
002800         88  GH-REPOSTING                 VALUE "R".
002900         88  GH-DELETION                  VALUE "D".
002950         88  GH-DEDUCTION-REVERSAL        VALUE "V".
003000     05  GH-CYCLE              PIC X(01).
003100         88  GH-CYCLE-FINAL               VALUES "F" " ".
003200         88  GH-CYCLE-PROGRESS            VALUE "P".
