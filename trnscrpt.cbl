001900*                   DATE, AND ACTION - SO A GRADE DISPUTE    *
002000*                   CAN BE ANSWERED FROM THE SYSTEM INSTEAD  *
002100*                   OF FROM MEMORY.                          *
002150*  10/15/2026  DT   A DEDUCTION REVERSAL POSTED BY DEDREVRS  *
002150*                   (GH-ACTION "V") NOW PRINTS AS "RESTORED" *
002150*                   INSTEAD OF "UNKNOWN".                    *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
010000             MOVE "REPOSTED" TO WS-ACTION-TEXT
010100         WHEN GH-DELETION
010200             MOVE "DELETED " TO WS-ACTION-TEXT
010250         WHEN GH-DEDUCTION-REVERSAL
010260             MOVE "RESTORED" TO WS-ACTION-TEXT
010300         WHEN OTHER
010400             MOVE "UNKNOWN " TO WS-ACTION-TEXT
010500     END-EVALUATE
