001200*                   READ, IMMEDIATELY AFTER END-READ ONCE AN   *
001300*                   AT END BRANCH HAS ALREADY DIVERTED THE     *
001400*                   EOF CASE AWAY). PAIRS WITH FSCCTL.CPY.     *
001410*  10/15/2026  DT   AN ABEND NOW PERFORMS 9820-LOG-STEP-END    *
001410*                   BEFORE ITS STOP RUN SO THE STEP LOG        *
001410*                   SHOWS THE FAILED STEP WITH RETURN CODE     *
001410*                   16. ADDED 9810-LOG-STEP-START AND          *
001410*                   9820-LOG-STEP-END, WHICH A BATCH           *
001410*                   PROGRAM PERFORMS FIRST THING IN ITS        *
001410*                   0000-MAINLINE AND JUST BEFORE ITS GOBACK   *
001410*                   (AND AHEAD OF ANY STOP RUN OF ITS OWN) -   *
001410*                   SEE THE FSC-STEP- FIELDS IN FSCCTL.CPY.    *
001500*-----------------------------------------------------------*
001600*  THIS MEMBER SUPPLIES THE PARAGRAPHS ONLY - CODE THAT        *
001700*  COPIES IT MUST COPY FSCCTL.CPY INTO WORKING-STORAGE FIRST,  *
001800*  AND MUST COPY THIS MEMBER AS THE LAST PARAGRAPHS IN THE     *
001900*  PROCEDURE DIVISION, E.G.                                   *
002000*                                                            *
002100*      COPY "fscchk.cpy".                                     *
002600         DISPLAY "ABEND - " FSC-OPERATION " FAILED ON FILE "
002700             FSC-FILE-NAME " - FILE STATUS: " FSC-STATUS-CODE
002800         MOVE 16 TO RETURN-CODE
002850         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
002900         STOP RUN
003000     END-IF
003100     .
003200 9800-EXIT.
003300     EXIT.
003400*-----------------------------------------------------------*
003500* 9810-LOG-STEP-START - TELL STEPLOG THE STEP HAS BEGUN; THE *
003600*                       CALLER HAS ALREADY MOVED ITS PROGRAM *
003700*                       NAME TO FSC-STEP-PROGRAM             *
003800*-----------------------------------------------------------*
003900 9810-LOG-STEP-START.
004000     MOVE ZERO TO FSC-STEP-RECORDS-IN
004100                  FSC-STEP-RECORDS-OUT
004200                  FSC-STEP-RC
004300     SET FSC-STEP-STARTING TO TRUE
004400     CALL "STEPLOG" USING FSC-CONTROLS
004500     .
004600 9810-EXIT.
004700     EXIT.
004800*-----------------------------------------------------------*
004900* 9820-LOG-STEP-END - TELL STEPLOG THE STEP HAS FINISHED,    *
005000*                     PASSING THE RETURN CODE AND COUNTS,    *
005100*                     AND PUT THE RETURN CODE BACK           *
005200*-----------------------------------------------------------*
005300 9820-LOG-STEP-END.
005400     MOVE RETURN-CODE TO FSC-STEP-RC
005500     SET FSC-STEP-ENDING TO TRUE
005600     CALL "STEPLOG" USING FSC-CONTROLS
005700     MOVE FSC-STEP-RC TO RETURN-CODE
005800     .
005900 9820-EXIT.
006000     EXIT.
