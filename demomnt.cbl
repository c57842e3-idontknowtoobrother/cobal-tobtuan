002300*                   MASTER MAINTENANCE. CALLED FROM          *
002400*                   MAIN-MENU WITH THE SIGNED-ON OPERATOR-   *
002500*                   ID; REGISTRAR-LEVEL OPERATORS ONLY.      *
002550*  10/15/2026  DT   RETURNED MAIL. A CHANGE TO A RECORD      *
002550*                   RETMAIL HAS MARKED UNDELIVERABLE SHOWS   *
002550*                   THE RETURN DATE, AND KEYING A DIFFERENT  *
002550*                   ADDRESS (ANY ADDRESS LINE, CITY, STATE,  *
002550*                   OR ZIP) CLEARS THE FLAG SO THE HELD MAIL *
002550*                   GOES OUT ON THE NEXT RUN; THE CLEARED    *
002550*                   FLAG IS IN THE JOURNALED AFTER IMAGE. AN *
002550*                   ADD STARTS FROM A CLEARED RECORD.        *
002550*                   DEMOMAST RECORD CONTAINS 200 AND         *
002550*                   DEMOJRNL 430 (DEMOREC.CPY GREW).         *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  DEMOGRAPHIC-MASTER
004100     RECORD CONTAINS 200 CHARACTERS.
004200 01  DEMOGRAPHIC-RECORD.
004300     COPY "demorec.cpy".
004400 FD  DEMO-JOURNAL
004500     RECORD CONTAINS 430 CHARACTERS.
004600 01  DEMO-JOURNAL-RECORD.
004700     COPY "demjrnl.cpy".
004800 WORKING-STORAGE SECTION.
007600         10  FILLER             PIC X(02).
007700 01  WS-JOURNAL-CONTROLS.
007800     05  WS-DJ-ACTION          PIC X(08).
007900     05  WS-BEFORE-IMAGE       PIC X(200).
008000 01  WS-OPERATOR-ID            PIC X(08)  VALUE "DEMOMNT".
008100 01  FSC-CONTROLS.
008200     COPY "fscctl.cpy".
018800     END-IF
018900     MOVE SPACES TO WS-BEFORE-IMAGE
019000     MOVE "WRITE" TO WS-DJ-ACTION
019050     MOVE SPACES TO DEMOGRAPHIC-RECORD
019100     PERFORM 2600-BUILD-DEMO-RECORD THRU 2600-EXIT
019200     WRITE DEMOGRAPHIC-RECORD
019300     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
021000         ", " DM-FIRST-NAME " " DM-MIDDLE-INIT
021100     DISPLAY "DEMOMNT - CURRENT STATUS: " DM-ENROLL-STATUS
021200         " DEPARTED: " DM-DEPART-DATE
021250     IF DM-ADDRESS-UNDELIVERABLE
021250         DISPLAY "DEMOMNT - MAIL RETURNED UNDELIVERABLE ON "
021250             DM-UNDELIV-DATE " - MAIL IS HELD"
021250         DISPLAY "DEMOMNT - CURRENT ADDRESS: " DM-ADDRESS-LINE-1
021250         DISPLAY "DEMOMNT -                  " DM-CITY " "
021250             DM-STATE " " DM-ZIP-CODE
021250     END-IF
021300     MOVE DEMOGRAPHIC-RECORD TO WS-BEFORE-IMAGE
021400     PERFORM 2500-GET-FIELDS THRU 2500-EXIT
021500     IF WS-ENTRY-LAST = SPACES
031100*                          THE ENTRY FIELDS                  *
031200*-----------------------------------------------------------*
031300 2600-BUILD-DEMO-RECORD.
031350     IF DM-ADDRESS-UNDELIVERABLE
031350         PERFORM 2650-CHECK-NEW-ADDRESS THRU 2650-EXIT
031350     END-IF
031400     MOVE WS-ENTRY-ID       TO DM-STUDENT-ID
031500     MOVE WS-ENTRY-LAST     TO DM-LAST-NAME
031600     MOVE WS-ENTRY-FIRST    TO DM-FIRST-NAME
032700     .
032800 2600-EXIT.
032900     EXIT.
032950*-----------------------------------------------------------*
032950* 2650-CHECK-NEW-ADDRESS - RECORD IS MARKED UNDELIVERABLE;   *
032950*                          A DIFFERENT ADDRESS CLEARS THE    *
032950*                          FLAG, THE SAME ONE KEEPS THE      *
032950*                          MAIL HELD                         *
032950*-----------------------------------------------------------*
032950 2650-CHECK-NEW-ADDRESS.
032950     IF WS-ENTRY-ADDR1 = DM-ADDRESS-LINE-1
032950             AND WS-ENTRY-ADDR2 = DM-ADDRESS-LINE-2
032950             AND WS-ENTRY-CITY = DM-CITY
032950             AND WS-ENTRY-STATE = DM-STATE
032950             AND WS-ENTRY-ZIP = DM-ZIP-CODE
032950         DISPLAY "DEMOMNT - ADDRESS UNCHANGED - MAIL STAYS HELD"
032950         GO TO 2650-EXIT
032950     END-IF
032950     MOVE SPACE  TO DM-MAIL-STATUS
032950     MOVE SPACES TO DM-UNDELIV-DATE
032950     DISPLAY "DEMOMNT - NEW ADDRESS - UNDELIVERABLE FLAG CLEARED"
032950     .
032950 2650-EXIT.
032950     EXIT.
033000*-----------------------------------------------------------*
033100* 2700-WRITE-JOURNAL - SAME BEFORE/AFTER JOURNALING AS THE   *
033200*                      GRADE MASTER GETS, INTO THE           *
