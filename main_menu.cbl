002365*                   KSDS REFUSES ADD/CHANGE/DELETE UNTIL THE APPEAL      *
002366*                   IS SETTLED. THE MENU CHOICE WIDENED TO TWO           *
002367*                   CHARACTERS AND EXIT MOVED FROM 9 TO 10.              *
002368*  10/15/2026  DT   ADDED A RECORDS-RELEASE REQUEST OPTION               *
002368*                   (REGISTRAR ONLY, CALLS RELMNT) THAT LOGS             *
002368*                   TRANSCRIPT REQUESTS ONTO THE RELQUEUE KSDS FOR       *
002368*                   OFFTRANS. OPTIONS 4 AND 6 NOW WRITE THE              *
002368*                   DISCLOG DISCLOSURE LOG (INSIDE GETINPUT) UNDER       *
002368*                   THE SIGNED-ON OPERATOR-ID. EXIT MOVED FROM 10        *
002368*                   TO 11.                                               *
002369*  10/15/2026  DT   ADDED AN ACADEMIC CALENDAR OPTION (REGISTRAR         *
002369*                   ONLY, CALLS CALMNT) THAT MAINTAINS THE               *
002369*                   PER-TERM ADD/DROP AND WITHDRAWAL DEADLINES           *
002369*                   GETINPUT ENFORCES. EXIT MOVED FROM 11 TO 12.         *
002369*  10/15/2026  DT   ADDED A GRADE-ENTRY OPTION (CALLS        *
002369*                   GRDENTRY) FOR THE NEW INSTRUCTOR SIGN-ON *
002369*                   LEVEL (3) AND FOR REGISTRARS. AN         *
002369*                   INSTRUCTOR SEES AND MAY CHOOSE ONLY      *
002369*                   GRADE ENTRY AND EXIT, AND GRDENTRY       *
002369*                   LIMITS HIM OR HER TO THE SECTIONS        *
002369*                   INSTASGN ASSIGNS. EXIT MOVED FROM 12 TO  *
002369*                   13.                                      *
002369*  10/15/2026  DT   MASTER MAINTENANCE ASKS FOR THE SITE     *
002369*                   CODE - BLANK ON AN ADD MEANS THE HOME    *
002369*                   CAMPUS "01", BLANK ON A CHANGE KEEPS THE *
002369*                   RECORD'S CURRENT SITE.                   *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002800 DATA DIVISION.
002810 FILE SECTION.
002820 FD  STUDENT-MASTER
002830     RECORD CONTAINS 97 CHARACTERS.
002840 01  STUDENT-MASTER-RECORD.
002850     COPY "studrec.cpy".
002860 FD  AUDIT-JOURNAL
002870     RECORD CONTAINS 240 CHARACTERS.
002880 01  AUDIT-JOURNAL-RECORD.
002890     COPY "audjrnl.cpy".
002892 FD  OPERATOR-SECURITY
003751     05  WS-AUTH-LEVEL         PIC X(01)  VALUE SPACE.
003751         88  SIGNED-ON-INQUIRY             VALUE "1".
003751         88  SIGNED-ON-REGISTRAR           VALUE "2".
003751         88  SIGNED-ON-INSTRUCTOR          VALUE "3".
003751     05  WS-SIGNON-OK-SW       PIC X(01)  VALUE "N".
003751         88  SIGNON-ACCEPTED               VALUE "Y".
003751     05  WS-SIGNON-TRIES       PIC 9(01)  VALUE ZERO.
003766                               PIC 9(03)V9.
003767     05  WS-ENTRY-STATUS       PIC X(01).
003768     05  WS-ENTRY-TERM         PIC X(05).
003768     05  WS-ENTRY-SITE         PIC X(02).
003770 01  WS-RUN-STAMP.
003771     05  WS-RUN-DATE           PIC X(08).
003772     05  WS-RUN-TIME.
003774         10  FILLER             PIC X(02).
003776 01  WS-JOURNAL-CONTROLS.
003777     05  WS-JR-ACTION          PIC X(08).
003778     05  WS-BEFORE-IMAGE       PIC X(97).
003779     05  WS-JR-SEQUENCE        PIC 9(07)  VALUE ZERO.
003780 01  FSC-CONTROLS.
003781     COPY "fscctl.cpy".
006000 2000-PROCESS-MENU.
006100     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
006200     ACCEPT WS-MENU-CHOICE
006210     IF SIGNED-ON-INSTRUCTOR
006220             AND WS-MENU-CHOICE NOT = "12"
006230             AND WS-MENU-CHOICE NOT = "13"
006240         DISPLAY "MAIN-MENU - INSTRUCTORS MAY ONLY ENTER GRADES"
006250         GO TO 2000-EXIT
006260     END-IF
006300     EVALUATE WS-MENU-CHOICE
006400         WHEN "1"
006410             IF SIGNED-ON-REGISTRAR
007002                     "GRADE HOLDS"
007003             END-IF
007004         WHEN "10"
007004             IF SIGNED-ON-REGISTRAR
007004                 PERFORM 3400-RUN-RELEASE-MAINT THRU 3400-EXIT
007004             ELSE
007004                 DISPLAY "MAIN-MENU - NOT AUTHORIZED FOR "
007004                     "RECORDS-RELEASE REQUESTS"
007004             END-IF
007004         WHEN "11"
007005             IF SIGNED-ON-REGISTRAR
007005                 PERFORM 3500-RUN-CALENDAR-MAINT THRU 3500-EXIT
007005             ELSE
007005                 DISPLAY "MAIN-MENU - NOT AUTHORIZED FOR "
007005                     "ACADEMIC CALENDAR MAINTENANCE"
007005             END-IF
007005         WHEN "12"
007005             IF SIGNED-ON-INSTRUCTOR OR SIGNED-ON-REGISTRAR
007005                 PERFORM 3600-RUN-GRADE-ENTRY THRU 3600-EXIT
007005             ELSE
007005                 DISPLAY "MAIN-MENU - NOT AUTHORIZED FOR "
007005                     "GRADE ENTRY"
007005             END-IF
007005         WHEN "13"
007100             SET MENU-IS-DONE TO TRUE
007200         WHEN OTHER
007300             DISPLAY "MAIN-MENU - NOT A VALID CHOICE - TRY AGAIN"
008000*-----------------------------------------------------------*
008100 2100-DISPLAY-MENU.
008200     DISPLAY " "
008202     IF SIGNED-ON-INSTRUCTOR
008204         DISPLAY "12. ENTER GRADES FOR MY SECTIONS"
008206         DISPLAY "13. EXIT"
008208         DISPLAY "ENTER CHOICE: "
008209         GO TO 2100-EXIT
008209     END-IF
008210     IF SIGNED-ON-REGISTRAR
008300         DISPLAY "1. RUN ROSTER BATCH (GRADE TOTALS AND "
008310             "DEDUCTIONS)"
008574         DISPLAY "7. MAINTAIN THE COURSE CATALOG"
008578         DISPLAY "8. MAINTAIN STUDENT DEMOGRAPHICS"
008579         DISPLAY "9. MAINTAIN GRADE HOLDS (APPEALS)"
008579         DISPLAY "10. RECORDS-RELEASE (TRANSCRIPT) REQUESTS"
008579         DISPLAY "11. MAINTAIN THE ACADEMIC CALENDAR "
008579             "(TERM DEADLINES)"
008579         DISPLAY "12. ENTER GRADES FOR ANY ASSIGNED SECTION"
008580     END-IF
008600     DISPLAY "13. EXIT"
008700     DISPLAY "ENTER CHOICE: "
008800     .
008900 2100-EXIT.
013226     END-IF
013228     DISPLAY "MAIN-MENU - ENTER TERM CODE (MAY BE BLANK): "
013230     ACCEPT WS-ENTRY-TERM
013230     DISPLAY "MAIN-MENU - ENTER SITE CODE (BLANK = "
013230         "HOME CAMPUS OR UNCHANGED): "
013230     ACCEPT WS-ENTRY-SITE
013232     .
013234 2650-EXIT.
013236     EXIT.
013270         OF STUDENT-MASTER-RECORD
013272     MOVE WS-RUN-DATE     TO SR-POSTED-DATE
013274         OF STUDENT-MASTER-RECORD
013274     IF WS-ENTRY-SITE NOT = SPACES
013274         MOVE WS-ENTRY-SITE TO SR-SITE-CODE
013274             OF STUDENT-MASTER-RECORD
013274     ELSE
013274         IF WS-JR-ACTION = "WRITE"
013274             MOVE "01" TO SR-SITE-CODE OF STUDENT-MASTER-RECORD
013274         END-IF
013274     END-IF
013276     IF WS-ENTRY-STATUS = "N"
013278         MOVE WS-ENTRY-GRADE TO SR-GRADE
013280             OF STUDENT-MASTER-RECORD
013375     .
013375 3300-EXIT.
013375     EXIT.
013375*-----------------------------------------------------------*
013375* 3400-RUN-RELEASE-MAINT - CALL THE RECORDS-RELEASE REQUEST  *
013375*                          MAINTENANCE PROGRAM WITH THE      *
013375*                          SIGNED-ON OPERATOR-ID             *
013375*-----------------------------------------------------------*
013375 3400-RUN-RELEASE-MAINT.
013375     CALL "RELMNT" USING WS-OPERATOR-ID
013375     CANCEL "RELMNT"
013375     .
013375 3400-EXIT.
013375     EXIT.
013375*-----------------------------------------------------------*
013375* 3500-RUN-CALENDAR-MAINT - CALL CALMNT, WHICH MAINTAINS THE *
013375*                           PER-TERM ACADEMIC CALENDAR       *
013375*-----------------------------------------------------------*
013375 3500-RUN-CALENDAR-MAINT.
013375     CALL "CALMNT" USING WS-OPERATOR-ID
013375     CANCEL "CALMNT"
013375     .
013375 3500-EXIT.
013375     EXIT.
013375*-----------------------------------------------------------*
013375* 3600-RUN-GRADE-ENTRY - CALL GRDENTRY, WHICH KEYS GRADES    *
013375*                        ONTO THE GRDENTRY FEED FOR THE      *
013375*                        NEXT NIGHTLY LOAD                   *
013375*-----------------------------------------------------------*
013375 3600-RUN-GRADE-ENTRY.
013375     CALL "GRDENTRY" USING WS-OPERATOR-ID WS-AUTH-LEVEL
013375     CANCEL "GRDENTRY"
013375     .
013375 3600-EXIT.
013375     EXIT.
013376     COPY "fscchk.cpy".
013400 END PROGRAM MAIN-MENU.
