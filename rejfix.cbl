002570*                   RJ-OPERATOR-ID, WHICH REJRECYC CARRIES   *
002571*                   INTO THE RECYCLED ADD'S TR-AUTH-CODE     *
002572*                   FOR GETINPUT TO VERIFY AGAINST OPERSEC.  *
002573*  10/15/2026  DT   A REASON-15 OR REASON-16 APPROVAL (E OR  *
002573*                   W POSTED PAST THE TERM'S ADD/DROP OR     *
002573*                   WITHDRAWAL DEADLINE) ASKS FOR THE        *
002573*                   AUTHORIZING LEVEL-2 OPERATOR-ID THE SAME *
002573*                   WAY AS REASON 11 - WITHOUT ONE IT WOULD  *
002573*                   ONLY BOUNCE OFF THE DEADLINE AGAIN.      *
002586*  10/15/2026  DT   APPROVING A REASON-17 SCHEDULE CONFLICT  *
002586*                   ALSO TAKES A LEVEL-2 AUTHORIZER, CARRIED *
002586*                   TO THE RECYCLE FEED LIKE 11/15/16.       *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  ERROR-LOG
003900     RECORD CONTAINS 117 CHARACTERS.
004000 01  ERROR-LOG-RECORD.
004100     COPY "rejrec.cpy".
004200     COPY "studrec.cpy".
004300 FD  REJECT-UPDATED
004400     RECORD CONTAINS 117 CHARACTERS.
004500 01  REJECT-UPDATED-RECORD         PIC X(117).
004600 WORKING-STORAGE SECTION.
004700 01  WS-SWITCHES.
004800     05  WS-EOF-SW                 PIC X(01)  VALUE "N".
012400         WHEN OTHER
012500             CONTINUE
012600     END-EVALUATE
012610     IF RJ-APPROVED AND (RJ-REJECT-CODE = "11"
012610             OR RJ-REJECT-CODE = "15" OR RJ-REJECT-CODE = "16"
012610             OR RJ-REJECT-CODE = "17")
012620         PERFORM 2600-TAKE-PREREQ-AUTH THRU 2600-EXIT
012630     END-IF
012700     .
018200 2500-EXIT.
018300     EXIT.
018310*-----------------------------------------------------------*
018320* 2600-TAKE-PREREQ-AUTH - A REASON-11 APPROVAL (OR A 15/16   *
018320*                         PAST-DEADLINE ONE, OR A 17         *
018320*                         SCHEDULE CONFLICT) GOES BACK IN    *
018330*                         ONLY UNDER A LEVEL-2 AUTHORIZER,   *
018340*                         WHOSE OPERATOR-ID RIDES            *
018350*                         RJ-OPERATOR-ID TO THE RECYCLE      *
018370*                         VERIFIES IT AGAINST OPERSEC        *
018380*-----------------------------------------------------------*
018390 2600-TAKE-PREREQ-AUTH.
018391     EVALUATE RJ-REJECT-CODE
018391         WHEN "15"
018391             DISPLAY "REJFIX - REASON 15 (PAST ADD/DROP "
018391                 "DEADLINE) - ENTER THE AUTHORIZING LEVEL-2 "
018391                 "OPERATOR-ID: "
018391         WHEN "16"
018391             DISPLAY "REJFIX - REASON 16 (PAST WITHDRAWAL "
018391                 "DEADLINE) - ENTER THE AUTHORIZING LEVEL-2 "
018391                 "OPERATOR-ID: "
018391         WHEN "17"
018391             DISPLAY "REJFIX - REASON 17 (SCHEDULE CONFLICT) - "
018391                 "ENTER THE AUTHORIZING LEVEL-2 OPERATOR-ID: "
018391         WHEN OTHER
018391             DISPLAY "REJFIX - REASON 11 (PREREQUISITE NOT "
018391                 "MET) - ENTER THE AUTHORIZING LEVEL-2 "
018392                 "OPERATOR-ID: "
018392     END-EVALUATE
018393     ACCEPT WS-ENTRY-AUTH
018394     IF WS-ENTRY-AUTH = SPACES
018395         DISPLAY "REJFIX - NO AUTHORIZER GIVEN - REJECT "
