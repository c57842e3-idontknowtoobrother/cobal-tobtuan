000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RELMNT.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - RECORDS-RELEASE REQUEST       *
001300*                   MAINTENANCE. LOGS EACH TRANSCRIPT OR     *
001400*                   RECORDS REQUEST (WHO ASKED, FOR WHICH    *
001500*                   STUDENT, THE PURPOSE, AND WHERE TO SEND  *
001600*                   IT) ONTO THE RELQUEUE KSDS AS PENDING    *
001700*                   (RELREQ.CPY), LISTS THE PENDING QUEUE,   *
001800*                   SHOWS ONE REQUEST, AND CANCELS A         *
001900*                   REQUEST THAT HAS NOT RUN YET. OFFTRANS   *
002000*                   WORKS THE QUEUE AND MARKS EACH REQUEST   *
002100*                   FULFILLED OR REFUSED. CALLED FROM        *
002200*                   MAIN-MENU WITH THE SIGNED-ON OPERATOR-   *
002300*                   ID; REGISTRAR-LEVEL OPERATORS ONLY.      *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT RELEASE-QUEUE ASSIGN TO RELQUEUE
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS RQ-REQUEST-NO
003200         FILE STATUS IS FSC-STATUS-CODE.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  RELEASE-QUEUE
003600     RECORD CONTAINS 240 CHARACTERS.
003700 01  RELEASE-REQUEST-RECORD.
003800     COPY "relreq.cpy".
003900 WORKING-STORAGE SECTION.
004000 01  WS-SWITCHES.
004100     05  WS-MAINT-DONE-SW      PIC X(01).
004200         88  MAINT-IS-DONE                 VALUE "Q".
004300     05  WS-FOUND-SW           PIC X(01).
004400         88  REQUEST-FOUND                 VALUE "Y".
004500     05  WS-LIST-EOF-SW        PIC X(01).
004600         88  LIST-AT-END                   VALUE "Y".
004700     05  WS-KEY-FREE-SW        PIC X(01).
004800         88  REQUEST-NO-IS-FREE            VALUE "Y".
004900 01  WS-MAINT-ACTION           PIC X(01).
005000 01  WS-ENTRY-FIELDS.
005100     05  WS-ENTRY-REQUEST-NO   PIC X(08).
005200     05  WS-ENTRY-REQUEST-PARTS REDEFINES WS-ENTRY-REQUEST-NO.
005300         10  WS-ENTRY-REQ-DATE PIC X(06).
005400         10  WS-ENTRY-REQ-SEQ  PIC 9(02).
005500     05  WS-ENTRY-CONFIRM      PIC X(01).
005600 01  WS-LIST-FIELDS.
005700     05  WS-LIST-COUNT         PIC 9(05)  COMP VALUE ZERO.
005800     05  WS-LIST-COUNT-DISP    PIC ZZ,ZZ9.
005900 01  WS-RUN-STAMP.
006000     05  WS-RUN-DATE           PIC X(08).
006100     05  WS-RUN-TIME.
006200         10  WS-RUN-TIME-HHMMSS PIC X(06).
006300         10  FILLER             PIC X(02).
006400 01  WS-OPERATOR-ID            PIC X(08)  VALUE "RELMNT".
006500 01  FSC-CONTROLS.
006600     COPY "fscctl.cpy".
006700 LINKAGE SECTION.
006800 01  LK-OPERATOR-ID            PIC X(08).
006900 PROCEDURE DIVISION USING LK-OPERATOR-ID.
007000*-----------------------------------------------------------*
007100* 0000-MAINLINE                                             *
007200*-----------------------------------------------------------*
007300 0000-MAINLINE.
007400     IF LK-OPERATOR-ID NOT = SPACES
007500         MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
007600     END-IF
007700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007800     PERFORM 2000-MAINT-ONE-ACTION THRU 2000-EXIT
007900         UNTIL MAINT-IS-DONE
008000     PERFORM 3000-TERMINATE THRU 3000-EXIT
008100     GOBACK.
008200*-----------------------------------------------------------*
008300* 1000-INITIALIZE - OPEN THE REQUEST QUEUE FOR UPDATE,      *
008400*                   CREATING IT ON THE FIRST RUN EVER        *
008500*-----------------------------------------------------------*
008600 1000-INITIALIZE.
008700     DISPLAY "RELMNT - RECORDS-RELEASE REQUEST MAINTENANCE"
008800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
008900     ACCEPT WS-RUN-TIME FROM TIME
009000     OPEN I-O RELEASE-QUEUE
009100     IF FSC-STATUS-CODE = "35"
009200         OPEN OUTPUT RELEASE-QUEUE
009300         CLOSE RELEASE-QUEUE
009400         OPEN I-O RELEASE-QUEUE
009500     END-IF
009600     MOVE "RELEASE-QUEUE" TO FSC-FILE-NAME
009700     MOVE "OPEN"          TO FSC-OPERATION
009800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
009900     MOVE SPACE TO WS-MAINT-DONE-SW
010000     .
010100 1000-EXIT.
010200     EXIT.
010300*-----------------------------------------------------------*
010400* 2000-MAINT-ONE-ACTION - ONE ADD, LIST, INQUIRY, OR CANCEL *
010500*-----------------------------------------------------------*
010600 2000-MAINT-ONE-ACTION.
010700     DISPLAY "RELMNT - ACTION (A=ADD, L=LIST PENDING, "
010800         "I=INQUIRE, X=CANCEL, Q=QUIT): "
010900     ACCEPT WS-MAINT-ACTION
011000     EVALUATE WS-MAINT-ACTION
011100         WHEN "Q"
011200             SET MAINT-IS-DONE TO TRUE
011300         WHEN "A"
011400             PERFORM 2100-ADD-REQUEST THRU 2100-EXIT
011500         WHEN "L"
011600             PERFORM 2200-LIST-PENDING THRU 2200-EXIT
011700         WHEN "I"
011800             PERFORM 2300-INQUIRE-REQUEST THRU 2300-EXIT
011900         WHEN "X"
012000             PERFORM 2400-CANCEL-REQUEST THRU 2400-EXIT
012100         WHEN OTHER
012200             DISPLAY "RELMNT - NOT A VALID ACTION"
012300     END-EVALUATE
012400     .
012500 2000-EXIT.
012600     EXIT.
012700*-----------------------------------------------------------*
012800* 2100-ADD-REQUEST - TAKE DOWN ONE PAPER REQUEST AND QUEUE  *
012900*                    IT AS PENDING UNDER THE NEXT FREE       *
013000*                    REQUEST NUMBER FOR TODAY                *
013100*-----------------------------------------------------------*
013200 2100-ADD-REQUEST.
013300     MOVE SPACES TO RELEASE-REQUEST-RECORD
013400     DISPLAY "RELMNT - ENTER STUDENT-ID: "
013500     ACCEPT RQ-STUDENT-ID
013600     DISPLAY "RELMNT - ENTER REQUESTER NAME: "
013700     ACCEPT RQ-REQUESTER-NAME
013800     DISPLAY "RELMNT - REQUESTER TYPE (S=STUDENT, G=GUARDIAN, "
013900         "I=INSTITUTION, E=EMPLOYER, O=OTHER): "
014000     ACCEPT RQ-REQUESTER-TYPE
014100     DISPLAY "RELMNT - ENTER PURPOSE OF THE REQUEST: "
014200     ACCEPT RQ-PURPOSE
014300     DISPLAY "RELMNT - SEND TO NAME: "
014400     ACCEPT RQ-SEND-TO-NAME
014500     DISPLAY "RELMNT - SEND TO ADDRESS LINE 1: "
014600     ACCEPT RQ-SEND-TO-ADDR-1
014700     DISPLAY "RELMNT - SEND TO ADDRESS LINE 2: "
014800     ACCEPT RQ-SEND-TO-ADDR-2
014900     DISPLAY "RELMNT - SEND TO CITY: "
015000     ACCEPT RQ-SEND-TO-CITY
015100     DISPLAY "RELMNT - SEND TO STATE: "
015200     ACCEPT RQ-SEND-TO-STATE
015300     DISPLAY "RELMNT - SEND TO ZIP CODE: "
015400     ACCEPT RQ-SEND-TO-ZIP
015500     IF RQ-STUDENT-ID = SPACES OR RQ-REQUESTER-NAME = SPACES
015600             OR RQ-PURPOSE = SPACES
015700         DISPLAY "RELMNT - STUDENT-ID, REQUESTER, AND PURPOSE "
015800             "ALL REQUIRED - ACTION ABANDONED"
015900         GO TO 2100-EXIT
016000     END-IF
016100     IF NOT RQ-REQUESTER-TYPE-VALID
016200         DISPLAY "RELMNT - NOT A VALID REQUESTER TYPE - "
016300             "ACTION ABANDONED"
016400         GO TO 2100-EXIT
016500     END-IF
016600     IF RQ-SEND-TO-NAME = SPACES OR RQ-SEND-TO-ADDR-1 = SPACES
016700             OR RQ-SEND-TO-CITY = SPACES
016800         DISPLAY "RELMNT - SEND-TO NAME, ADDRESS, AND CITY ALL "
016900             "REQUIRED - ACTION ABANDONED"
017000         GO TO 2100-EXIT
017100     END-IF
017200     PERFORM 2150-ASSIGN-REQUEST-NO THRU 2150-EXIT
017300     IF NOT REQUEST-NO-IS-FREE
017400         DISPLAY "RELMNT - 99 REQUESTS ALREADY LOGGED TODAY - "
017500             "ACTION ABANDONED"
017600         GO TO 2100-EXIT
017700     END-IF
017800     MOVE WS-ENTRY-REQUEST-NO TO RQ-REQUEST-NO
017900     MOVE WS-RUN-DATE         TO RQ-RECEIVED-DATE
018000     MOVE WS-OPERATOR-ID      TO RQ-ENTERED-BY
018100     SET RQ-PENDING TO TRUE
018200     MOVE WS-RUN-DATE         TO RQ-STATUS-DATE
018300     MOVE SPACES              TO RQ-REFUSE-REASON
018400     WRITE RELEASE-REQUEST-RECORD
018500     MOVE "RELEASE-QUEUE" TO FSC-FILE-NAME
018600     MOVE "WRITE"         TO FSC-OPERATION
018700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
018800     DISPLAY "RELMNT - REQUEST " RQ-REQUEST-NO " QUEUED FOR "
018900         "STUDENT " RQ-STUDENT-ID " - RELEASED ON THE NEXT "
019000         "OFFTRANS RUN"
019100     .
019200 2100-EXIT.
019300     EXIT.
019400*-----------------------------------------------------------*
019500* 2150-ASSIGN-REQUEST-NO - FIRST UNUSED YYMMDDNN KEY FOR    *
019600*                          THE RUN DATE; A START READS NO    *
019700*                          RECORD, SO THE ONE BEING BUILT    *
019800*                          SURVIVES THE PROBES               *
019900*-----------------------------------------------------------*
020000 2150-ASSIGN-REQUEST-NO.
020100     MOVE "N" TO WS-KEY-FREE-SW
020200     MOVE WS-RUN-DATE (3:6) TO WS-ENTRY-REQ-DATE
020300     MOVE ZERO TO WS-ENTRY-REQ-SEQ
020400     PERFORM 2160-PROBE-ONE-REQUEST-NO THRU 2160-EXIT
020500         UNTIL REQUEST-NO-IS-FREE OR WS-ENTRY-REQ-SEQ = 99
020600     .
020700 2150-EXIT.
020800     EXIT.
020900*-----------------------------------------------------------*
021000* 2160-PROBE-ONE-REQUEST-NO - TRY THE NEXT SEQUENCE NUMBER  *
021100*-----------------------------------------------------------*
021200 2160-PROBE-ONE-REQUEST-NO.
021300     ADD 1 TO WS-ENTRY-REQ-SEQ
021400     MOVE WS-ENTRY-REQUEST-NO TO RQ-REQUEST-NO
021500     START RELEASE-QUEUE KEY = RQ-REQUEST-NO
021600         INVALID KEY
021700             SET REQUEST-NO-IS-FREE TO TRUE
021800     END-START
021900     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "23"
022000         MOVE "RELEASE-QUEUE" TO FSC-FILE-NAME
022100         MOVE "START"         TO FSC-OPERATION
022200         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
022300     END-IF
022400     .
022500 2160-EXIT.
022600     EXIT.
022700*-----------------------------------------------------------*
022800* 2200-LIST-PENDING - EVERY PENDING REQUEST IN ARRIVAL      *
022900*                     (KEY) ORDER                           *
023000*-----------------------------------------------------------*
023100 2200-LIST-PENDING.
023200     MOVE ZERO TO WS-LIST-COUNT
023300     MOVE "N" TO WS-LIST-EOF-SW
023400     MOVE LOW-VALUES TO RQ-REQUEST-NO
023500     START RELEASE-QUEUE KEY NOT LESS THAN RQ-REQUEST-NO
023600         INVALID KEY
023700             SET LIST-AT-END TO TRUE
023800     END-START
023900     PERFORM 2250-LIST-ONE-REQUEST THRU 2250-EXIT
024000         UNTIL LIST-AT-END
024100     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-DISP
024200     DISPLAY "RELMNT - " WS-LIST-COUNT-DISP " REQUEST(S) PENDING"
024300     .
024400 2200-EXIT.
024500     EXIT.
024600*-----------------------------------------------------------*
024700* 2250-LIST-ONE-REQUEST - NEXT REQUEST; ONE LINE IF PENDING *
024800*-----------------------------------------------------------*
024900 2250-LIST-ONE-REQUEST.
025000     READ RELEASE-QUEUE NEXT
025100         AT END
025200             SET LIST-AT-END TO TRUE
025300             GO TO 2250-EXIT
025400     END-READ
025500     MOVE "RELEASE-QUEUE" TO FSC-FILE-NAME
025600     MOVE "READ"          TO FSC-OPERATION
025700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
025800     IF NOT RQ-PENDING
025900         GO TO 2250-EXIT
026000     END-IF
026100     ADD 1 TO WS-LIST-COUNT
026200     DISPLAY RQ-REQUEST-NO " " RQ-STUDENT-ID " "
026300         RQ-REQUESTER-TYPE " " RQ-REQUESTER-NAME " "
026400         RQ-RECEIVED-DATE
026500     .
026600 2250-EXIT.
026700     EXIT.
026800*-----------------------------------------------------------*
026900* 2300-INQUIRE-REQUEST - SHOW ONE REQUEST IN FULL           *
027000*-----------------------------------------------------------*
027100 2300-INQUIRE-REQUEST.
027200     PERFORM 2500-READ-ENTERED-REQUEST THRU 2500-EXIT
027300     IF NOT REQUEST-FOUND
027400         GO TO 2300-EXIT
027500     END-IF
027600     DISPLAY "RELMNT - STUDENT-ID: " RQ-STUDENT-ID
027700         "  RECEIVED: " RQ-RECEIVED-DATE
027800         "  BY: " RQ-ENTERED-BY
027900     DISPLAY "RELMNT - REQUESTER: " RQ-REQUESTER-NAME
028000         " (" RQ-REQUESTER-TYPE ")"
028100     DISPLAY "RELMNT - PURPOSE: " RQ-PURPOSE
028200     DISPLAY "RELMNT - SEND TO: " RQ-SEND-TO-NAME
028300     DISPLAY "RELMNT -          " RQ-SEND-TO-ADDR-1
028400     IF RQ-SEND-TO-ADDR-2 NOT = SPACES
028500         DISPLAY "RELMNT -          " RQ-SEND-TO-ADDR-2
028600     END-IF
028700     DISPLAY "RELMNT -          " RQ-SEND-TO-CITY " "
028800         RQ-SEND-TO-STATE " " RQ-SEND-TO-ZIP
028900     EVALUATE TRUE
029000         WHEN RQ-PENDING
029100             DISPLAY "RELMNT - STATUS: PENDING"
029200         WHEN RQ-FULFILLED
029300             DISPLAY "RELMNT - STATUS: FULFILLED " RQ-STATUS-DATE
029400         WHEN RQ-REFUSED
029500             DISPLAY "RELMNT - STATUS: REFUSED " RQ-STATUS-DATE
029600                 " REASON " RQ-REFUSE-REASON
029700         WHEN RQ-CANCELLED
029800             DISPLAY "RELMNT - STATUS: CANCELLED " RQ-STATUS-DATE
029900     END-EVALUATE
030000     .
030100 2300-EXIT.
030200     EXIT.
030300*-----------------------------------------------------------*
030400* 2400-CANCEL-REQUEST - WITHDRAW A REQUEST THAT HAS NOT     *
030500*                       RUN; THE RECORD STAYS FOR THE AUDIT  *
030600*                       TRAIL, MARKED CANCELLED              *
030700*-----------------------------------------------------------*
030800 2400-CANCEL-REQUEST.
030900     PERFORM 2500-READ-ENTERED-REQUEST THRU 2500-EXIT
031000     IF NOT REQUEST-FOUND
031100         GO TO 2400-EXIT
031200     END-IF
031300     IF NOT RQ-PENDING
031400         DISPLAY "RELMNT - REQUEST IS NO LONGER PENDING - "
031500             "NOTHING TO CANCEL"
031600         GO TO 2400-EXIT
031700     END-IF
031800     DISPLAY "RELMNT - CANCEL REQUEST " RQ-REQUEST-NO
031900         " FOR STUDENT " RQ-STUDENT-ID "? (Y/N): "
032000     ACCEPT WS-ENTRY-CONFIRM
032100     IF WS-ENTRY-CONFIRM NOT = "Y"
032200         DISPLAY "RELMNT - REQUEST LEFT PENDING"
032300         GO TO 2400-EXIT
032400     END-IF
032500     SET RQ-CANCELLED TO TRUE
032600     MOVE WS-RUN-DATE TO RQ-STATUS-DATE
032700     REWRITE RELEASE-REQUEST-RECORD
032800     MOVE "RELEASE-QUEUE" TO FSC-FILE-NAME
032900     MOVE "REWRITE"       TO FSC-OPERATION
033000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
033100     DISPLAY "RELMNT - REQUEST " RQ-REQUEST-NO " CANCELLED"
033200     .
033300 2400-EXIT.
033400     EXIT.
033500*-----------------------------------------------------------*
033600* 2500-READ-ENTERED-REQUEST - ACCEPT A REQUEST NUMBER AND   *
033700*                             READ IT                        *
033800*-----------------------------------------------------------*
033900 2500-READ-ENTERED-REQUEST.
034000     MOVE "N" TO WS-FOUND-SW
034100     DISPLAY "RELMNT - ENTER REQUEST NUMBER: "
034200     ACCEPT WS-ENTRY-REQUEST-NO
034300     IF WS-ENTRY-REQUEST-NO = SPACES
034400         GO TO 2500-EXIT
034500     END-IF
034600     MOVE WS-ENTRY-REQUEST-NO TO RQ-REQUEST-NO
034700     READ RELEASE-QUEUE
034800         INVALID KEY CONTINUE
034900     END-READ
035000     IF FSC-STATUS-CODE = "00"
035100         SET REQUEST-FOUND TO TRUE
035200     ELSE
035300         IF FSC-STATUS-CODE NOT = "23"
035400             MOVE "RELEASE-QUEUE" TO FSC-FILE-NAME
035500             MOVE "READ"          TO FSC-OPERATION
035600             PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035700         END-IF
035800         DISPLAY "RELMNT - NO SUCH REQUEST NUMBER"
035900     END-IF
036000     .
036100 2500-EXIT.
036200     EXIT.
036300*-----------------------------------------------------------*
036400* 3000-TERMINATE - CLOSE THE REQUEST QUEUE                  *
036500*-----------------------------------------------------------*
036600 3000-TERMINATE.
036700     CLOSE RELEASE-QUEUE
036800     MOVE "RELEASE-QUEUE" TO FSC-FILE-NAME
036900     MOVE "CLOSE"         TO FSC-OPERATION
037000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037100     .
037200 3000-EXIT.
037300     EXIT.
037400     COPY "fscchk.cpy".
037500 END PROGRAM RELMNT.
