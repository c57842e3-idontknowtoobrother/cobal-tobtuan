000100*-----------------------------------------------------------*
000200* RELREQ - RECORDS-RELEASE REQUEST RECORD                    *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE RECORD PER TRANSCRIPT OR  *
000600*                   RECORDS REQUEST, IN THE RELQUEUE KSDS    *
000700*                   KEYED ON THE 8-BYTE REQUEST NUMBER       *
000800*                   (240-BYTE RECORDS, SEE JCL/GDGSETUP.JCL).*
000900*                   RELMNT (MAIN-MENU) LOGS THE REQUEST AS   *
001000*                   PENDING; OFFTRANS WORKS THE WHOLE QUEUE  *
001100*                   IN ONE RUN AND MARKS EACH ONE FULFILLED  *
001200*                   OR REFUSED. EVERY RELEASE IS ALSO        *
001300*                   WRITTEN TO THE DISCLOG DISCLOSURE LOG.   *
001400*-----------------------------------------------------------*
001500*  FIELD NOTES:                                              *
001600*    RQ-REQUEST-NO     RECEIVED DATE AS YYMMDD PLUS A TWO-   *
001700*                      DIGIT SEQUENCE WITHIN THE DAY, SO THE *
001800*                      KEY ORDER IS THE ARRIVAL ORDER.       *
001900*    RQ-REQUESTER-TYPE S = THE STUDENT, G = PARENT/GUARDIAN, *
002000*                      I = ANOTHER INSTITUTION, E = EMPLOYER,*
002100*                      O = OTHER (SUBPOENA, AGENCY, ETC.).   *
002200*    RQ-SEND-TO-...    WHERE THE RELEASED RECORD IS MAILED - *
002300*                      THE REQUESTER'S OWN ADDRESS OR A      *
002400*                      THIRD PARTY NAMED ON THE REQUEST.     *
002500*    RQ-STATUS         P = PENDING, F = FULFILLED, R =       *
002600*                      REFUSED, X = CANCELLED BEFORE IT RAN. *
002700*    RQ-REFUSE-REASON  HD = A GRADE HOLD IS ON FILE FOR THE  *
002800*                      STUDENT, DP = DEMOMAST SHOWS THE      *
002900*                      STUDENT DEPARTED, NR = NO COURSE      *
003000*                      RECORDS ON FILE TO RELEASE.           *
003100*-----------------------------------------------------------*
003200*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
003300*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
003400*                                                            *
003500*      01  RELEASE-REQUEST-RECORD.                           *
003600*          COPY "relreq.cpy".                                 *
003700*-----------------------------------------------------------*
003800     05  RQ-REQUEST-NO         PIC X(08).
003900     05  RQ-STUDENT-ID         PIC X(08).
004000     05  RQ-RECEIVED-DATE      PIC X(08).
004100     05  RQ-REQUESTER-NAME     PIC X(30).
004200     05  RQ-REQUESTER-TYPE     PIC X(01).
004300         88  RQ-BY-STUDENT                VALUE "S".
004400         88  RQ-BY-GUARDIAN               VALUE "G".
004500         88  RQ-BY-INSTITUTION            VALUE "I".
004600         88  RQ-BY-EMPLOYER               VALUE "E".
004700         88  RQ-BY-OTHER                  VALUE "O".
004800         88  RQ-REQUESTER-TYPE-VALID      VALUE "S" "G" "I"
004900                                                "E" "O".
005000     05  RQ-PURPOSE            PIC X(30).
005100     05  RQ-SEND-TO.
005200         10  RQ-SEND-TO-NAME   PIC X(30).
005300         10  RQ-SEND-TO-ADDR-1 PIC X(30).
005400         10  RQ-SEND-TO-ADDR-2 PIC X(30).
005500         10  RQ-SEND-TO-CITY   PIC X(20).
005600         10  RQ-SEND-TO-STATE  PIC X(02).
005700         10  RQ-SEND-TO-ZIP    PIC X(09).
005800     05  RQ-ENTERED-BY         PIC X(08).
005900     05  RQ-STATUS             PIC X(01).
006000         88  RQ-PENDING                   VALUE "P".
006100         88  RQ-FULFILLED                 VALUE "F".
006200         88  RQ-REFUSED                   VALUE "R".
006300         88  RQ-CANCELLED                 VALUE "X".
006400     05  RQ-STATUS-DATE        PIC X(08).
006500     05  RQ-REFUSE-REASON      PIC X(02).
006600         88  RQ-REFUSED-HOLD              VALUE "HD".
006700         88  RQ-REFUSED-DEPARTED          VALUE "DP".
006800         88  RQ-REFUSED-NO-RECORDS        VALUE "NR".
006900     05  FILLER                PIC X(15).
