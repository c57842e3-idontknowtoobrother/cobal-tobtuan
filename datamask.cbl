000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DATAMASK.
000300 AUTHOR. D-TORRES.
000400 INSTALLATION. REGISTRAR-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  DATE       INIT  DESCRIPTION                             *
001200*  10/15/2026  DT   ORIGINAL - MASKED TEST-DATA COPY. READS  *
001300*                   THE PRODUCTION STUDENT-MASTER, DEMOMAST, *
001400*                   GRADHIST AND ATTNHIST (INPUT ONLY) AND   *
001500*                   WRITES TEST COPIES WITH EVERY STUDENT-ID *
001600*                   REMAPPED AND EVERY NAME, ADDRESS,        *
001700*                   GUARDIAN NAME AND BIRTH DATE REPLACED.   *
001800*                   THE NEW ID IS A FIXED PERMUTATION OF THE *
001900*                   OLD 7-DIGIT BASE - BASE TIMES AN ODD     *
002000*                   MULTIPLIER NOT ENDING IN 5, PLUS AN      *
002100*                   OFFSET, MODULO 10,000,000, BOTH FROM THE *
002200*                   MASKCARD - WITH ITS CHECK DIGIT MINTED BY*
002300*                   IF-ELSE-GEN, SO NO TWO STUDENTS SHARE A  *
002400*                   NEW ID, THE TEST FILES STILL JOIN, AND   *
002500*                   EVERY NEW ID PASSES GETINPUT'S EDIT. THE *
002600*                   REPLACEMENT NAME AND ADDRESS ARE PICKED  *
002700*                   FROM FIXED TABLES BY A MIX OF THE OLD ID *
002800*                   AND THE CARD'S SEED, SO A STUDENT GETS   *
002900*                   THE SAME ONES IN EVERY FILE. BIRTH DATES *
003000*                   KEEP THE YEAR; MONTH AND DAY ARE         *
003100*                   SCRAMBLED. THE MASKING CERTIFICATE LISTS *
003200*                   EVERY FIELD MASKED, THE RECORD COUNTS BY *
003300*                   FILE AND THE CHECK-DIGIT PROOF OF THE NEW*
003400*                   IDS - NEVER THE CARD'S VALUES. A MISSING *
003500*                   OR BAD CARD BUILDS NOTHING (RC 8); A NEW *
003600*                   ID THAT FAILS THE CHECK DIGIT, OR A      *
003700*                   DUPLICATE TEST KEY, LEAVES THE COPY      *
003800*                   UNCERTIFIED (RC 8).                      *
003900*-----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT MASK-CARD ASSIGN TO MASKCARD
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FSC-STATUS-CODE.
004600     SELECT STUDENT-MASTER ASSIGN TO STUDMAST
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS SR-MASTER-KEY OF STUDENT-MASTER-RECORD
005000         ALTERNATE RECORD KEY IS SR-FULL-NAME
005100             OF STUDENT-MASTER-RECORD WITH DUPLICATES
005200         FILE STATUS IS FSC-STATUS-CODE.
005300     SELECT TEST-MASTER ASSIGN TO TSTMAST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS SR-MASTER-KEY OF TEST-MASTER-RECORD
005700         FILE STATUS IS FSC-STATUS-CODE.
005800     SELECT DEMOGRAPHIC-MASTER ASSIGN TO DEMOMAST
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS DM-STUDENT-ID OF DEMOGRAPHIC-RECORD
006200         FILE STATUS IS FSC-STATUS-CODE.
006300     SELECT TEST-DEMOGRAPHIC ASSIGN TO TSTDEMO
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS DM-STUDENT-ID OF TEST-DEMO-RECORD
006700         FILE STATUS IS FSC-STATUS-CODE.
006800     SELECT GRADE-HISTORY ASSIGN TO GRADHIST
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FSC-STATUS-CODE.
007100     SELECT TEST-GRADE-HISTORY ASSIGN TO TSTGRAD
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS FSC-STATUS-CODE.
007400     SELECT ATTENDANCE-HISTORY ASSIGN TO ATTNHIST
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS FSC-STATUS-CODE.
007700     SELECT TEST-ATTENDANCE ASSIGN TO TSTATTN
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS FSC-STATUS-CODE.
008000     SELECT MASK-CERTIFICATE ASSIGN TO MASKCERT
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS FSC-STATUS-CODE.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  MASK-CARD
008600     RECORD CONTAINS 19 CHARACTERS.
008700 01  MASK-CARD-RECORD.
008800     05  MK-ID-MULTIPLIER      PIC 9(07).
008900     05  MK-ID-OFFSET          PIC 9(07).
009000     05  MK-NAME-SEED          PIC 9(05).
009100 FD  STUDENT-MASTER
009200     RECORD CONTAINS 97 CHARACTERS.
009300 01  STUDENT-MASTER-RECORD.
009400     COPY "studrec.cpy".
009500 FD  TEST-MASTER
009600     RECORD CONTAINS 97 CHARACTERS.
009700 01  TEST-MASTER-RECORD.
009800     COPY "studrec.cpy".
009900 FD  DEMOGRAPHIC-MASTER
010000     RECORD CONTAINS 200 CHARACTERS.
010100 01  DEMOGRAPHIC-RECORD.
010200     COPY "demorec.cpy".
010300 FD  TEST-DEMOGRAPHIC
010400     RECORD CONTAINS 200 CHARACTERS.
010500 01  TEST-DEMO-RECORD.
010600     COPY "demorec.cpy".
010700 FD  GRADE-HISTORY
010800     RECORD CONTAINS 34 CHARACTERS.
010900 01  GRADE-HISTORY-RECORD.
011000     COPY "gradhist.cpy".
011100 FD  TEST-GRADE-HISTORY
011200     RECORD CONTAINS 34 CHARACTERS.
011300 01  TEST-GRADE-HISTORY-RECORD     PIC X(34).
011400 FD  ATTENDANCE-HISTORY
011500     RECORD CONTAINS 33 CHARACTERS.
011600 01  ATTENDANCE-HISTORY-RECORD.
011700     COPY "attnhist.cpy".
011800 FD  TEST-ATTENDANCE
011900     RECORD CONTAINS 33 CHARACTERS.
012000 01  TEST-ATTENDANCE-RECORD        PIC X(33).
012100 FD  MASK-CERTIFICATE
012200     RECORD CONTAINS 80 CHARACTERS.
012300 01  MASK-CERTIFICATE-RECORD       PIC X(80).
012400 WORKING-STORAGE SECTION.
012500 01  WS-SWITCHES.
012600     05  WS-MASTER-EOF-SW          PIC X(01)  VALUE "N".
012700         88  MASTER-EOF                       VALUE "Y".
012800     05  WS-DEMO-EOF-SW            PIC X(01)  VALUE "N".
012900         88  DEMO-EOF                         VALUE "Y".
013000     05  WS-HISTORY-EOF-SW         PIC X(01)  VALUE "N".
013100         88  HISTORY-EOF                      VALUE "Y".
013200     05  WS-ATTEND-EOF-SW          PIC X(01)  VALUE "N".
013300         88  ATTEND-EOF                       VALUE "Y".
013400     05  WS-CARD-OK-SW             PIC X(01)  VALUE "N".
013500         88  CARD-IS-GOOD                     VALUE "Y".
013600     05  WS-GEN-VALID-SW           PIC X(01).
013700         88  GENERATION-OK                    VALUE "Y".
013800     05  WS-ID-VALID-SW            PIC X(01).
013900         88  NEW-ID-IS-VALID                  VALUE "Y".
014000 01  WS-RUN-DATE                   PIC X(08).
014100 01  WS-RUN-RC                     PIC 9(02)  VALUE ZERO.
014200 01  WS-REFUSAL-TEXT               PIC X(60)  VALUE SPACES.
014300*-----------------------------------------------------------*
014400* MASKING KEYS FROM THE MASKCARD - NEVER PRINTED             *
014500*-----------------------------------------------------------*
014600 01  WS-MASK-KEYS.
014700     05  WS-ID-MULTIPLIER          PIC 9(07)  VALUE ZERO.
014800     05  WS-ID-OFFSET              PIC 9(07)  VALUE ZERO.
014900     05  WS-NAME-SEED              PIC 9(05)  VALUE ZERO.
015000     05  WS-MULT-LAST-DIGIT        PIC 9(01).
015100     05  WS-MULT-QUOTIENT          PIC 9(07).
015200*-----------------------------------------------------------*
015300* ONE STUDENT-ID IN, ITS REMAPPED ID OUT                     *
015400*-----------------------------------------------------------*
015500 01  WS-OLD-ID.
015600     05  WS-OLD-BASE               PIC X(07).
015700     05  WS-OLD-CHECK              PIC X(01).
015800 01  WS-OLD-ID-NUM REDEFINES WS-OLD-ID.
015900     05  WS-OLD-BASE-NUM           PIC 9(07).
016000     05  WS-OLD-CHECK-NUM          PIC 9(01).
016100 01  WS-OLD-ID-WHOLE REDEFINES WS-OLD-ID
016200                                   PIC 9(08).
016300 01  WS-NEW-BASE                   PIC X(07).
016400 01  WS-NEW-BASE-NUM REDEFINES WS-NEW-BASE
016500                                   PIC 9(07).
016600 01  WS-NEW-ID.
016700     05  WS-NEW-ID-BASE            PIC X(07).
016800     05  WS-NEW-ID-CHECK           PIC 9(01).
016900 01  WS-REMAP-FIELDS.
017000     05  WS-ID-PRODUCT             PIC 9(15).
017100     05  WS-ID-QUOTIENT            PIC 9(08).
017200*-----------------------------------------------------------*
017300* THE GENERATED IDENTITY FOR THE CURRENT OLD ID              *
017400*-----------------------------------------------------------*
017500 01  WS-MIX-FIELDS.
017600     05  WS-MIX                    PIC 9(12).
017700     05  WS-MIX-SAVE               PIC 9(12).
017800     05  WS-MIX-QUOT               PIC 9(12).
017900     05  WS-MIX-REM                PIC 9(05).
018000     05  WS-LAST-IX                PIC 9(02).
018100     05  WS-FIRST-IX               PIC 9(02).
018200     05  WS-GUARD-IX               PIC 9(02).
018300     05  WS-INIT-IX                PIC 9(02).
018400     05  WS-STREET-IX              PIC 9(02).
018500     05  WS-CITY-IX                PIC 9(02).
018600     05  WS-HOUSE-NUMBER           PIC 9(04).
018700     05  WS-APT-NUMBER             PIC 9(03).
018800     05  WS-ZIP-NUMBER             PIC 9(05).
018900     05  WS-BIRTH-MONTH            PIC 9(02).
019000     05  WS-BIRTH-DAY              PIC 9(02).
019100 01  WS-MASKED-IDENTITY.
019200     05  WS-MASK-LAST              PIC X(20).
019300     05  WS-MASK-FIRST             PIC X(15).
019400     05  WS-MASK-MIDDLE            PIC X(01).
019500     05  WS-MASK-GUARD-FIRST       PIC X(15).
019600     05  WS-MASK-FULL-NAME         PIC X(50).
019700*-----------------------------------------------------------*
019800* REPLACEMENT NAME AND ADDRESS TABLES                        *
019900*-----------------------------------------------------------*
020000 01  WS-LAST-NAMES.
020100     05  FILLER                    PIC X(12)  VALUE "ABERNATHY".
020200     05  FILLER                    PIC X(12)  VALUE "BLACKWOOD".
020300     05  FILLER                    PIC X(12)  VALUE "CALDERON".
020400     05  FILLER                    PIC X(12)  VALUE "DUNMORE".
020500     05  FILLER                    PIC X(12)  VALUE "ELLSWORTH".
020600     05  FILLER                    PIC X(12)  VALUE "FAIRCHILD".
020700     05  FILLER                    PIC X(12)  VALUE "GALLOWAY".
020800     05  FILLER                    PIC X(12)  VALUE "HALVERSON".
020900     05  FILLER                    PIC X(12)  VALUE "IRONSIDE".
021000     05  FILLER                    PIC X(12)  VALUE "JARDINE".
021100     05  FILLER                    PIC X(12)  VALUE "KINCAID".
021200     05  FILLER                    PIC X(12)  VALUE "LANGSTON".
021300     05  FILLER                    PIC X(12)  VALUE "MONTGOMERY".
021400     05  FILLER                    PIC X(12)  VALUE "NORTHCOTT".
021500     05  FILLER                    PIC X(12)  VALUE "OSTRANDER".
021600     05  FILLER                    PIC X(12)  VALUE "PEMBERTON".
021700     05  FILLER                    PIC X(12)  VALUE "QUINTERO".
021800     05  FILLER                    PIC X(12)  VALUE "ROCKWELL".
021900     05  FILLER                    PIC X(12)  VALUE "STANHOPE".
022000     05  FILLER                    PIC X(12)  VALUE "THORNBURY".
022100 01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAMES.
022200     05  WS-LAST-NAME OCCURS 20 TIMES
022300                                   PIC X(12).
022400 01  WS-FIRST-NAMES.
022500     05  FILLER                    PIC X(10)  VALUE "ALDEN".
022600     05  FILLER                    PIC X(10)  VALUE "BRIAR".
022700     05  FILLER                    PIC X(10)  VALUE "CASEY".
022800     05  FILLER                    PIC X(10)  VALUE "DARCY".
022900     05  FILLER                    PIC X(10)  VALUE "EMERSON".
023000     05  FILLER                    PIC X(10)  VALUE "FINLEY".
023100     05  FILLER                    PIC X(10)  VALUE "GRAY".
023200     05  FILLER                    PIC X(10)  VALUE "HARPER".
023300     05  FILLER                    PIC X(10)  VALUE "INDIGO".
023400     05  FILLER                    PIC X(10)  VALUE "JORDAN".
023500     05  FILLER                    PIC X(10)  VALUE "KENDALL".
023600     05  FILLER                    PIC X(10)  VALUE "LOGAN".
023700     05  FILLER                    PIC X(10)  VALUE "MORGAN".
023800     05  FILLER                    PIC X(10)  VALUE "NOEL".
023900     05  FILLER                    PIC X(10)  VALUE "OAKLEY".
024000     05  FILLER                    PIC X(10)  VALUE "PARKER".
024100     05  FILLER                    PIC X(10)  VALUE "QUINN".
024200     05  FILLER                    PIC X(10)  VALUE "REESE".
024300     05  FILLER                    PIC X(10)  VALUE "SAGE".
024400     05  FILLER                    PIC X(10)  VALUE "TAYLOR".
024500 01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAMES.
024600     05  WS-FIRST-NAME OCCURS 20 TIMES
024700                                   PIC X(10).
024800 01  WS-STREET-NAMES.
024900     05  FILLER                    PIC X(14)  VALUE "MAPLE AVE".
025000     05  FILLER                    PIC X(14)  VALUE "CEDAR LN".
025100     05  FILLER                    PIC X(14)  VALUE "BIRCH RD".
025200     05  FILLER                    PIC X(14)  VALUE "WILLOW CT".
025300     05  FILLER                    PIC X(14)  VALUE "HICKORY ST".
025400     05  FILLER                    PIC X(14)  VALUE "SPRUCE DR".
025500     05  FILLER                    PIC X(14)  VALUE "ASPEN WAY".
025600     05  FILLER                    PIC X(14)  VALUE "LAUREL BLVD".
025700     05  FILLER                    PIC X(14)  VALUE "SYCAMORE PL".
025800     05  FILLER                    PIC X(14)  VALUE "JUNIPER TER".
025900 01  WS-STREET-NAME-TABLE REDEFINES WS-STREET-NAMES.
026000     05  WS-STREET-NAME OCCURS 10 TIMES
026100                                   PIC X(14).
026200 01  WS-CITY-NAMES.
026300     05  FILLER                    PIC X(14)  VALUE "ASHFORD".
026400     05  FILLER                    PIC X(14)  VALUE "BRIDGEWATER".
026500     05  FILLER                    PIC X(14)  VALUE "CLEARVIEW".
026600     05  FILLER                    PIC X(14)  VALUE "DEERFIELD".
026700     05  FILLER                    PIC X(14)  VALUE "EASTON".
026800     05  FILLER                    PIC X(14)  VALUE "FOXBORO".
026900     05  FILLER                    PIC X(14)  VALUE "GLENDALE".
027000     05  FILLER                    PIC X(14)  VALUE "HILLCREST".
027100 01  WS-CITY-NAME-TABLE REDEFINES WS-CITY-NAMES.
027200     05  WS-CITY-NAME OCCURS 8 TIMES
027300                                   PIC X(14).
027400 01  WS-INITIALS                   PIC X(26)
027500         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
027600 01  WS-INITIAL-TABLE REDEFINES WS-INITIALS.
027700     05  WS-INITIAL OCCURS 26 TIMES
027800                                   PIC X(01).
027900 01  WS-COUNTERS.
028000     05  WS-MASTER-READ            PIC 9(07)  VALUE ZERO.
028100     05  WS-MASTER-WRITTEN         PIC 9(07)  VALUE ZERO.
028200     05  WS-MASTER-DUPLICATE       PIC 9(07)  VALUE ZERO.
028300     05  WS-DEMO-READ              PIC 9(07)  VALUE ZERO.
028400     05  WS-DEMO-WRITTEN           PIC 9(07)  VALUE ZERO.
028500     05  WS-DEMO-DUPLICATE         PIC 9(07)  VALUE ZERO.
028600     05  WS-HISTORY-READ           PIC 9(07)  VALUE ZERO.
028700     05  WS-HISTORY-WRITTEN        PIC 9(07)  VALUE ZERO.
028800     05  WS-ATTEND-READ            PIC 9(07)  VALUE ZERO.
028900     05  WS-ATTEND-WRITTEN         PIC 9(07)  VALUE ZERO.
029000     05  WS-IDS-REMAPPED           PIC 9(07)  VALUE ZERO.
029100     05  WS-IDS-VERIFIED           PIC 9(07)  VALUE ZERO.
029200     05  WS-IDS-FAILED             PIC 9(07)  VALUE ZERO.
029300     05  WS-IDS-KEPT               PIC 9(07)  VALUE ZERO.
029400*-----------------------------------------------------------*
029500* ONE FILE LINE ON THE CERTIFICATE                           *
029600*-----------------------------------------------------------*
029700 01  WS-CERT-FILE-LINE.
029800     05  FILLER                    PIC X(02)  VALUE SPACES.
029900     05  CF-FILE-NAME              PIC X(08).
030000     05  FILLER                    PIC X(02)  VALUE SPACES.
030100     05  CF-RECORDS-READ           PIC Z,ZZZ,ZZ9.
030200     05  FILLER                    PIC X(03)  VALUE SPACES.
030300     05  CF-RECORDS-WRITTEN        PIC Z,ZZZ,ZZ9.
030400     05  FILLER                    PIC X(03)  VALUE SPACES.
030500     05  CF-DUPLICATES             PIC Z,ZZZ,ZZ9.
030600     05  FILLER                    PIC X(02)  VALUE SPACES.
030700     05  CF-TEST-COPY              PIC X(24).
030800 01  WS-CERT-COUNT-ED              PIC Z,ZZZ,ZZ9.
030900 01  FSC-CONTROLS.
031000     COPY "fscctl.cpy".
031100 PROCEDURE DIVISION.
031200*-----------------------------------------------------------*
031300* 0000-MAINLINE                                              *
031400*-----------------------------------------------------------*
031500 0000-MAINLINE.
031600     MOVE "DATAMASK" TO FSC-STEP-PROGRAM
031700     PERFORM 9810-LOG-STEP-START THRU 9810-EXIT
031800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031900     IF CARD-IS-GOOD
032000         PERFORM 2000-MASK-MASTER THRU 2000-EXIT
032100         PERFORM 2200-MASK-DEMOGRAPHICS THRU 2200-EXIT
032200         PERFORM 2400-MASK-GRADE-HISTORY THRU 2400-EXIT
032300         PERFORM 2600-MASK-ATTENDANCE THRU 2600-EXIT
032400     END-IF
032500     PERFORM 3000-TERMINATE THRU 3000-EXIT
032600     MOVE WS-RUN-RC TO RETURN-CODE
032700     PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
032800     GOBACK.
032900*-----------------------------------------------------------*
033000* 1000-INITIALIZE - OPEN THE CERTIFICATE AND CHECK THE       *
033100*                   MASKCARD; A MISSING OR BAD CARD BUILDS   *
033200*                   NO TEST COPY                             *
033300*-----------------------------------------------------------*
033400 1000-INITIALIZE.
033500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
033600     OPEN OUTPUT MASK-CERTIFICATE
033700     MOVE "MASK-CERTIFICATE" TO FSC-FILE-NAME
033800     MOVE "OPEN"             TO FSC-OPERATION
033900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
034000     MOVE SPACES TO MASK-CERTIFICATE-RECORD
034100     STRING "TEST DATA MASKING CERTIFICATE - " DELIMITED BY SIZE
034200         WS-RUN-DATE DELIMITED BY SIZE
034300         INTO MASK-CERTIFICATE-RECORD
034400     END-STRING
034500     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
034600     MOVE SPACES TO MASK-CERTIFICATE-RECORD
034700     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
034800     PERFORM 1100-READ-MASK-CARD THRU 1100-EXIT
034900     IF NOT CARD-IS-GOOD
035000         MOVE 8 TO WS-RUN-RC
035100         DISPLAY "DATAMASK - " WS-REFUSAL-TEXT
035200         GO TO 1000-EXIT
035300     END-IF
035400     OPEN INPUT STUDENT-MASTER
035500     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
035600     MOVE "OPEN"           TO FSC-OPERATION
035700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
035800     OPEN OUTPUT TEST-MASTER
035900     MOVE "TEST-MASTER" TO FSC-FILE-NAME
036000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
036100     OPEN INPUT DEMOGRAPHIC-MASTER
036200     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
036300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
036400     OPEN OUTPUT TEST-DEMOGRAPHIC
036500     MOVE "TEST-DEMO" TO FSC-FILE-NAME
036600     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
036700     OPEN INPUT GRADE-HISTORY
036800     MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
036900     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037000     OPEN OUTPUT TEST-GRADE-HISTORY
037100     MOVE "TEST-GRADE-HIST" TO FSC-FILE-NAME
037200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037300     OPEN INPUT ATTENDANCE-HISTORY
037400     MOVE "ATTEND-HISTORY" TO FSC-FILE-NAME
037500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037600     OPEN OUTPUT TEST-ATTENDANCE
037700     MOVE "TEST-ATTENDANCE" TO FSC-FILE-NAME
037800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
037900     .
038000 1000-EXIT.
038100     EXIT.
038200*-----------------------------------------------------------*
038300* 1100-READ-MASK-CARD - THE ID MULTIPLIER, ID OFFSET AND     *
038400*                       NAME SEED; THE MULTIPLIER MUST BE    *
038500*                       ODD AND NOT END IN 5 OR TWO OLD IDS  *
038600*                       COULD MEET ON ONE NEW ID             *
038700*-----------------------------------------------------------*
038800 1100-READ-MASK-CARD.
038900     MOVE "N" TO WS-CARD-OK-SW
039000     OPEN INPUT MASK-CARD
039100     IF FSC-STATUS-CODE = "35"
039200         MOVE "NO MASKCARD - NO TEST COPY BUILT"
039300             TO WS-REFUSAL-TEXT
039400         GO TO 1100-EXIT
039500     END-IF
039600     MOVE "MASK-CARD" TO FSC-FILE-NAME
039700     MOVE "OPEN"      TO FSC-OPERATION
039800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
039900     READ MASK-CARD
040000         AT END
040100             MOVE "EMPTY MASKCARD - NO TEST COPY BUILT"
040200                 TO WS-REFUSAL-TEXT
040300             CLOSE MASK-CARD
040400             GO TO 1100-EXIT
040500     END-READ
040600     MOVE "READ" TO FSC-OPERATION
040700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
040800     CLOSE MASK-CARD
040900     MOVE "CLOSE" TO FSC-OPERATION
041000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
041100     IF MK-ID-MULTIPLIER IS NOT NUMERIC
041200             OR MK-ID-OFFSET IS NOT NUMERIC
041300             OR MK-NAME-SEED IS NOT NUMERIC
041400         MOVE "MASKCARD NOT NUMERIC - NO TEST COPY BUILT"
041500             TO WS-REFUSAL-TEXT
041600         GO TO 1100-EXIT
041700     END-IF
041800     DIVIDE MK-ID-MULTIPLIER BY 10 GIVING WS-MULT-QUOTIENT
041900         REMAINDER WS-MULT-LAST-DIGIT
042000     IF WS-MULT-LAST-DIGIT = 0 OR 2 OR 4 OR 5 OR 6 OR 8
042100         MOVE "MASKCARD MULTIPLIER MUST BE ODD, NOT ENDING IN 5"
042200             TO WS-REFUSAL-TEXT
042300         GO TO 1100-EXIT
042400     END-IF
042500     MOVE MK-ID-MULTIPLIER TO WS-ID-MULTIPLIER
042600     MOVE MK-ID-OFFSET     TO WS-ID-OFFSET
042700     MOVE MK-NAME-SEED     TO WS-NAME-SEED
042800     SET CARD-IS-GOOD TO TRUE
042900     .
043000 1100-EXIT.
043100     EXIT.
043200*-----------------------------------------------------------*
043300* 2000-MASK-MASTER - EVERY STUDENT-MASTER RECORD TO THE TEST *
043400*                    MASTER UNDER ITS NEW ID AND NAME        *
043500*-----------------------------------------------------------*
043600 2000-MASK-MASTER.
043700     MOVE LOW-VALUES TO SR-MASTER-KEY OF STUDENT-MASTER-RECORD
043800     START STUDENT-MASTER KEY NOT LESS THAN
043900             SR-MASTER-KEY OF STUDENT-MASTER-RECORD
044000         INVALID KEY
044100             SET MASTER-EOF TO TRUE
044200     END-START
044300     PERFORM 2100-MASK-ONE-MASTER THRU 2100-EXIT
044400         UNTIL MASTER-EOF
044500     .
044600 2000-EXIT.
044700     EXIT.
044800*-----------------------------------------------------------*
044900* 2100-MASK-ONE-MASTER - ONE MASTER READ, MASK AND WRITE     *
045000*-----------------------------------------------------------*
045100 2100-MASK-ONE-MASTER.
045200     READ STUDENT-MASTER NEXT
045300         AT END
045400             SET MASTER-EOF TO TRUE
045500             GO TO 2100-EXIT
045600     END-READ
045700     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
045800     MOVE "READ"           TO FSC-OPERATION
045900     IF FSC-STATUS-CODE NOT = "00" AND FSC-STATUS-CODE NOT = "02"
046000         PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
046100     END-IF
046200     ADD 1 TO WS-MASTER-READ
046300     ADD 1 TO FSC-STEP-RECORDS-IN
046400     MOVE STUDENT-MASTER-RECORD TO TEST-MASTER-RECORD
046500     MOVE SR-STUDENT-ID OF STUDENT-MASTER-RECORD TO WS-OLD-ID
046600     PERFORM 2800-REMAP-ID THRU 2800-EXIT
046700     PERFORM 2850-BUILD-IDENTITY THRU 2850-EXIT
046800     MOVE WS-NEW-ID TO SR-STUDENT-ID OF TEST-MASTER-RECORD
046900     MOVE WS-MASK-FULL-NAME TO SR-FULL-NAME OF TEST-MASTER-RECORD
047000     WRITE TEST-MASTER-RECORD
047100         INVALID KEY
047200             ADD 1 TO WS-MASTER-DUPLICATE
047300             MOVE 8 TO WS-RUN-RC
047400             DISPLAY "DATAMASK - DUPLICATE TEST MASTER KEY FOR "
047500                 "PRODUCTION STUDENT-ID " WS-OLD-ID
047600             GO TO 2100-EXIT
047700     END-WRITE
047800     MOVE "TEST-MASTER" TO FSC-FILE-NAME
047900     MOVE "WRITE"       TO FSC-OPERATION
048000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
048100     ADD 1 TO WS-MASTER-WRITTEN
048200     ADD 1 TO FSC-STEP-RECORDS-OUT
048300     .
048400 2100-EXIT.
048500     EXIT.
048600*-----------------------------------------------------------*
048700* 2200-MASK-DEMOGRAPHICS - EVERY DEMOMAST RECORD TO THE TEST *
048800*                          COPY UNDER ITS NEW ID, NAME,      *
048900*                          ADDRESS, GUARDIAN AND BIRTH DATE  *
049000*-----------------------------------------------------------*
049100 2200-MASK-DEMOGRAPHICS.
049200     MOVE LOW-VALUES TO DM-STUDENT-ID OF DEMOGRAPHIC-RECORD
049300     START DEMOGRAPHIC-MASTER KEY NOT LESS THAN
049400             DM-STUDENT-ID OF DEMOGRAPHIC-RECORD
049500         INVALID KEY
049600             SET DEMO-EOF TO TRUE
049700     END-START
049800     PERFORM 2300-MASK-ONE-DEMOGRAPHIC THRU 2300-EXIT
049900         UNTIL DEMO-EOF
050000     .
050100 2200-EXIT.
050200     EXIT.
050300*-----------------------------------------------------------*
050400* 2300-MASK-ONE-DEMOGRAPHIC - ONE DEMOMAST READ, MASK AND    *
050500*                             WRITE; A BLANK ADDRESS LINE 2, *
050600*                             GUARDIAN OR BIRTH DATE STAYS   *
050700*                             BLANK                          *
050800*-----------------------------------------------------------*
050900 2300-MASK-ONE-DEMOGRAPHIC.
051000     READ DEMOGRAPHIC-MASTER NEXT
051100         AT END
051200             SET DEMO-EOF TO TRUE
051300             GO TO 2300-EXIT
051400     END-READ
051500     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
051600     MOVE "READ"        TO FSC-OPERATION
051700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
051800     ADD 1 TO WS-DEMO-READ
051900     ADD 1 TO FSC-STEP-RECORDS-IN
052000     MOVE DEMOGRAPHIC-RECORD TO TEST-DEMO-RECORD
052100     MOVE DM-STUDENT-ID OF DEMOGRAPHIC-RECORD TO WS-OLD-ID
052200     PERFORM 2800-REMAP-ID THRU 2800-EXIT
052300     PERFORM 2850-BUILD-IDENTITY THRU 2850-EXIT
052400     MOVE WS-NEW-ID      TO DM-STUDENT-ID OF TEST-DEMO-RECORD
052500     MOVE WS-MASK-LAST   TO DM-LAST-NAME OF TEST-DEMO-RECORD
052600     MOVE WS-MASK-FIRST  TO DM-FIRST-NAME OF TEST-DEMO-RECORD
052700     MOVE WS-MASK-MIDDLE TO DM-MIDDLE-INIT OF TEST-DEMO-RECORD
052800     MOVE SPACES TO DM-ADDRESS-LINE-1 OF TEST-DEMO-RECORD
052900     STRING WS-HOUSE-NUMBER DELIMITED BY SIZE
053000         " " DELIMITED BY SIZE
053100         WS-STREET-NAME (WS-STREET-IX) DELIMITED BY "  "
053200         INTO DM-ADDRESS-LINE-1 OF TEST-DEMO-RECORD
053300     END-STRING
053400     IF DM-ADDRESS-LINE-2 OF DEMOGRAPHIC-RECORD NOT = SPACES
053500         MOVE SPACES TO DM-ADDRESS-LINE-2 OF TEST-DEMO-RECORD
053600         STRING "APT " DELIMITED BY SIZE
053700             WS-APT-NUMBER DELIMITED BY SIZE
053800             INTO DM-ADDRESS-LINE-2 OF TEST-DEMO-RECORD
053900         END-STRING
054000     END-IF
054100     MOVE WS-CITY-NAME (WS-CITY-IX)
054200         TO DM-CITY OF TEST-DEMO-RECORD
054300     MOVE SPACES TO DM-ZIP-CODE OF TEST-DEMO-RECORD
054400     MOVE WS-ZIP-NUMBER
054500         TO DM-ZIP-CODE OF TEST-DEMO-RECORD (1:5)
054600     IF DM-GUARDIAN-NAME OF DEMOGRAPHIC-RECORD NOT = SPACES
054700         MOVE SPACES TO DM-GUARDIAN-NAME OF TEST-DEMO-RECORD
054800         STRING WS-MASK-GUARD-FIRST DELIMITED BY "  "
054900             " " DELIMITED BY SIZE
055000             WS-MASK-LAST DELIMITED BY "  "
055100             INTO DM-GUARDIAN-NAME OF TEST-DEMO-RECORD
055200         END-STRING
055300     END-IF
055400     IF DM-BIRTH-DATE OF DEMOGRAPHIC-RECORD NOT = SPACES
055500         MOVE WS-BIRTH-MONTH
055600             TO DM-BIRTH-DATE OF TEST-DEMO-RECORD (5:2)
055700         MOVE WS-BIRTH-DAY
055800             TO DM-BIRTH-DATE OF TEST-DEMO-RECORD (7:2)
055900     END-IF
056000     WRITE TEST-DEMO-RECORD
056100         INVALID KEY
056200             ADD 1 TO WS-DEMO-DUPLICATE
056300             MOVE 8 TO WS-RUN-RC
056400             DISPLAY "DATAMASK - DUPLICATE TEST DEMOMAST KEY FOR "
056500                 "PRODUCTION STUDENT-ID " WS-OLD-ID
056600             GO TO 2300-EXIT
056700     END-WRITE
056800     MOVE "TEST-DEMO" TO FSC-FILE-NAME
056900     MOVE "WRITE"     TO FSC-OPERATION
057000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
057100     ADD 1 TO WS-DEMO-WRITTEN
057200     ADD 1 TO FSC-STEP-RECORDS-OUT
057300     .
057400 2300-EXIT.
057500     EXIT.
057600*-----------------------------------------------------------*
057700* 2400-MASK-GRADE-HISTORY - EVERY GRADHIST POSTING TO THE    *
057800*                           TEST COPY UNDER ITS NEW ID       *
057900*-----------------------------------------------------------*
058000 2400-MASK-GRADE-HISTORY.
058100     PERFORM 2500-MASK-ONE-POSTING THRU 2500-EXIT
058200         UNTIL HISTORY-EOF
058300     .
058400 2400-EXIT.
058500     EXIT.
058600*-----------------------------------------------------------*
058700* 2500-MASK-ONE-POSTING - ONE GRADHIST READ, REMAP AND WRITE *
058800*-----------------------------------------------------------*
058900 2500-MASK-ONE-POSTING.
059000     READ GRADE-HISTORY
059100         AT END
059200             SET HISTORY-EOF TO TRUE
059300             GO TO 2500-EXIT
059400     END-READ
059500     MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
059600     MOVE "READ"          TO FSC-OPERATION
059700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
059800     ADD 1 TO WS-HISTORY-READ
059900     ADD 1 TO FSC-STEP-RECORDS-IN
060000     MOVE GH-STUDENT-ID TO WS-OLD-ID
060100     PERFORM 2800-REMAP-ID THRU 2800-EXIT
060200     MOVE WS-NEW-ID TO GH-STUDENT-ID
060300     MOVE GRADE-HISTORY-RECORD TO TEST-GRADE-HISTORY-RECORD
060400     WRITE TEST-GRADE-HISTORY-RECORD
060500     MOVE "TEST-GRADE-HIST" TO FSC-FILE-NAME
060600     MOVE "WRITE"           TO FSC-OPERATION
060700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
060800     ADD 1 TO WS-HISTORY-WRITTEN
060900     ADD 1 TO FSC-STEP-RECORDS-OUT
061000     .
061100 2500-EXIT.
061200     EXIT.
061300*-----------------------------------------------------------*
061400* 2600-MASK-ATTENDANCE - EVERY ATTNHIST EVENT TO THE TEST    *
061500*                        COPY UNDER ITS NEW ID               *
061600*-----------------------------------------------------------*
061700 2600-MASK-ATTENDANCE.
061800     PERFORM 2700-MASK-ONE-EVENT THRU 2700-EXIT
061900         UNTIL ATTEND-EOF
062000     .
062100 2600-EXIT.
062200     EXIT.
062300*-----------------------------------------------------------*
062400* 2700-MASK-ONE-EVENT - ONE ATTNHIST READ, REMAP AND WRITE   *
062500*-----------------------------------------------------------*
062600 2700-MASK-ONE-EVENT.
062700     READ ATTENDANCE-HISTORY
062800         AT END
062900             SET ATTEND-EOF TO TRUE
063000             GO TO 2700-EXIT
063100     END-READ
063200     MOVE "ATTEND-HISTORY" TO FSC-FILE-NAME
063300     MOVE "READ"           TO FSC-OPERATION
063400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
063500     ADD 1 TO WS-ATTEND-READ
063600     ADD 1 TO FSC-STEP-RECORDS-IN
063700     MOVE AH-STUDENT-ID TO WS-OLD-ID
063800     PERFORM 2800-REMAP-ID THRU 2800-EXIT
063900     MOVE WS-NEW-ID TO AH-STUDENT-ID
064000     MOVE ATTENDANCE-HISTORY-RECORD TO TEST-ATTENDANCE-RECORD
064100     WRITE TEST-ATTENDANCE-RECORD
064200     MOVE "TEST-ATTENDANCE" TO FSC-FILE-NAME
064300     MOVE "WRITE"           TO FSC-OPERATION
064400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
064500     ADD 1 TO WS-ATTEND-WRITTEN
064600     ADD 1 TO FSC-STEP-RECORDS-OUT
064700     .
064800 2700-EXIT.
064900     EXIT.
065000*-----------------------------------------------------------*
065100* 2800-REMAP-ID - WS-OLD-ID TO WS-NEW-ID: THE BASE TIMES THE *
065200*                 MULTIPLIER PLUS THE OFFSET, MODULO         *
065300*                 10,000,000, WITH A FRESH CHECK DIGIT,      *
065400*                 RE-VERIFIED THROUGH IF-ELSE. A NON-NUMERIC *
065500*                 ID IS CARRIED AS IT IS AND COUNTED         *
065600*-----------------------------------------------------------*
065700 2800-REMAP-ID.
065800     IF WS-OLD-ID IS NOT NUMERIC
065900         MOVE WS-OLD-ID TO WS-NEW-ID
066000         ADD 1 TO WS-IDS-KEPT
066100         GO TO 2800-EXIT
066200     END-IF
066300     COMPUTE WS-ID-PRODUCT =
066400         WS-OLD-BASE-NUM * WS-ID-MULTIPLIER + WS-ID-OFFSET
066500     DIVIDE WS-ID-PRODUCT BY 10000000 GIVING WS-ID-QUOTIENT
066600         REMAINDER WS-NEW-BASE-NUM
066700     CALL "IF-ELSE-GEN" USING WS-NEW-BASE WS-NEW-ID
066800         WS-GEN-VALID-SW
066900     IF NOT GENERATION-OK
067000         DISPLAY "DATAMASK - BASE REJECTED BY THE GENERATOR: "
067100             WS-NEW-BASE
067200         MOVE 16 TO RETURN-CODE
067300         PERFORM 9820-LOG-STEP-END THRU 9820-EXIT
067400         STOP RUN
067500     END-IF
067600     ADD 1 TO WS-IDS-REMAPPED
067700     CALL "IF-ELSE" USING WS-NEW-ID WS-ID-VALID-SW
067800     IF NEW-ID-IS-VALID
067900         ADD 1 TO WS-IDS-VERIFIED
068000     ELSE
068100         ADD 1 TO WS-IDS-FAILED
068200         MOVE 8 TO WS-RUN-RC
068300     END-IF
068400     .
068500 2800-EXIT.
068600     EXIT.
068700*-----------------------------------------------------------*
068800* 2850-BUILD-IDENTITY - THE REPLACEMENT NAME, ADDRESS,       *
068900*                       GUARDIAN FIRST NAME AND BIRTH MONTH  *
069000*                       AND DAY FOR WS-OLD-ID, PICKED BY A   *
069100*                       MIX OF THE OLD ID AND THE NAME SEED  *
069200*                       SO THE SAME STUDENT ALWAYS GETS THE  *
069300*                       SAME ONES                            *
069400*-----------------------------------------------------------*
069500 2850-BUILD-IDENTITY.
069600     IF WS-OLD-ID IS NUMERIC
069700         COMPUTE WS-MIX = WS-OLD-ID-WHOLE * 7919 + WS-NAME-SEED
069800     ELSE
069900         MOVE WS-NAME-SEED TO WS-MIX
070000     END-IF
070100     MOVE WS-MIX TO WS-MIX-SAVE
070200     DIVIDE WS-MIX BY 20 GIVING WS-MIX-QUOT REMAINDER WS-MIX-REM
070300     COMPUTE WS-LAST-IX = WS-MIX-REM + 1
070400     MOVE WS-MIX-QUOT TO WS-MIX
070500     DIVIDE WS-MIX BY 20 GIVING WS-MIX-QUOT REMAINDER WS-MIX-REM
070600     COMPUTE WS-FIRST-IX = WS-MIX-REM + 1
070700     MOVE WS-MIX-QUOT TO WS-MIX
070800     DIVIDE WS-MIX BY 19 GIVING WS-MIX-QUOT REMAINDER WS-MIX-REM
070900     COMPUTE WS-GUARD-IX = WS-MIX-REM + 1
071000     IF WS-GUARD-IX >= WS-FIRST-IX
071100         ADD 1 TO WS-GUARD-IX
071200     END-IF
071300     MOVE WS-MIX-QUOT TO WS-MIX
071400     DIVIDE WS-MIX BY 26 GIVING WS-MIX-QUOT REMAINDER WS-MIX-REM
071500     COMPUTE WS-INIT-IX = WS-MIX-REM + 1
071600     MOVE WS-MIX-QUOT TO WS-MIX
071700     DIVIDE WS-MIX BY 10 GIVING WS-MIX-QUOT REMAINDER WS-MIX-REM
071800     COMPUTE WS-STREET-IX = WS-MIX-REM + 1
071900     MOVE WS-MIX-QUOT TO WS-MIX
072000     DIVIDE WS-MIX BY 8 GIVING WS-MIX-QUOT REMAINDER WS-MIX-REM
072100     COMPUTE WS-CITY-IX = WS-MIX-REM + 1
072200     MOVE WS-MIX-QUOT TO WS-MIX
072300     DIVIDE WS-MIX BY 12 GIVING WS-MIX-QUOT REMAINDER WS-MIX-REM
072400     COMPUTE WS-BIRTH-MONTH = WS-MIX-REM + 1
072500     MOVE WS-MIX-QUOT TO WS-MIX
072600     DIVIDE WS-MIX BY 28 GIVING WS-MIX-QUOT REMAINDER WS-MIX-REM
072700     COMPUTE WS-BIRTH-DAY = WS-MIX-REM + 1
072800     DIVIDE WS-MIX-SAVE BY 9000 GIVING WS-MIX-QUOT
072900         REMAINDER WS-MIX-REM
073000     COMPUTE WS-HOUSE-NUMBER = WS-MIX-REM + 1000
073100     DIVIDE WS-MIX-SAVE BY 997 GIVING WS-MIX-QUOT
073200         REMAINDER WS-MIX-REM
073300     COMPUTE WS-APT-NUMBER = WS-MIX-REM + 1
073400     DIVIDE WS-MIX-SAVE BY 99991 GIVING WS-MIX-QUOT
073500         REMAINDER WS-ZIP-NUMBER
073600     MOVE WS-LAST-NAME (WS-LAST-IX)   TO WS-MASK-LAST
073700     MOVE WS-FIRST-NAME (WS-FIRST-IX) TO WS-MASK-FIRST
073800     MOVE WS-FIRST-NAME (WS-GUARD-IX) TO WS-MASK-GUARD-FIRST
073900     MOVE WS-INITIAL (WS-INIT-IX)     TO WS-MASK-MIDDLE
074000     MOVE SPACES TO WS-MASK-FULL-NAME
074100     STRING WS-MASK-LAST DELIMITED BY "  "
074200         ", " DELIMITED BY SIZE
074300         WS-MASK-FIRST DELIMITED BY "  "
074400         " " DELIMITED BY SIZE
074500         WS-MASK-MIDDLE DELIMITED BY SIZE
074600         INTO WS-MASK-FULL-NAME
074700     END-STRING
074800     .
074900 2850-EXIT.
075000     EXIT.
075100*-----------------------------------------------------------*
075200* 2900-WRITE-CERT-LINE - WRITE ONE CERTIFICATE LINE          *
075300*-----------------------------------------------------------*
075400 2900-WRITE-CERT-LINE.
075500     WRITE MASK-CERTIFICATE-RECORD
075600     MOVE "MASK-CERTIFICATE" TO FSC-FILE-NAME
075700     MOVE "WRITE"            TO FSC-OPERATION
075800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
075900     .
076000 2900-EXIT.
076100     EXIT.
076200*-----------------------------------------------------------*
076300* 3000-TERMINATE - WRITE THE CERTIFICATE AND CLOSE           *
076400*                  EVERYTHING                                *
076500*-----------------------------------------------------------*
076600 3000-TERMINATE.
076700     IF NOT CARD-IS-GOOD
076800         MOVE SPACES TO MASK-CERTIFICATE-RECORD
076900         STRING "NOT CERTIFIED - " DELIMITED BY SIZE
077000             WS-REFUSAL-TEXT DELIMITED BY SIZE
077100             INTO MASK-CERTIFICATE-RECORD
077200         END-STRING
077300         PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
077400         GO TO 3000-CLOSE-CERTIFICATE
077500     END-IF
077600     PERFORM 3100-CERTIFY-FILES THRU 3100-EXIT
077700     PERFORM 3200-CERTIFY-FIELDS THRU 3200-EXIT
077800     PERFORM 3300-CERTIFY-CHECKS THRU 3300-EXIT
077900     CLOSE STUDENT-MASTER
078000     MOVE "STUDENT-MASTER" TO FSC-FILE-NAME
078100     MOVE "CLOSE"          TO FSC-OPERATION
078200     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
078300     CLOSE TEST-MASTER
078400     MOVE "TEST-MASTER" TO FSC-FILE-NAME
078500     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
078600     CLOSE DEMOGRAPHIC-MASTER
078700     MOVE "DEMO-MASTER" TO FSC-FILE-NAME
078800     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
078900     CLOSE TEST-DEMOGRAPHIC
079000     MOVE "TEST-DEMO" TO FSC-FILE-NAME
079100     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
079200     CLOSE GRADE-HISTORY
079300     MOVE "GRADE-HISTORY" TO FSC-FILE-NAME
079400     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
079500     CLOSE TEST-GRADE-HISTORY
079600     MOVE "TEST-GRADE-HIST" TO FSC-FILE-NAME
079700     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
079800     CLOSE ATTENDANCE-HISTORY
079900     MOVE "ATTEND-HISTORY" TO FSC-FILE-NAME
080000     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
080100     CLOSE TEST-ATTENDANCE
080200     MOVE "TEST-ATTENDANCE" TO FSC-FILE-NAME
080300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
080400     DISPLAY "DATAMASK - MASTER: " WS-MASTER-WRITTEN
080500         " DEMOMAST: " WS-DEMO-WRITTEN
080600         " GRADHIST: " WS-HISTORY-WRITTEN
080700         " ATTNHIST: " WS-ATTEND-WRITTEN
080800     .
080900 3000-CLOSE-CERTIFICATE.
081000     CLOSE MASK-CERTIFICATE
081100     MOVE "MASK-CERTIFICATE" TO FSC-FILE-NAME
081200     MOVE "CLOSE"            TO FSC-OPERATION
081300     PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
081400     .
081500 3000-EXIT.
081600     EXIT.
081700*-----------------------------------------------------------*
081800* 3100-CERTIFY-FILES - RECORDS READ AND WRITTEN BY FILE      *
081900*-----------------------------------------------------------*
082000 3100-CERTIFY-FILES.
082100     MOVE SPACES TO MASK-CERTIFICATE-RECORD
082200     STRING "  SOURCE        READ    WRITTEN  DUPLICATE  "
082300             DELIMITED BY SIZE
082400         "TEST COPY" DELIMITED BY SIZE
082500         INTO MASK-CERTIFICATE-RECORD
082600     END-STRING
082700     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
082800     MOVE "STUDMAST"            TO CF-FILE-NAME
082900     MOVE WS-MASTER-READ        TO CF-RECORDS-READ
083000     MOVE WS-MASTER-WRITTEN     TO CF-RECORDS-WRITTEN
083100     MOVE WS-MASTER-DUPLICATE   TO CF-DUPLICATES
083200     MOVE "TSTMAST"             TO CF-TEST-COPY
083300     MOVE WS-CERT-FILE-LINE TO MASK-CERTIFICATE-RECORD
083400     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
083500     MOVE "DEMOMAST"            TO CF-FILE-NAME
083600     MOVE WS-DEMO-READ          TO CF-RECORDS-READ
083700     MOVE WS-DEMO-WRITTEN       TO CF-RECORDS-WRITTEN
083800     MOVE WS-DEMO-DUPLICATE     TO CF-DUPLICATES
083900     MOVE "TSTDEMO"             TO CF-TEST-COPY
084000     MOVE WS-CERT-FILE-LINE TO MASK-CERTIFICATE-RECORD
084100     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
084200     MOVE "GRADHIST"            TO CF-FILE-NAME
084300     MOVE WS-HISTORY-READ       TO CF-RECORDS-READ
084400     MOVE WS-HISTORY-WRITTEN    TO CF-RECORDS-WRITTEN
084500     MOVE ZERO                  TO CF-DUPLICATES
084600     MOVE "TSTGRAD"             TO CF-TEST-COPY
084700     MOVE WS-CERT-FILE-LINE TO MASK-CERTIFICATE-RECORD
084800     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
084900     MOVE "ATTNHIST"            TO CF-FILE-NAME
085000     MOVE WS-ATTEND-READ        TO CF-RECORDS-READ
085100     MOVE WS-ATTEND-WRITTEN     TO CF-RECORDS-WRITTEN
085200     MOVE ZERO                  TO CF-DUPLICATES
085300     MOVE "TSTATTN"             TO CF-TEST-COPY
085400     MOVE WS-CERT-FILE-LINE TO MASK-CERTIFICATE-RECORD
085500     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
085600     MOVE SPACES TO MASK-CERTIFICATE-RECORD
085700     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
085800     .
085900 3100-EXIT.
086000     EXIT.
086100*-----------------------------------------------------------*
086200* 3200-CERTIFY-FIELDS - WHAT WAS MASKED, FILE BY FILE        *
086300*-----------------------------------------------------------*
086400 3200-CERTIFY-FIELDS.
086500     MOVE "FIELDS MASKED:" TO MASK-CERTIFICATE-RECORD
086600     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
086700     MOVE SPACES TO MASK-CERTIFICATE-RECORD
086800     STRING "  ALL FOUR  STUDENT-ID       " DELIMITED BY SIZE
086900         "REMAPPED, SAME NEW ID IN EACH" DELIMITED BY SIZE
087000         INTO MASK-CERTIFICATE-RECORD
087100     END-STRING
087200     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
087300     MOVE SPACES TO MASK-CERTIFICATE-RECORD
087400     MOVE "FILE, CHECK DIGIT REGENERATED"
087500         TO MASK-CERTIFICATE-RECORD (30:29)
087600     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
087700     MOVE "  STUDMAST  SR-FULL-NAME     REPLACED"
087800         TO MASK-CERTIFICATE-RECORD
087900     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
088000     MOVE SPACES TO MASK-CERTIFICATE-RECORD
088100     STRING "  DEMOMAST  LAST/FIRST/INIT  " DELIMITED BY SIZE
088200         "REPLACED, SAME AS STUDMAST" DELIMITED BY SIZE
088300         INTO MASK-CERTIFICATE-RECORD
088400     END-STRING
088500     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
088600     MOVE SPACES TO MASK-CERTIFICATE-RECORD
088700     STRING "  DEMOMAST  ADDRESS 1 AND 2  " DELIMITED BY SIZE
088800         "REPLACED (BLANK LINE 2 KEPT)" DELIMITED BY SIZE
088900         INTO MASK-CERTIFICATE-RECORD
089000     END-STRING
089100     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
089200     MOVE "  DEMOMAST  CITY AND ZIP     REPLACED (STATE KEPT)"
089300         TO MASK-CERTIFICATE-RECORD
089400     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
089500     MOVE "  DEMOMAST  GUARDIAN NAME    REPLACED (BLANK KEPT)"
089600         TO MASK-CERTIFICATE-RECORD
089700     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
089800     MOVE "  DEMOMAST  BIRTH DATE       MONTH AND DAY REPLACED"
089900         TO MASK-CERTIFICATE-RECORD
090000     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
090100     MOVE "ALL OTHER FIELDS ARE COPIED AS THEY STAND."
090200         TO MASK-CERTIFICATE-RECORD
090300     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
090400     MOVE SPACES TO MASK-CERTIFICATE-RECORD
090500     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
090600     .
090700 3200-EXIT.
090800     EXIT.
090900*-----------------------------------------------------------*
091000* 3300-CERTIFY-CHECKS - THE CHECK-DIGIT PROOF OF THE NEW IDS *
091100*                       AND THE VERDICT                      *
091200*-----------------------------------------------------------*
091300 3300-CERTIFY-CHECKS.
091400     MOVE WS-IDS-REMAPPED TO WS-CERT-COUNT-ED
091500     MOVE SPACES TO MASK-CERTIFICATE-RECORD
091600     STRING "STUDENT-IDS REMAPPED:          " DELIMITED BY SIZE
091700         WS-CERT-COUNT-ED DELIMITED BY SIZE
091800         INTO MASK-CERTIFICATE-RECORD
091900     END-STRING
092000     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
092100     MOVE WS-IDS-VERIFIED TO WS-CERT-COUNT-ED
092200     MOVE SPACES TO MASK-CERTIFICATE-RECORD
092300     STRING "  PASSING THE CHECK DIGIT:     " DELIMITED BY SIZE
092400         WS-CERT-COUNT-ED DELIMITED BY SIZE
092500         INTO MASK-CERTIFICATE-RECORD
092600     END-STRING
092700     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
092800     MOVE WS-IDS-FAILED TO WS-CERT-COUNT-ED
092900     MOVE SPACES TO MASK-CERTIFICATE-RECORD
093000     STRING "  FAILING THE CHECK DIGIT:     " DELIMITED BY SIZE
093100         WS-CERT-COUNT-ED DELIMITED BY SIZE
093200         INTO MASK-CERTIFICATE-RECORD
093300     END-STRING
093400     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
093500     MOVE WS-IDS-KEPT TO WS-CERT-COUNT-ED
093600     MOVE SPACES TO MASK-CERTIFICATE-RECORD
093700     STRING "NON-NUMERIC IDS CARRIED AS IS: " DELIMITED BY SIZE
093800         WS-CERT-COUNT-ED DELIMITED BY SIZE
093900         INTO MASK-CERTIFICATE-RECORD
094000     END-STRING
094100     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
094200     MOVE "THE MASKCARD VALUES ARE NOT PRINTED."
094300         TO MASK-CERTIFICATE-RECORD
094400     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
094500     MOVE SPACES TO MASK-CERTIFICATE-RECORD
094600     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
094700     IF WS-RUN-RC = ZERO
094800         MOVE "CERTIFIED - NO PRODUCTION NAME, ADDRESS, GUARDIAN"
094900             TO MASK-CERTIFICATE-RECORD
095000         PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
095100         MOVE "OR BIRTH DATE WAS COPIED TO THE TEST FILES."
095200             TO MASK-CERTIFICATE-RECORD
095300     ELSE
095400         MOVE "NOT CERTIFIED - SEE THE DUPLICATE AND CHECK-DIGIT"
095500             TO MASK-CERTIFICATE-RECORD
095600         PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
095700         MOVE "COUNTS ABOVE. DO NOT RELEASE THE TEST FILES."
095800             TO MASK-CERTIFICATE-RECORD
095900     END-IF
096000     PERFORM 2900-WRITE-CERT-LINE THRU 2900-EXIT
096100     .
096200 3300-EXIT.
096300     EXIT.
096400     COPY "fscchk.cpy".
096500 END PROGRAM DATAMASK.
