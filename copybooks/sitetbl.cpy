000100*-----------------------------------------------------------*
000200* SITETBL - CAMPUS SITE TABLE RECORD                         *
000300*-----------------------------------------------------------*
000400*  DATE       INIT  DESCRIPTION                             *
000500*  10/15/2026  DT   ORIGINAL - ONE 80-BYTE CARD PER CAMPUS   *
000600*                   IN THE REG.CONTROL.SITETBL CONTROL       *
000700*                   DATASET, NAMING THE SITE CODE CARRIED ON *
000800*                   STUDREC, CRSCAT AND INSTASGN, THE        *
000900*                   SENDING-SITE ID THE DISTRICT EXPECTS ON  *
001000*                   THAT CAMPUS'S INTFEXT HEADER, AND THE    *
001100*                   NAME THE REPORTS PRINT. READ ONLY        *
001200*                   THROUGH THE SITELKP SUBPROGRAM, WHICH    *
001300*                   ALSO USES THIS LAYOUT AS ITS CALL AREA.  *
001400*-----------------------------------------------------------*
001500*  FIELD NOTES:                                              *
001600*    ST-SITE-CODE      "01" IS THE HOME CAMPUS, "02" THE     *
001700*                      SECOND CAMPUS. A BLANK SITE CODE ON A *
001800*                      RECORD IS TAKEN AS "01".              *
001900*    ST-SENDING-SITE   DISTRICT SENDING-SITE ID FOR INTFEXT. *
002000*    ST-FOUND-FLAG     BLANK ON THE CARD. SET BY SITELKP ON  *
002100*                      RETURN - "N" WHEN THE CODE (OR        *
002200*                      SENDING ID) IS NOT IN THE TABLE.      *
002300*-----------------------------------------------------------*
002400*  CALLING SITELKP:                                          *
002500*    MOVE SPACES, THEN SET ST-SITE-CODE TO LOOK A SITE UP BY *
002600*    CODE, OR LEAVE IT BLANK AND SET ST-SENDING-SITE TO LOOK *
002700*    ONE UP BY SENDING ID. BOTH BLANK RETURNS THE HOME       *
002800*    CAMPUS. AN UNKNOWN CODE COMES BACK NAMED "UNKNOWN SITE" *
002900*    WITH SENDING ID "SITE" FOLLOWED BY THE CODE.            *
003000*-----------------------------------------------------------*
003100*  THIS MEMBER SUPPLIES ONLY THE ELEMENTARY ITEMS - CODE     *
003200*  THAT COPIES IT SUPPLIES THE OWNING 01-LEVEL RECORD, E.G.  *
003300*                                                            *
003400*      01  SITE-LOOKUP-AREA.                                 *
003500*          COPY "sitetbl.cpy".                               *
003600*-----------------------------------------------------------*
003700     05  ST-SITE-CODE          PIC X(02).
003800     05  ST-SENDING-SITE       PIC X(08).
003900     05  ST-SITE-NAME          PIC X(30).
004000     05  ST-FOUND-FLAG         PIC X(01).
004100         88  ST-SITE-FOUND                VALUE "Y".
004200         88  ST-SITE-NOT-FOUND            VALUE "N".
004300     05  FILLER                PIC X(39).
