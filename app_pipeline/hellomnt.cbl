003453*                     ENGLISH VARIANT AND THEN TO THE HARD-CODED
003464*                     TEXT IN WS-MESSAGES.  THE MSGXLAT REPORT
003475*                     LISTS IDS STILL AWAITING A TRANSLATION.
003478*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
003481*                     THE NEW CA-SUS-AREA IN COPY HELCOMM.
003482*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
003483*                     THE NEW CA-APR-AREA IN COPY HELCOMM.
003486*****************************************************************
003500  IDENTIFICATION DIVISION.
003600  PROGRAM-ID.     HELLOMNT.
010397              15  CI-ERR-BOT-DATE PIC 9(08) VALUE ZERO.
010398              15  CI-ERR-BOT-TIME PIC 9(06) VALUE ZERO.
010399          10  CI-ERR-PAGE         PIC 9(04) COMP VALUE 1.
010407      05  CI-SUS-AREA.
010415          10  CI-SUS-TOP-KEY    PIC X(12)     VALUE SPACES.
010423          10  CI-SUS-BOT-KEY    PIC X(12)     VALUE SPACES.
010431          10  CI-SUS-PAGE       PIC 9(04)     COMP VALUE 1.
010439          10  CI-SUS-ROW-KEY    PIC X(12)     VALUE SPACES
010447                                OCCURS 10 TIMES.
010448      05  CI-APR-AREA.
010449          10  CI-APR-TOP-KEY    PIC X(21)     VALUE SPACES.
010450          10  CI-APR-BOT-KEY    PIC X(21)     VALUE SPACES.
010451          10  CI-APR-PAGE       PIC 9(04)     COMP VALUE 1.
010452          10  CI-APR-ROW-KEY    PIC X(21)     VALUE SPACES
010453                                OCCURS 10 TIMES.
010460  LINKAGE SECTION.
010500*--------------------------------------------------------------*
010600*    COMMAREA - SAME LAYOUT HELLO USES, SO SIGN-ON STATE AND    *
010700*    THE LAST CUSTOMER LOOKED UP SURVIVE THE ROUND TRIP BACK.   *
