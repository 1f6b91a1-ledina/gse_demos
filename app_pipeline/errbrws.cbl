002588*                     ENGLISH VARIANT AND THEN TO THE HARD-CODED
002590*                     TEXT IN WS-MESSAGES.  THE MSGXLAT REPORT
002592*                     LISTS IDS STILL AWAITING A TRANSLATION.
002594*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
002596*                     THE NEW CA-SUS-AREA IN COPY HELCOMM.
002597*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
002598*                     THE NEW CA-APR-AREA IN COPY HELCOMM.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.     ERRBRWS.
016200             15  CI-ERR-BOT-DATE PIC 9(08) VALUE ZERO.
016300             15  CI-ERR-BOT-TIME PIC 9(06) VALUE ZERO.
016400         10  CI-ERR-PAGE         PIC 9(04) COMP VALUE 1.
016414     05  CI-SUS-AREA.
016428         10  CI-SUS-TOP-KEY    PIC X(12)     VALUE SPACES.
016442         10  CI-SUS-BOT-KEY    PIC X(12)     VALUE SPACES.
016456         10  CI-SUS-PAGE       PIC 9(04)     COMP VALUE 1.
016470         10  CI-SUS-ROW-KEY    PIC X(12)     VALUE SPACES
016484                               OCCURS 10 TIMES.
016486     05  CI-APR-AREA.
016488         10  CI-APR-TOP-KEY    PIC X(21)     VALUE SPACES.
016490         10  CI-APR-BOT-KEY    PIC X(21)     VALUE SPACES.
016492         10  CI-APR-PAGE       PIC 9(04)     COMP VALUE 1.
016494         10  CI-APR-ROW-KEY    PIC X(21)     VALUE SPACES
016496                               OCCURS 10 TIMES.
016500 LINKAGE SECTION.
016600*--------------------------------------------------------------*
016700*    COMMAREA - SAME LAYOUT HELLO USES.  CA-ERR-AREA CARRIES    *
