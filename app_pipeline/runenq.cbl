002100*                     MESSAGES ARE SERVED FROM THE MESSAGE-
002200*                     CONTROL FILE VIA 5000-GET-MESSAGE, AS
002300*                     ACROSS THE REST OF THE SUITE.
002333*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
002366*                     THE NEW CA-SUS-AREA IN COPY HELCOMM.
002377*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
002388*                     THE NEW CA-APR-AREA IN COPY HELCOMM.
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.     RUNENQ.
017200             15  CI-ERR-BOT-DATE PIC 9(08) VALUE ZERO.
017300             15  CI-ERR-BOT-TIME PIC 9(06) VALUE ZERO.
017400         10  CI-ERR-PAGE         PIC 9(04) COMP VALUE 1.
017414     05  CI-SUS-AREA.
017428         10  CI-SUS-TOP-KEY    PIC X(12)     VALUE SPACES.
017442         10  CI-SUS-BOT-KEY    PIC X(12)     VALUE SPACES.
017456         10  CI-SUS-PAGE       PIC 9(04)     COMP VALUE 1.
017470         10  CI-SUS-ROW-KEY    PIC X(12)     VALUE SPACES
017484                               OCCURS 10 TIMES.
017486     05  CI-APR-AREA.
017488         10  CI-APR-TOP-KEY    PIC X(21)     VALUE SPACES.
017490         10  CI-APR-BOT-KEY    PIC X(21)     VALUE SPACES.
017492         10  CI-APR-PAGE       PIC 9(04)     COMP VALUE 1.
017494         10  CI-APR-ROW-KEY    PIC X(21)     VALUE SPACES
017496                               OCCURS 10 TIMES.
017500 LINKAGE SECTION.
017600*--------------------------------------------------------------*
017700*    COMMAREA - SAME LAYOUT HELLO USES.  CA-AUTHORITY-LEVEL,    *
