005776*                     ENGLISH VARIANT AND THEN TO THE HARD-CODED
005781*                     TEXT IN WS-MESSAGES.  THE MSGXLAT REPORT
005786*                     LISTS IDS STILL AWAITING A TRANSLATION.
005787*   2026-10-15 DLH   ADDED MENU OPTION 10 - SUSPENSE CORRECTION
005788*                     (SUSPMNT/HESU), THE SUPERVISOR-ONLY SCREEN
005789*                     FOR CORRECTING, APPROVING OR WRITING OFF
005790*                     THE NIGHT'S POSTING REJECTS AND OVER-LIMIT
005791*                     ITEMS.  WS-INIT-COMMAREA EXTENDED IN STEP
005792*                     WITH THE NEW CA-SUS-AREA IN COPY HELCOMM.
005793*                     MSG-PWD-SAME SHORTENED TO END WITHIN
005794*                     COLUMN 72.
005795*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
005796*                     THE NEW CA-APR-AREA IN COPY HELCOMM, FOR
005810*                     THE NEW MENU OPTION 11 - CHANGE APPROVAL
005824*                     (CUSTAPPR/HECA), WHERE A SECOND SUPERVISOR
005838*                     APPROVES OR DECLINES QUEUED BALANCE AND
005852*                     CREDIT-LIMIT CHANGES.
005866*****************************************************************
005880 IDENTIFICATION DIVISION.
005900 PROGRAM-ID.     HELLO.
006000 AUTHOR.         D L HARRIS.
006100 INSTALLATION.   GSE UK.
010700     05  MSG-INVALID-KEY           PIC X(76)   VALUE
010800         'INVALID KEY - PLEASE RE-ENTER'.
010900     05  MSG-INVALID-OPTION        PIC X(76)   VALUE
011000         'INVALID OPTION - ENTER 1 TO 11'.
011100     05  MSG-HELP-TEXT             PIC X(76)   VALUE
011200         'ENTER OPID, OPTIONAL CUSTID, THEN OPTION 1-11, ENTER'.
011300     05  MSG-SIGNON-LOG-FAILED     PIC X(76)   VALUE
011400         'SIGN-ON NOT LOGGED - CONTINUING, NOTIFY SUPPORT'.
011410     05  MSG-BAD-PASSWORD          PIC X(76)   VALUE
011470     05  MSG-PWD-CHANGE-REQD       PIC X(76)   VALUE
011480         'PASSWORD CHANGE REQUIRED - KEY A NEW PASSWORD, ENTER'.
011490     05  MSG-PWD-SAME              PIC X(76)   VALUE
011491         'NEW PASSWORD MUST DIFFER FROM OLD - PLEASE RE-ENTER'.
011500 01  WS-RESP                       PIC S9(08)  COMP.
011600 01  WS-BALANCE-EDIT               PIC -(10)9.99.
011700 01  WS-ABEND-AREA.
013697             15  CI-ERR-BOT-DATE PIC 9(08) VALUE ZERO.
013698             15  CI-ERR-BOT-TIME PIC 9(06) VALUE ZERO.
013699         10  CI-ERR-PAGE         PIC 9(04) COMP VALUE 1.
013707     05  CI-SUS-AREA.
013715         10  CI-SUS-TOP-KEY    PIC X(12)     VALUE SPACES.
013723         10  CI-SUS-BOT-KEY    PIC X(12)     VALUE SPACES.
013731         10  CI-SUS-PAGE       PIC 9(04)     COMP VALUE 1.
013739         10  CI-SUS-ROW-KEY    PIC X(12)     VALUE SPACES
013747                               OCCURS 10 TIMES.
013748     05  CI-APR-AREA.
013749         10  CI-APR-TOP-KEY    PIC X(21)     VALUE SPACES.
013750         10  CI-APR-BOT-KEY    PIC X(21)     VALUE SPACES.
013751         10  CI-APR-PAGE       PIC 9(04)     COMP VALUE 1.
013752         10  CI-APR-ROW-KEY    PIC X(21)     VALUE SPACES
013753                               OCCURS 10 TIMES.
013760 LINKAGE SECTION.
013800*--------------------------------------------------------------*
013900*    COMMAREA - CARRIES SIGN-ON STATE ACROSS PSEUDO-CONVERSA-   *
014000*    TIONAL RETURNS, AND FORWARD TO THE TRANSACTIONS WE XCTL TO.*
043756                 COMMAREA (DFHCOMMAREA)
043758                 LENGTH   (LENGTH OF DFHCOMMAREA)
043760             END-EXEC
043766         WHEN '10'
043772             EXEC CICS XCTL PROGRAM  ('SUSPMNT')
043778                 COMMAREA (DFHCOMMAREA)
043784                 LENGTH   (LENGTH OF DFHCOMMAREA)
043790             END-EXEC
043791         WHEN '11'
043792             EXEC CICS XCTL PROGRAM  ('CUSTAPPR')
043793                 COMMAREA (DFHCOMMAREA)
043794                 LENGTH   (LENGTH OF DFHCOMMAREA)
043795             END-EXEC
043800         WHEN SPACES
043900             PERFORM 1000-SEND-MENU THRU 1000-EXIT
044000         WHEN OTHER
