001948*                     ENGLISH VARIANT AND THEN TO THE HARD-CODED
001959*                     TEXT IN WS-MESSAGES.  THE MSGXLAT REPORT
001970*                     LISTS IDS STILL AWAITING A TRANSLATION.
001973*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
001976*                     THE NEW CA-SUS-AREA IN COPY HELCOMM.
001977*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
001978*                     THE NEW CA-APR-AREA IN COPY HELCOMM.
001981*   2026-10-15 DLH   NEW TEAM CODE FIELD (OP-TEAM-CODE) - THE
001984*                     TEAM WHOSE MANAGER SIGNS THE OPERATOR
001987*                     OFF AT THE QUARTERLY OPRCERT RUN.  ANY
001990*                     CODE IS ACCEPTED; SPACES MEAN NONE.
001993*****************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.     OPERMNT.
002200 AUTHOR.         D L HARRIS.
005300     05  WS-MAPNAME                PIC X(08)   VALUE 'HEOMMN1'.
005310     05  WS-LOCK-VALUE             PIC X(01)   VALUE SPACE.
005320     05  WS-LANG-VALUE             PIC X(01)   VALUE SPACE.
005325     05  WS-TEAM-VALUE             PIC X(02)   VALUE SPACES.
005330     05  WS-AUDIT-DATE             PIC 9(08)   VALUE ZERO.
005340     05  WS-AUDIT-TIME             PIC 9(06)   VALUE ZERO.
005350     05  WS-MA-SEQ                 PIC 9(05)   COMP VALUE ZERO.
012600             15  CI-ERR-BOT-DATE PIC 9(08) VALUE ZERO.
012700             15  CI-ERR-BOT-TIME PIC 9(06) VALUE ZERO.
012800         10  CI-ERR-PAGE         PIC 9(04) COMP VALUE 1.
012814     05  CI-SUS-AREA.
012828         10  CI-SUS-TOP-KEY    PIC X(12)     VALUE SPACES.
012842         10  CI-SUS-BOT-KEY    PIC X(12)     VALUE SPACES.
012856         10  CI-SUS-PAGE       PIC 9(04)     COMP VALUE 1.
012870         10  CI-SUS-ROW-KEY    PIC X(12)     VALUE SPACES
012884                               OCCURS 10 TIMES.
012886     05  CI-APR-AREA.
012888         10  CI-APR-TOP-KEY    PIC X(21)     VALUE SPACES.
012890         10  CI-APR-BOT-KEY    PIC X(21)     VALUE SPACES.
012892         10  CI-APR-PAGE       PIC 9(04)     COMP VALUE 1.
012894         10  CI-APR-ROW-KEY    PIC X(21)     VALUE SPACES
012896                               OCCURS 10 TIMES.
012900 LINKAGE SECTION.
013000*--------------------------------------------------------------*
013100*    COMMAREA - SAME LAYOUT HELLO USES.  CA-AUTHORITY-LEVEL,    *
023530     ELSE
023540         MOVE 'N' TO LOCKCDO
023550     END-IF.
023575     MOVE OP-TEAM-CODE     TO TEAMCDO.
023600 1100-EXIT.
023700     EXIT.
023800*****************************************************************
030420         MOVE ZERO              TO OP-PWD-CHANGED
030430         MOVE ZERO              TO OP-FAIL-COUNT
030440         MOVE SPACES            TO OP-LOCK-SW
030470         MOVE SPACES            TO OP-TEAM-CODE
030500         MOVE 'OMNOTFND' TO WS-MSG-ID
030501         MOVE MSG-NOT-FOUND TO WS-MSG-FALLBACK
030502         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
034866             PERFORM 1000-SEND-MAINT-SCREEN THRU 1000-EXIT
034872             GO TO 2200-EXIT
034878     END-EVALUATE.
034879
034880     MOVE TEAMCDI OF HEOMMN1I TO WS-TEAM-VALUE.
034881     INSPECT WS-TEAM-VALUE
034882         REPLACING ALL LOW-VALUE BY SPACE.
034884
034890     MOVE OPIDI   OF HEOMMN1I TO OP-OPERATOR-ID.
034900     INSPECT OP-OPERATOR-ID
035100     MOVE OPNAMEI OF HEOMMN1I TO OP-OPERATOR-NAME.
035200     MOVE AUTHCDI OF HEOMMN1I TO OP-AUTHORITY.
035210     MOVE WS-LANG-VALUE       TO OP-DEFAULT-LANG.
035215     MOVE WS-TEAM-VALUE       TO OP-TEAM-CODE.
035220*    CLEARING A LOCKOUT ALSO WIPES THE FAILURE COUNT; THE
035230*    PASSWORD FIELDS THEMSELVES ARE PRESERVED ON AN AMEND
035240     MOVE WS-LOCK-VALUE       TO OP-LOCK-SW.
037000         MOVE OPNAMEI OF HEOMMN1I TO OP-OPERATOR-NAME
037100         MOVE AUTHCDI OF HEOMMN1I TO OP-AUTHORITY
037200         MOVE WS-LANG-VALUE       TO OP-DEFAULT-LANG
037565         MOVE WS-TEAM-VALUE       TO OP-TEAM-CODE
037930         MOVE WS-LOCK-VALUE       TO OP-LOCK-SW
037940         IF WS-LOCK-VALUE NOT = 'L'
037950             MOVE ZERO TO OP-FAIL-COUNT
