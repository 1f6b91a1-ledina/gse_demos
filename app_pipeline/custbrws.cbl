002192*                     ENGLISH VARIANT AND THEN TO THE HARD-CODED
002193*                     TEXT IN WS-MESSAGES.  THE MSGXLAT REPORT
002194*                     LISTS IDS STILL AWAITING A TRANSLATION.
002196*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
002198*                     THE NEW CA-SUS-AREA IN COPY HELCOMM.
002218*   2026-10-15 DLH   EACH LIST LINE NOW SHOWS THE ACCOUNT STATUS
002238*                     (OPEN, BLOCKED OR CLOSED) FROM THE NEW
002258*                     CM-ACCOUNT-STATUS.
002264*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
002270*                     THE NEW CA-APR-AREA IN COPY HELCOMM.
002278*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.     CUSTBRWS.
002500 AUTHOR.         D L HARRIS.
006910     05  WS-NAME-START             PIC X(30)   VALUE SPACES.
006920     05  WS-POS-ROW-ID             PIC X(06)   VALUE SPACES.
006930     05  WS-BRW-NAME-KEY           PIC X(30)   VALUE SPACES.
006965     05  WS-STATUS-TEXT            PIC X(07)   VALUE SPACES.
007000*--------------------------------------------------------------*
007100*    WS-PAGE-AREA - THE TEN LIST LINES BEING BUILT FOR THE      *
007200*    SCREEN, IN ASCENDING KEY ORDER.  WS-BACK-AREA COLLECTS A   *
007900         10  WS-PG-CUST-ID         PIC X(06).
008000         10  WS-PG-NAME            PIC X(30).
008100         10  WS-PG-BALANCE         PIC S9(09)V99 COMP-3.
008150         10  WS-PG-STATUS          PIC X(07).
008200 01  WS-BACK-AREA.
008300     05  WS-BACK-COUNT             PIC 9(02)   COMP VALUE ZERO.
008400     05  WS-BACK-ENTRY             OCCURS 10 TIMES.
008500         10  WS-BK-CUST-ID         PIC X(06).
008600         10  WS-BK-NAME            PIC X(30).
008700         10  WS-BK-BALANCE         PIC S9(09)V99 COMP-3.
008750         10  WS-BK-STATUS          PIC X(07).
008800 01  WS-SCREEN-MSG                 PIC X(76)   VALUE SPACES.
008810*--------------------------------------------------------------*
008811*    WS-MSG-LOOKUP - MESSAGE-CONTROL LOOKUP AREA FOR 5000-GET-  *
013189             15  CI-ERR-BOT-DATE PIC 9(08) VALUE ZERO.
013190             15  CI-ERR-BOT-TIME PIC 9(06) VALUE ZERO.
013191         10  CI-ERR-PAGE         PIC 9(04) COMP VALUE 1.
013192     05  CI-SUS-AREA.
013193         10  CI-SUS-TOP-KEY    PIC X(12)     VALUE SPACES.
013194         10  CI-SUS-BOT-KEY    PIC X(12)     VALUE SPACES.
013195         10  CI-SUS-PAGE       PIC 9(04)     COMP VALUE 1.
013196         10  CI-SUS-ROW-KEY    PIC X(12)     VALUE SPACES
013197                               OCCURS 10 TIMES.
013209     05  CI-APR-AREA.
013221         10  CI-APR-TOP-KEY    PIC X(21)     VALUE SPACES.
013233         10  CI-APR-BOT-KEY    PIC X(21)     VALUE SPACES.
013245         10  CI-APR-PAGE       PIC 9(04)     COMP VALUE 1.
013257         10  CI-APR-ROW-KEY    PIC X(21)     VALUE SPACES
013269                               OCCURS 10 TIMES.
013281 LINKAGE SECTION.
013300*--------------------------------------------------------------*
013400*    COMMAREA - SAME LAYOUT HELLO USES.  CA-BROWSE-AREA CARRIES *
013500*    THE BROWSE STATE ACROSS THE PSEUDO-CONVERSATION, AND THE   *
024200         MOVE SPACES TO RCIDO  (WS-ROW-IX)
024300         MOVE SPACES TO RNAMO  (WS-ROW-IX)
024400         MOVE SPACES TO RBALO  (WS-ROW-IX)
024450         MOVE SPACES TO RSTSO  (WS-ROW-IX)
024500     ELSE
024600         MOVE SPACES TO RSELO (WS-ROW-IX)
024700         MOVE WS-PG-CUST-ID (WS-ROW-IX) TO RCIDO (WS-ROW-IX)
024800         MOVE WS-PG-NAME    (WS-ROW-IX) TO RNAMO (WS-ROW-IX)
024900         MOVE WS-PG-BALANCE (WS-ROW-IX) TO WS-BALANCE-EDIT
025000         MOVE WS-BALANCE-EDIT           TO RBALO (WS-ROW-IX)
025050         MOVE WS-PG-STATUS  (WS-ROW-IX) TO RSTSO (WS-ROW-IX)
025100     END-IF.
025200 1100-EXIT.
025300     EXIT.
054400     MOVE CM-CUSTOMER-ID   TO WS-PG-CUST-ID (WS-PAGE-COUNT).
054500     MOVE CM-CUSTOMER-NAME TO WS-PG-NAME    (WS-PAGE-COUNT).
054600     MOVE CM-BALANCE       TO WS-PG-BALANCE (WS-PAGE-COUNT).
054633     PERFORM 3800-STATUS-TEXT THRU 3800-EXIT.
054666     MOVE WS-STATUS-TEXT   TO WS-PG-STATUS (WS-PAGE-COUNT).
054700 3100-EXIT.
054800     EXIT.
054900*****************************************************************
061400     MOVE CM-CUSTOMER-ID   TO WS-BK-CUST-ID (WS-BACK-COUNT).
061500     MOVE CM-CUSTOMER-NAME TO WS-BK-NAME    (WS-BACK-COUNT).
061600     MOVE CM-BALANCE       TO WS-BK-BALANCE (WS-BACK-COUNT).
061633     PERFORM 3800-STATUS-TEXT THRU 3800-EXIT.
061666     MOVE WS-STATUS-TEXT   TO WS-BK-STATUS (WS-BACK-COUNT).
061700 3300-EXIT.
061800     EXIT.
061900*****************************************************************
065700         TO WS-PG-NAME    (WS-SEL-IX).
065800     MOVE WS-BK-BALANCE (WS-ROW-IX)
065900         TO WS-PG-BALANCE (WS-SEL-IX).
065933     MOVE WS-BK-STATUS  (WS-ROW-IX)
065966         TO WS-PG-STATUS  (WS-SEL-IX).
066000 3550-EXIT.
066100     EXIT.
066200*****************************************************************
071900     END-IF.
072000 3750-EXIT.
072100     EXIT.
072106*****************************************************************
072112*    3800-STATUS-TEXT - PRINTABLE ACCOUNT STATUS FOR THE        *
072118*    CUSTOMER IN CM-RECORD.  SPACES ON AN OLD RECORD MEAN OPEN. *
072124*****************************************************************
072130 3800-STATUS-TEXT.
072136     EVALUATE TRUE
072142         WHEN CM-STATUS-BLOCKED
072148             MOVE 'BLOCKED' TO WS-STATUS-TEXT
072154         WHEN CM-STATUS-CLOSED
072160             MOVE 'CLOSED'  TO WS-STATUS-TEXT
072166         WHEN OTHER
072172             MOVE 'OPEN'    TO WS-STATUS-TEXT
072178     END-EVALUATE.
072184 3800-EXIT.
072190     EXIT.
072200*****************************************************************
072202*    4000-NAME-FIRST-PAGE - FIRST PAGE OF THE KEYED NAME        *
072204*    BROWSE: START THE CUSTNAME PATH AT THE FIRST NAME AT OR    *
072362     MOVE CM-CUSTOMER-ID   TO WS-PG-CUST-ID (WS-PAGE-COUNT).
072364     MOVE CM-CUSTOMER-NAME TO WS-PG-NAME    (WS-PAGE-COUNT).
072366     MOVE CM-BALANCE       TO WS-PG-BALANCE (WS-PAGE-COUNT).
072367     PERFORM 3800-STATUS-TEXT THRU 3800-EXIT.
072368     MOVE WS-STATUS-TEXT   TO WS-PG-STATUS (WS-PAGE-COUNT).
072369 4200-EXIT.
072370     EXIT.
072372*****************************************************************
072374*    4500-NAME-PAGE-FORWARD - NEXT PAGE OF NAMES AFTER THE      *
072582     MOVE CM-CUSTOMER-ID   TO WS-BK-CUST-ID (WS-BACK-COUNT).
072584     MOVE CM-CUSTOMER-NAME TO WS-BK-NAME    (WS-BACK-COUNT).
072586     MOVE CM-BALANCE       TO WS-BK-BALANCE (WS-BACK-COUNT).
072587     PERFORM 3800-STATUS-TEXT THRU 3800-EXIT.
072588     MOVE WS-STATUS-TEXT   TO WS-BK-STATUS (WS-BACK-COUNT).
072589 4660-EXIT.
072590     EXIT.
072592*****************************************************************
072594*    4700-NAME-REBUILD-PAGE - RE-READ THE NAME-MODE PAGE        *
