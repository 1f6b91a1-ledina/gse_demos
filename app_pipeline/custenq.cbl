002688*                     ENGLISH VARIANT AND THEN TO THE HARD-CODED
002690*                     TEXT IN WS-MESSAGES.  THE MSGXLAT REPORT
002692*                     LISTS IDS STILL AWAITING A TRANSLATION.
002694*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
002696*                     THE NEW CA-SUS-AREA IN COPY HELCOMM.
002713*   2026-10-15 DLH   THE CUSTOMER'S ACCOUNT STATUS (OPEN, BLOCKED
002730*                     OR CLOSED) IS SHOWN NEXT TO THE NAME.  IT IS
002747*                     NOT CARRIED IN THE COMMAREA, SO 1060 READS
002764*                     IT FROM THE CUSTOMER MASTER ON EVERY SEND.
002765*   2026-10-15 DLH   A SUPERVISOR CAN REVERSE A POSTED MOVEMENT BY
002766*                     KEYING R AGAINST ITS HISTORY LINE.  THE
002767*                     CONTRA MOVEMENT (OPPOSITE TYPE, SAME AMOUNT,
002768*                     REFERENCE = THE ORIGINAL DATE/SEQUENCE) IS
002769*                     WRITTEN RELEASED TO DAYTXN FOR TONIGHT'S RUN
002770*                     AND THE ORIGINAL IS MARKED REVERSED SO IT
002771*                     CANNOT BE REVERSED TWICE.  A MARKER COLUMN
002772*                     SHOWS REVERSED AND REVERSING LINES.
002775*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
002778*                     THE NEW CA-APR-AREA IN COPY HELCOMM.
002781*   2026-10-15 DLH   A REVERSAL IS NOW DATED WITH THE BUSINESS
002784*                     DATE FROM THE BUSINESS-DATE CONTROL RECORD
002787*                     (COPY BUSDATE) INSTEAD OF THE CICS CLOCK
002790*                     DATE, AND IS REFUSED WHILE THE NIGHT BATCH
002793*                     IS IN PROGRESS (2430-CHECK-BUSINESS-DATE).
002796*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.     CUSTENQ.
003000 AUTHOR.         D L HARRIS.
004100     COPY DFHAID.
004200     COPY CUSTMAST.
004300     COPY CUSTHIST.
004333     COPY DAYTXN.
004366     COPY MNTAUDIT.
004383     COPY BUSDATE.
004400     COPY SCRNHDR.
004500     COPY ERRLOG.
004600*--------------------------------------------------------------*
005500     05  WS-SKIP-EQUAL-SW      PIC X(01)   VALUE 'N'.
005600         88  WS-SKIP-EQUAL                  VALUE 'Y'.
005700         88  WS-INCLUDE-EQUAL               VALUE 'N'.
005711     05  WS-SEL-FOUND-SW       PIC X(01)   VALUE 'N'.
005722         88  WS-SEL-FOUND                   VALUE 'Y'.
005733     05  WS-AUDIT-OK-SW        PIC X(01)   VALUE 'N'.
005744         88  WS-AUDIT-OK                    VALUE 'Y'.
005755     05  WS-MA-WRITTEN-SW      PIC X(01)   VALUE 'N'.
005766         88  WS-MA-WRITTEN                  VALUE 'Y'.
005777     05  WS-DT-WRITTEN-SW      PIC X(01)   VALUE 'N'.
005788         88  WS-DT-WRITTEN                  VALUE 'Y'.
005792     05  WS-BD-OK-SW           PIC X(01)   VALUE 'N'.
005796         88  WS-BD-OK                       VALUE 'Y'.
005800*--------------------------------------------------------------*
005900*    WORK AREAS                                                *
006000*--------------------------------------------------------------*
006400     05  WS-MAPNAME                PIC X(08)   VALUE 'HECQMN1'.
006500     05  WS-ROW-IX                 PIC 9(02)   COMP VALUE ZERO.
006600     05  WS-REV-IX                 PIC 9(02)   COMP VALUE ZERO.
006650     05  WS-STATUS-TEXT            PIC X(07)   VALUE SPACES.
006656     05  WS-SEL-IX                 PIC 9(02)   COMP VALUE ZERO.
006662     05  WS-ENTRY-DATE             PIC 9(08)   VALUE ZERO.
006668     05  WS-ENTRY-TIME             PIC 9(06)   VALUE ZERO.
006674     05  WS-DT-SEQ                 PIC 9(05)   COMP VALUE ZERO.
006680     05  WS-AUDIT-DATE             PIC 9(08)   VALUE ZERO.
006686     05  WS-AUDIT-TIME             PIC 9(06)   VALUE ZERO.
006692     05  WS-MA-SEQ                 PIC 9(05)   COMP VALUE ZERO.
006700*--------------------------------------------------------------*
006800*    WS-START-POS - DATE/SEQUENCE POSITION THE HISTORY BROWSE   *
006900*    STARTS FROM, AND THE FULL KEY AREA THE BROWSE RUNS ON      *
007400 01  WS-BRW-CHKEY.
007500     05  WS-BCK-CUST               PIC X(06)   VALUE SPACES.
007600     05  WS-BCK-POS                PIC X(12)   VALUE SPACES.
007606*--------------------------------------------------------------*
007612*    WS-REV-CHKEY - FULL KEY OF THE MOVEMENT BEING REVERSED    *
007618*--------------------------------------------------------------*
007624 01  WS-REV-CHKEY.
007630     05  WS-RCK-CUST               PIC X(06)   VALUE SPACES.
007636     05  WS-RCK-POS                PIC X(12)   VALUE SPACES.
007642*--------------------------------------------------------------*
007648*    WS-AUDIT-STAGING - BEFORE AND AFTER IMAGES OF THE HISTORY  *
007654*    RECORD FOR THE MAINTENANCE AUDIT OF A REVERSAL             *
007660*--------------------------------------------------------------*
007666 01  WS-AUDIT-STAGING.
007672     05  WS-AUD-ACTION             PIC X(01)   VALUE SPACE.
007678     05  WS-AUD-KEY                PIC X(12)   VALUE SPACES.
007684     05  WS-AUD-BEFORE             PIC X(80)   VALUE SPACES.
007690     05  WS-AUD-AFTER              PIC X(80)   VALUE SPACES.
007700*--------------------------------------------------------------*
007800*    WS-PAGE-AREA - THE EIGHT MOVEMENT LINES BEING BUILT FOR    *
007900*    THE SCREEN, NEWEST FIRST (DESCENDING DATE/SEQUENCE).       *
009000         10  WS-PG-AMOUNT          PIC 9(09)V99.
009100         10  WS-PG-REF             PIC X(12).
009200         10  WS-PG-BALANCE         PIC S9(09)V99 COMP-3.
009250         10  WS-PG-MARK            PIC X(01).
009300 01  WS-FWD-AREA.
009400     05  WS-FWD-COUNT              PIC 9(02)   COMP VALUE ZERO.
009500     05  WS-FWD-ENTRY              OCCURS 8 TIMES.
010000         10  WS-FW-AMOUNT          PIC 9(09)V99.
010100         10  WS-FW-REF             PIC X(12).
010200         10  WS-FW-BALANCE         PIC S9(09)V99 COMP-3.
010250         10  WS-FW-MARK            PIC X(01).
010300 01  WS-SCREEN-MSG                 PIC X(76)   VALUE SPACES.
010310*--------------------------------------------------------------*
010311*    WS-MSG-LOOKUP - MESSAGE-CONTROL LOOKUP AREA FOR 5000-GET-  *
011600         'CUSTOMER DISPLAYED - PF8 FOR OLDER MOVEMENTS'.
011700     05  MSG-INVALID-KEY           PIC X(76)   VALUE
011800         'INVALID KEY - PLEASE RE-ENTER'.
011805     05  MSG-NOT-SUPERVISOR        PIC X(76)   VALUE
011810         'SUPERVISOR AUTHORITY REQUIRED TO REVERSE A MOVEMENT'.
011815     05  MSG-BAD-SELECTION         PIC X(76)   VALUE
011820         'ENTER R AGAINST THE MOVEMENT TO BE REVERSED'.
011825     05  MSG-NO-LINE               PIC X(76)   VALUE
011830         'MOVEMENT NOT FOUND ON LINE SELECTED - LIST REFRESHED'.
011835     05  MSG-ACCOUNT-CLOSED        PIC X(76)   VALUE
011840         'ACCOUNT IS CLOSED - MOVEMENT CANNOT BE REVERSED'.
011845     05  MSG-ALREADY-REVERSED      PIC X(76)   VALUE
011850         'MOVEMENT HAS ALREADY BEEN REVERSED'.
011855     05  MSG-IS-REVERSAL           PIC X(76)   VALUE
011860         'MOVEMENT IS ITSELF A REVERSAL AND CANNOT BE REVERSED'.
011865     05  MSG-REVERSED              PIC X(76)   VALUE
011870         'MOVEMENT REVERSED - CONTRA ENTRY POSTS TONIGHT'.
011875     05  MSG-WRITE-FAILED          PIC X(76)   VALUE
011880         'REVERSAL COULD NOT BE RECORDED - PLEASE RETRY'.
011885     05  MSG-AUDIT-FAILED          PIC X(76)   VALUE
011890         'CHANGE NOT AUDITED - UPDATE REFUSED, NOTIFY SUPPORT'.
011892     05  MSG-BATCH-RUNNING         PIC X(76)   VALUE
011894         'NIGHT BATCH RUNNING - NO REVERSALS UNTIL DATE ROLLS'.
011896     05  MSG-NO-BUSINESS-DATE      PIC X(76)   VALUE
011898         'BUSINESS DATE NOT AVAILABLE - NOTIFY SUPPORT'.
011900 01  WS-RESP                       PIC S9(08)  COMP.
012000 01  WS-BALANCE-EDIT               PIC -(9)9.99.
012100 01  WS-AMOUNT-EDIT                PIC ZZZZZZZZ9.99.
016700             15  CI-ERR-BOT-DATE PIC 9(08) VALUE ZERO.
016800             15  CI-ERR-BOT-TIME PIC 9(06) VALUE ZERO.
016900         10  CI-ERR-PAGE         PIC 9(04) COMP VALUE 1.
016914     05  CI-SUS-AREA.
016928         10  CI-SUS-TOP-KEY    PIC X(12)     VALUE SPACES.
016942         10  CI-SUS-BOT-KEY    PIC X(12)     VALUE SPACES.
016956         10  CI-SUS-PAGE       PIC 9(04)     COMP VALUE 1.
016970         10  CI-SUS-ROW-KEY    PIC X(12)     VALUE SPACES
016984                               OCCURS 10 TIMES.
016986     05  CI-APR-AREA.
016988         10  CI-APR-TOP-KEY    PIC X(21)     VALUE SPACES.
016990         10  CI-APR-BOT-KEY    PIC X(21)     VALUE SPACES.
016992         10  CI-APR-PAGE       PIC 9(04)     COMP VALUE 1.
016994         10  CI-APR-ROW-KEY    PIC X(21)     VALUE SPACES
016996                               OCCURS 10 TIMES.
017000 LINKAGE SECTION.
017100*--------------------------------------------------------------*
017200*    COMMAREA - SAME LAYOUT HELLO USES.  CA-ENQ-AREA CARRIES    *
022200         MOVE WS-BALANCE-EDIT TO BALAMTO
022210         MOVE CA-CUST-LIMIT   TO WS-BALANCE-EDIT
022220         MOVE WS-BALANCE-EDIT TO LIMAMTO
022246         PERFORM 1060-GET-STATUS THRU 1060-EXIT
022272         MOVE WS-STATUS-TEXT  TO STSTXTO
022300     END-IF.
022400     PERFORM 1100-BUILD-HISTORY-LINE THRU 1100-EXIT
022500         VARYING WS-ROW-IX FROM 1 BY 1
027100     MOVE SH-PAGE-TEXT       TO HDRPAGEO.
027200 1050-EXIT.
027300     EXIT.
027303*****************************************************************
027306*    1060-GET-STATUS - ACCOUNT STATUS OF THE CUSTOMER ENQUIRED  *
027309*    ON, READ FROM THE CUSTOMER MASTER AS THE COMMAREA DOES NOT *
027312*    CARRY IT.  A CUSTOMER DELETED SINCE THE ENQUIRY SHOWS NO   *
027315*    STATUS RATHER THAN FAILING THE SCREEN.                     *
027318*****************************************************************
027321 1060-GET-STATUS.
027324     MOVE SPACES TO WS-STATUS-TEXT.
027327     EXEC CICS READ FILE ('CUSTMAST')
027330         INTO   (CM-RECORD)
027333         RIDFLD (CA-CUSTOMER-ID)
027336         RESP   (WS-RESP)
027339     END-EXEC.
027342     IF WS-RESP NOT = DFHRESP(NORMAL)
027345         GO TO 1060-EXIT
027348     END-IF.
027351     EVALUATE TRUE
027354         WHEN CM-STATUS-BLOCKED
027357             MOVE 'BLOCKED' TO WS-STATUS-TEXT
027360         WHEN CM-STATUS-CLOSED
027363             MOVE 'CLOSED'  TO WS-STATUS-TEXT
027366         WHEN OTHER
027369             MOVE 'OPEN'    TO WS-STATUS-TEXT
027372     END-EVALUATE.
027375 1060-EXIT.
027378     EXIT.
027400*****************************************************************
027500*    1100-BUILD-HISTORY-LINE - MOVE ONE WS-PAGE-AREA ENTRY TO   *
027600*    ITS SCREEN LINE.  PERFORMED VARYING WS-ROW-IX BY 1000.     *
028200         MOVE SPACES TO RAMTO (WS-ROW-IX)
028300         MOVE SPACES TO RREFO (WS-ROW-IX)
028400         MOVE SPACES TO RBALO (WS-ROW-IX)
028450         MOVE SPACES TO RMRKO (WS-ROW-IX)
028500     ELSE
028600         MOVE WS-PG-DATE (WS-ROW-IX) TO RDATO (WS-ROW-IX)
028700         IF WS-PG-TYPE (WS-ROW-IX) = 'D'
029400         MOVE WS-PG-REF (WS-ROW-IX)     TO RREFO (WS-ROW-IX)
029500         MOVE WS-PG-BALANCE (WS-ROW-IX) TO WS-BALANCE-EDIT
029600         MOVE WS-BALANCE-EDIT           TO RBALO (WS-ROW-IX)
029611         EVALUATE WS-PG-MARK (WS-ROW-IX)
029622             WHEN 'R'
029633                 MOVE 'REVERSED' TO RMRKO (WS-ROW-IX)
029644             WHEN 'V'
029655                 MOVE 'REVERSAL' TO RMRKO (WS-ROW-IX)
029666             WHEN OTHER
029677                 MOVE SPACES     TO RMRKO (WS-ROW-IX)
029688         END-EVALUATE
029700     END-IF.
029750     MOVE SPACES TO RSELO (WS-ROW-IX).
029800 1100-EXIT.
029900     EXIT.
030000*****************************************************************
034800*    WHEN LEFT BLANK, THE CUSTOMER ALREADY ON THE SCREEN)       *
034900*****************************************************************
035000 2400-ENQUIRE.
035016     PERFORM 2410-SCAN-SELECTION THRU 2410-EXIT.
035032     IF WS-SEL-FOUND
035037         PERFORM 2430-CHECK-BUSINESS-DATE THRU 2430-EXIT
035042         IF WS-BD-OK
035048             PERFORM 2500-REVERSE-MOVEMENT THRU 2500-EXIT
035056         END-IF
035064         GO TO 2400-EXIT
035080     END-IF.
035100     IF CUSTIDI OF HECQMN1I = SPACES OR LOW-VALUES
035200         IF CA-CUSTOMER-ID = SPACES
035300             MOVE 'CQIDREQ' TO WS-MSG-ID
036200     PERFORM 2450-ENQUIRE-CUSTOMER THRU 2450-EXIT.
036300 2400-EXIT.
036400     EXIT.
036404*****************************************************************
036408*    2410-SCAN-SELECTION - FIND THE FIRST HISTORY LINE WITH A   *
036412*    CHARACTER KEYED IN ITS SELECTION COLUMN                    *
036416*****************************************************************
036420 2410-SCAN-SELECTION.
036424     MOVE 'N' TO WS-SEL-FOUND-SW.
036428     MOVE ZERO TO WS-SEL-IX.
036432     PERFORM 2420-CHECK-SELECTION THRU 2420-EXIT
036436         VARYING WS-ROW-IX FROM 1 BY 1
036440         UNTIL WS-ROW-IX > 8
036444            OR WS-SEL-FOUND.
036448 2410-EXIT.
036452     EXIT.
036456
036460 2420-CHECK-SELECTION.
036464     IF RSELI (WS-ROW-IX) NOT = SPACE
036468        AND RSELI (WS-ROW-IX) NOT = LOW-VALUE
036472         SET WS-SEL-FOUND TO TRUE
036476         MOVE WS-ROW-IX TO WS-SEL-IX
036480     END-IF.
036484 2420-EXIT.
036488     EXIT.
036491*****************************************************************
036494*    2430-CHECK-BUSINESS-DATE - READ THE BUSINESS-DATE          *
036497*    CONTROL RECORD.  NO REVERSAL IS TAKEN WHILE THE NIGHT      *
036500*    BATCH IS IN PROGRESS - TXNSWEEP HAS ALREADY TAKEN THE DAY  *
036503*    FILE AND THE DATE HAS NOT YET ROLLED.  WS-BD-OK IS SET     *
036506*    ONLY WHEN THE REVERSAL MAY GO AHEAD.                       *
036509*****************************************************************
036512 2430-CHECK-BUSINESS-DATE.
036515     MOVE 'N' TO WS-BD-OK-SW.
036518     SET BD-CONTROL-RECORD TO TRUE.
036521     EXEC CICS READ FILE ('BUSDATE')
036524         INTO   (BD-RECORD)
036527         RIDFLD (BD-KEY)
036530         RESP   (WS-RESP)
036533     END-EXEC.
036536     IF WS-RESP NOT = DFHRESP(NORMAL)
036539         MOVE 'CQNODATE' TO WS-MSG-ID
036542         MOVE MSG-NO-BUSINESS-DATE TO WS-MSG-FALLBACK
036545         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
036548         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
036551         PERFORM 1000-SEND-ENQUIRY-SCREEN THRU 1000-EXIT
036554         GO TO 2430-EXIT
036557     END-IF.
036560     IF BD-BATCH-IN-PROGRESS
036563         MOVE 'CQBATCH' TO WS-MSG-ID
036566         MOVE MSG-BATCH-RUNNING TO WS-MSG-FALLBACK
036569         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
036572         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
036575         PERFORM 1000-SEND-ENQUIRY-SCREEN THRU 1000-EXIT
036578         GO TO 2430-EXIT
036581     END-IF.
036584     SET WS-BD-OK TO TRUE.
036587 2430-EXIT.
036590     EXIT.
036593*****************************************************************
036600*    2450-ENQUIRE-CUSTOMER - READ THE CUSTOMER MASTER FOR THE   *
036700*    ID IN CM-CUSTOMER-ID AND LIST THE NEWEST PAGE OF ITS       *
036800*    MOVEMENT HISTORY                                           *
039600     PERFORM 1000-SEND-ENQUIRY-SCREEN THRU 1000-EXIT.
039700 2450-EXIT.
039800     EXIT.
039801*****************************************************************
039802*    2500-REVERSE-MOVEMENT - SUPERVISORS ONLY.  THE PAGE ON     *
039803*    SCREEN IS RE-READ TO FIND THE MOVEMENT ON THE SELECTED     *
039804*    LINE, WHICH IS READ FOR UPDATE.  THE AUDIT IS WRITTEN      *
039805*    FIRST (NO AUDIT, NO UPDATE), THEN THE CONTRA MOVEMENT GOES *
039806*    TO DAYTXN RELEASED AND THE ORIGINAL IS REWRITTEN MARKED    *
039807*    REVERSED.  IF EITHER OF THOSE FAILS THE UNIT OF WORK IS    *
039808*    ROLLED BACK SO NEITHER HALF IS LEFT WITHOUT THE OTHER.     *
039809*****************************************************************
039810 2500-REVERSE-MOVEMENT.
039811     IF WS-COMMAREA-INVALID OR CA-NOT-SIGNED-ON
039812        OR NOT CA-SUPERVISOR
039813         MOVE 'CQNOSUPV' TO WS-MSG-ID
039814         MOVE MSG-NOT-SUPERVISOR TO WS-MSG-FALLBACK
039815         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
039816         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
039817         PERFORM 1000-SEND-ENQUIRY-SCREEN THRU 1000-EXIT
039818         GO TO 2500-EXIT
039819     END-IF.
039820     IF RSELI (WS-SEL-IX) NOT = 'R'
039821         MOVE 'CQBADSEL' TO WS-MSG-ID
039822         MOVE MSG-BAD-SELECTION TO WS-MSG-FALLBACK
039823         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
039824         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
039825         PERFORM 1000-SEND-ENQUIRY-SCREEN THRU 1000-EXIT
039826         GO TO 2500-EXIT
039827     END-IF.
039828
039829     PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT.
039830     IF WS-SEL-IX > WS-PAGE-COUNT
039831         MOVE 'CQNOLINE' TO WS-MSG-ID
039832         MOVE MSG-NO-LINE TO WS-MSG-FALLBACK
039833         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
039834         PERFORM 1000-SEND-ENQUIRY-SCREEN THRU 1000-EXIT
039835         GO TO 2500-EXIT
039836     END-IF.
039837
039838     EXEC CICS READ FILE ('CUSTMAST')
039839         INTO   (CM-RECORD)
039840         RIDFLD (CA-CUSTOMER-ID)
039841         RESP   (WS-RESP)
039842     END-EXEC.
039843     IF WS-RESP NOT = DFHRESP(NORMAL)
039844         MOVE 'CUSTNF' TO WS-MSG-ID
039845         MOVE MSG-NOT-FOUND TO WS-MSG-FALLBACK
039846         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
039847         PERFORM 1000-SEND-ENQUIRY-SCREEN THRU 1000-EXIT
039848         GO TO 2500-EXIT
039849     END-IF.
039850     IF CM-STATUS-CLOSED
039851         MOVE 'CQACTCLS' TO WS-MSG-ID
039852         MOVE MSG-ACCOUNT-CLOSED TO WS-MSG-FALLBACK
039853         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
039854         PERFORM 1000-SEND-ENQUIRY-SCREEN THRU 1000-EXIT
039855         GO TO 2500-EXIT
039856     END-IF.
039857
039858     MOVE CA-CUSTOMER-ID          TO WS-RCK-CUST.
039859     MOVE WS-PG-POS (WS-SEL-IX)   TO WS-RCK-POS.
039860     EXEC CICS READ FILE ('CUSTHIST')
039861         INTO   (CH-RECORD)
039862         RIDFLD (WS-REV-CHKEY)
039863         UPDATE
039864         RESP   (WS-RESP)
039865     END-EXEC.
039866     IF WS-RESP NOT = DFHRESP(NORMAL)
039867         MOVE 'CQNOLINE' TO WS-MSG-ID
039868         MOVE MSG-NO-LINE TO WS-MSG-FALLBACK
039869         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
039870         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
039871         PERFORM 1000-SEND-ENQUIRY-SCREEN THRU 1000-EXIT
039872         GO TO 2500-EXIT
039873     END-IF.
039874     IF CH-REVERSED OR CH-REVERSAL
039875         EXEC CICS UNLOCK FILE ('CUSTHIST')
039876             RESP (WS-RESP)
039877         END-EXEC
039878         IF CH-REVERSED
039879             MOVE 'CQALRREV' TO WS-MSG-ID
039880             MOVE MSG-ALREADY-REVERSED TO WS-MSG-FALLBACK
039881         ELSE
039882             MOVE 'CQISREV' TO WS-MSG-ID
039883             MOVE MSG-IS-REVERSAL TO WS-MSG-FALLBACK
039884         END-IF
039885         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
039886         PERFORM 1000-SEND-ENQUIRY-SCREEN THRU 1000-EXIT
039887         GO TO 2500-EXIT
039888     END-IF.
039889
039890     EXEC CICS ASKTIME
039891         ABSTIME (SH-ABS-TIME)
039892     END-EXEC.
039893     EXEC CICS FORMATTIME
039894         ABSTIME  (SH-ABS-TIME)
039895         YYYYMMDD (WS-ENTRY-DATE)
039896         TIME     (WS-ENTRY-TIME)
039897     END-EXEC.
039898
039899     MOVE CH-RECORD      TO WS-AUD-BEFORE.
039900     SET CH-REVERSED     TO TRUE.
039901     MOVE BD-CURRENT-DATE TO CH-REVERSED-DATE.
039902     MOVE CH-RECORD      TO WS-AUD-AFTER.
039903     MOVE 'C'            TO WS-AUD-ACTION.
039904     MOVE CH-CUSTOMER-ID TO WS-AUD-KEY.
039905     PERFORM 3800-WRITE-AUDIT THRU 3800-EXIT.
039906     IF NOT WS-AUDIT-OK
039907         EXEC CICS UNLOCK FILE ('CUSTHIST')
039908             RESP (WS-RESP)
039909         END-EXEC
039910         MOVE 'AUDFAIL' TO WS-MSG-ID
039911         MOVE MSG-AUDIT-FAILED TO WS-MSG-FALLBACK
039912         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
039913         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
039914         PERFORM 1000-SEND-ENQUIRY-SCREEN THRU 1000-EXIT
039915         GO TO 2500-EXIT
039916     END-IF.
039917
039918     PERFORM 2550-WRITE-CONTRA THRU 2550-EXIT.
039919     IF WS-DT-WRITTEN
039920         EXEC CICS REWRITE FILE ('CUSTHIST')
039921             FROM (CH-RECORD)
039922             RESP (WS-RESP)
039923         END-EXEC
039924     END-IF.
039925     IF NOT WS-DT-WRITTEN
039926        OR WS-RESP NOT = DFHRESP(NORMAL)
039927         EXEC CICS SYNCPOINT ROLLBACK
039928         END-EXEC
039929         MOVE 'CQWRTFLD' TO WS-MSG-ID
039930         MOVE MSG-WRITE-FAILED TO WS-MSG-FALLBACK
039931     ELSE
039932         MOVE 'CQREVSD' TO WS-MSG-ID
039933         MOVE MSG-REVERSED TO WS-MSG-FALLBACK
039934     END-IF.
039935     PERFORM 5000-GET-MESSAGE THRU 5000-EXIT.
039936     PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT.
039937     PERFORM 1000-SEND-ENQUIRY-SCREEN THRU 1000-EXIT.
039938 2500-EXIT.
039939     EXIT.
039940*****************************************************************
039941*    2550-WRITE-CONTRA - WRITE THE REVERSING MOVEMENT FOR THE   *
039942*    HISTORY RECORD IN CH-RECORD TO THE DAY-CAPTURE FILE,       *
039943*    RELEASED, WITH THE ORIGINAL'S DATE/SEQUENCE AS REFERENCE.  *
039944*    THE SEQUENCE NUMBER STEPS PAST ANY SLOT ALREADY TAKEN THIS *
039945*    SECOND ON THIS TERMINAL, AS MOVENTRY'S WRITE DOES.         *
039946*****************************************************************
039947 2550-WRITE-CONTRA.
039948     INITIALIZE DT-RECORD.
039949     MOVE EIBTRMID           TO DT-TERMINAL-ID.
039950     MOVE BD-CURRENT-DATE    TO DT-ENTRY-DATE.
039951     MOVE WS-ENTRY-TIME      TO DT-ENTRY-TIME.
039952     MOVE CA-OPERATOR-ID     TO DT-OPERATOR-ID.
039953     MOVE 'R'                TO DT-STATUS.
039954     MOVE CH-CUSTOMER-ID     TO DT-CUSTOMER-ID.
039955     MOVE BD-CURRENT-DATE    TO DT-TXN-DATE.
039956     IF CH-TXN-TYPE = 'D'
039957         MOVE 'C'            TO DT-TXN-TYPE
039958     ELSE
039959         MOVE 'D'            TO DT-TXN-TYPE
039960     END-IF.
039961     MOVE CH-AMOUNT          TO DT-AMOUNT.
039962     MOVE CH-POSITION        TO DT-REFERENCE.
039963     SET DT-REVERSAL         TO TRUE.
039964
039965     MOVE 'N' TO WS-DT-WRITTEN-SW.
039966     MOVE 1   TO WS-DT-SEQ.
039967     PERFORM 2560-TRY-WRITE-CONTRA THRU 2560-EXIT
039968         UNTIL WS-DT-WRITTEN
039969            OR WS-DT-SEQ > 9999.
039970 2550-EXIT.
039971     EXIT.
039972
039973 2560-TRY-WRITE-CONTRA.
039974     MOVE WS-DT-SEQ TO DT-ENTRY-SEQ.
039975     EXEC CICS WRITE FILE ('DAYTXN')
039976         FROM   (DT-RECORD)
039977         RIDFLD (DT-KEY)
039978         RESP   (WS-RESP)
039979     END-EXEC.
039980     EVALUATE TRUE
039981         WHEN WS-RESP = DFHRESP(NORMAL)
039982             SET WS-DT-WRITTEN TO TRUE
039983         WHEN WS-RESP = DFHRESP(DUPREC)
039984             ADD 1 TO WS-DT-SEQ
039985         WHEN OTHER
039986             MOVE 10000 TO WS-DT-SEQ
039987     END-EVALUATE.
039988 2560-EXIT.
039989     EXIT.
039990*****************************************************************
040000*    2600-PAGE-OLDER - LIST THE PAGE OF MOVEMENTS OLDER THAN    *
040100*    THE LAST LINE CURRENTLY ON SCREEN                          *
040200*****************************************************************
057500     MOVE CH-AMOUNT      TO WS-PG-AMOUNT  (WS-PAGE-COUNT).
057600     MOVE CH-REFERENCE   TO WS-PG-REF     (WS-PAGE-COUNT).
057700     MOVE CH-NEW-BALANCE TO WS-PG-BALANCE (WS-PAGE-COUNT).
057750     MOVE CH-REVERSAL-SW TO WS-PG-MARK    (WS-PAGE-COUNT).
057800 3300-EXIT.
057900     EXIT.
058000*****************************************************************
063800     MOVE CH-AMOUNT      TO WS-FW-AMOUNT  (WS-FWD-COUNT).
063900     MOVE CH-REFERENCE   TO WS-FW-REF     (WS-FWD-COUNT).
064000     MOVE CH-NEW-BALANCE TO WS-FW-BALANCE (WS-FWD-COUNT).
064050     MOVE CH-REVERSAL-SW TO WS-FW-MARK    (WS-FWD-COUNT).
064100 3400-EXIT.
064200     EXIT.
064300*****************************************************************
066400         TO WS-PG-REF     (WS-REV-IX).
066500     MOVE WS-FW-BALANCE (WS-ROW-IX)
066600         TO WS-PG-BALANCE (WS-REV-IX).
066633     MOVE WS-FW-MARK    (WS-ROW-IX)
066666         TO WS-PG-MARK    (WS-REV-IX).
066700 3550-EXIT.
066800     EXIT.
066900*****************************************************************
068100     END-IF.
068200 3700-EXIT.
068300     EXIT.
068301*****************************************************************
068302*    3800-WRITE-AUDIT - WRITE THE MAINTENANCE-AUDIT RECORD      *
068303*    STAGED IN WS-AUDIT-STAGING.  THE SEQUENCE NUMBER STEPS     *
068304*    PAST ANY SLOT ALREADY TAKEN THIS SECOND ON THIS TERMINAL,  *
068305*    AS OPERMNT'S AUDIT WRITE DOES.  WS-AUDIT-OK IS LEFT OFF    *
068306*    ON ANY FAILURE - THE CALLER MUST THEN REFUSE THE UPDATE.   *
068307*****************************************************************
068308 3800-WRITE-AUDIT.
068309     EXEC CICS ASKTIME
068310         ABSTIME (SH-ABS-TIME)
068311     END-EXEC.
068312     EXEC CICS FORMATTIME
068313         ABSTIME  (SH-ABS-TIME)
068314         YYYYMMDD (WS-AUDIT-DATE)
068315         TIME     (WS-AUDIT-TIME)
068316     END-EXEC.
068317
068318     INITIALIZE MA-RECORD.
068319     MOVE EIBTRMID           TO MA-TERMINAL-ID.
068320     MOVE WS-AUDIT-DATE      TO MA-AUDIT-DATE.
068321     MOVE WS-AUDIT-TIME      TO MA-AUDIT-TIME.
068322     IF WS-COMMAREA-VALID
068323         MOVE CA-OPERATOR-ID TO MA-OPERATOR-ID
068324     ELSE
068325         MOVE SPACES         TO MA-OPERATOR-ID
068326     END-IF.
068327     MOVE 'CUSTHIST'         TO MA-FILE-NAME.
068328     MOVE WS-AUD-ACTION      TO MA-ACTION.
068329     MOVE WS-AUD-KEY         TO MA-RECORD-KEY.
068330     MOVE WS-AUD-BEFORE      TO MA-BEFORE-IMAGE.
068331     MOVE WS-AUD-AFTER       TO MA-AFTER-IMAGE.
068332
068333     MOVE 'N' TO WS-AUDIT-OK-SW.
068334     MOVE 'N' TO WS-MA-WRITTEN-SW.
068335     MOVE 1   TO WS-MA-SEQ.
068336     PERFORM 3850-TRY-WRITE-AUDIT THRU 3850-EXIT
068337         UNTIL WS-MA-WRITTEN
068338            OR WS-MA-SEQ > 9999.
068339     IF WS-MA-WRITTEN
068340         SET WS-AUDIT-OK TO TRUE
068341     END-IF.
068342 3800-EXIT.
068343     EXIT.
068344
068345 3850-TRY-WRITE-AUDIT.
068346     MOVE WS-MA-SEQ TO MA-AUDIT-SEQ.
068347     EXEC CICS WRITE FILE ('MNTAUDIT')
068348         FROM   (MA-RECORD)
068349         RIDFLD (MA-KEY)
068350         RESP   (WS-RESP)
068351     END-EXEC.
068352     EVALUATE TRUE
068353         WHEN WS-RESP = DFHRESP(NORMAL)
068354             SET WS-MA-WRITTEN TO TRUE
068355         WHEN WS-RESP = DFHRESP(DUPREC)
068356             ADD 1 TO WS-MA-SEQ
068357         WHEN OTHER
068358             MOVE 10000 TO WS-MA-SEQ
068359     END-EVALUATE.
068360 3850-EXIT.
068361     EXIT.
068401*****************************************************************
068402*    5000-GET-MESSAGE - RESOLVE THE SCREEN MESSAGE NAMED BY     *
068403*    WS-MSG-ID FROM THE MESSAGE-CONTROL FILE IN THE SIGNED-ON   *
