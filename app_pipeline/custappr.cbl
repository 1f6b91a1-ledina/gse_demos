000100*****************************************************************
000200* PROGRAM-ID : CUSTAPPR                                         *
000300* PURPOSE    : CICS CHANGE-APPROVAL TRANSACTION FOR THE GSE UK  *
000400*              DEMONSTRATION SUITE.  LISTS THE CUSTOMER BALANCE *
000500*              AND CREDIT-LIMIT CHANGES KEYED ON CUSTMNT THAT   *
000600*              ARE STILL PENDING ON THE PENDCHG FILE, TEN TO A  *
000700*              PAGE WITH PF7/PF8 PAGING.  KEYING A AGAINST A    *
000800*              LINE APPROVES THE CHANGE - CUSTMAST IS UPDATED   *
000900*              AND THE MAINTENANCE AUDIT WRITTEN ONLY THEN.     *
001000*              KEYING D DECLINES IT AND CUSTMAST IS LEFT ALONE. *
001100*              THE SUPERVISOR WHO KEYED A CHANGE CAN NEITHER    *
001200*              APPROVE NOR DECLINE IT - A SECOND SUPERVISOR     *
001300*              MUST.  SIGNED-ON SUPERVISORS ONLY.  XCTL'D TO    *
001400*              FROM HELLO'S MAIN MENU (OPTION 11).              *
001500*****************************************************************
001600* MODIFICATION HISTORY
001700*   DATE       INIT  DESCRIPTION
001800*   2026-10-15 DLH   INITIAL VERSION.  BROWSE STATE (PAGE-
001900*                     BOUNDARY KEYS, PAGE NUMBER AND THE KEYS
002000*                     OF THE LINES ON SCREEN) IS CARRIED IN
002100*                     CA-APR-AREA OF COPY HELCOMM.  AN APPROVAL
002200*                     IS REFUSED IF THE VALUE ON FILE NO LONGER
002300*                     MATCHES THE ONE THE CHANGE WAS KEYED
002400*                     AGAINST.  THE AUDIT IS WRITTEN BEFORE THE
002500*                     CUSTMAST UPDATE - NO AUDIT, NO UPDATE - AND
002600*                     A FAILURE AFTER IT ROLLS THE TASK BACK, AS
002700*                     CUSTENQ'S REVERSAL DOES.
002714*   2026-10-15 DLH   CHANGES CANNOT BE APPROVED OR DECLINED WHILE
002728*                     THE NIGHT BATCH IS IN PROGRESS, AS SHOWN BY
002742*                     THE BUSINESS-DATE CONTROL RECORD (COPY
002756*                     BUSDATE, 2270-CHECK-BUSINESS-DATE) - HELPOST
002770*                     IS POSTING TO CUSTMAST AND PENDRPT IS
002784*                     CLEARING PENDCHG.
002789*   2026-10-15 DLH   AN APPROVAL IS REFUSED ON A CLOSED ACCOUNT -
002794*                     THE CHANGE MUST BE DECLINED.
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.     CUSTAPPR.
003100 AUTHOR.         D L HARRIS.
003200 INSTALLATION.   GSE UK.
003300 DATE-WRITTEN.   2026-10-15.
003400 DATE-COMPILED.
003500 ENVIRONMENT DIVISION.
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800*--------------------------------------------------------------*
003900*    CICS MAPSET / ATTENTION-IDENTIFIER COPYBOOKS              *
004000*--------------------------------------------------------------*
004100     COPY HECAMAP.
004200     COPY DFHAID.
004300     COPY PENDCHG.
004400     COPY CUSTMAST.
004500     COPY SCRNHDR.
004600     COPY ERRLOG.
004700     COPY MNTAUDIT.
004750     COPY BUSDATE.
004800*--------------------------------------------------------------*
004900*    SWITCHES                                                  *
005000*--------------------------------------------------------------*
005100 01  WS-SWITCHES.
005200     05  WS-COMMAREA-VALID-SW  PIC X(01)   VALUE 'N'.
005300         88  WS-COMMAREA-VALID              VALUE 'Y'.
005400         88  WS-COMMAREA-INVALID             VALUE 'N'.
005500     05  WS-AUTHORIZED-SW      PIC X(01)   VALUE 'N'.
005600         88  WS-AUTHORIZED                  VALUE 'Y'.
005700         88  WS-NOT-AUTHORIZED              VALUE 'N'.
005800     05  WS-BRW-EOF-SW         PIC X(01)   VALUE 'N'.
005900         88  WS-BRW-EOF                     VALUE 'Y'.
006000     05  WS-SEL-FOUND-SW       PIC X(01)   VALUE 'N'.
006100         88  WS-SEL-FOUND                   VALUE 'Y'.
006200     05  WS-EDIT-SW            PIC X(01)   VALUE 'N'.
006300         88  WS-EDIT-OK                     VALUE 'Y'.
006400         88  WS-EDIT-FAILED                 VALUE 'N'.
006500     05  WS-AUDIT-OK-SW        PIC X(01)   VALUE 'N'.
006600         88  WS-AUDIT-OK                    VALUE 'Y'.
006700     05  WS-MA-WRITTEN-SW      PIC X(01)   VALUE 'N'.
006800         88  WS-MA-WRITTEN                  VALUE 'Y'.
006833     05  WS-BD-OK-SW           PIC X(01)   VALUE 'N'.
006866         88  WS-BD-OK                       VALUE 'Y'.
006900*--------------------------------------------------------------*
007000*    WORK AREAS                                                *
007100*--------------------------------------------------------------*
007200 01  WS-WORK-AREAS.
007300     05  WS-TRANID               PIC X(04)   VALUE 'HECA'.
007400     05  WS-MAPSET                PIC X(08)   VALUE 'HECAMAP'.
007500     05  WS-MAPNAME                PIC X(08)   VALUE 'HECAMN1'.
007600     05  WS-START-KEY              PIC X(21)   VALUE SPACES.
007700     05  WS-SKIP-KEY               PIC X(21)   VALUE SPACES.
007800     05  WS-BRW-KEY                PIC X(21)   VALUE SPACES.
007900     05  WS-ROW-IX                 PIC 9(02)   COMP VALUE ZERO.
008000     05  WS-SEL-IX                 PIC 9(02)   COMP VALUE ZERO.
008100     05  WS-SEL-ACTION             PIC X(01)   VALUE SPACE.
008200         88  WS-ACT-APPROVE                    VALUE 'A'.
008300         88  WS-ACT-DECLINE                    VALUE 'D'.
008400     05  WS-FILE-AMOUNT            PIC S9(09)V99 COMP-3
008450                                   VALUE ZERO.
008500     05  WS-AUDIT-DATE             PIC 9(08)   VALUE ZERO.
008600     05  WS-AUDIT-TIME             PIC 9(06)   VALUE ZERO.
008700     05  WS-MA-SEQ                 PIC 9(05)   COMP VALUE ZERO.
008800*--------------------------------------------------------------*
008900*    WS-PAGE-AREA - THE TEN LIST LINES BEING BUILT FOR THE      *
009000*    SCREEN, IN ASCENDING KEY ORDER.  WS-BACK-AREA COLLECTS A   *
009100*    BACKWARD (READPREV) PAGE IN DESCENDING ORDER BEFORE IT IS  *
009200*    REVERSED INTO WS-PAGE-AREA.                                *
009300*--------------------------------------------------------------*
009400 01  WS-PAGE-AREA.
009500     05  WS-PAGE-COUNT             PIC 9(02)   COMP VALUE ZERO.
009600     05  WS-PAGE-ENTRY             OCCURS 10 TIMES.
009700         10  WS-PG-KEY.
009800             15  WS-PG-CUST-ID     PIC X(06).
009900             15  WS-PG-REQ-DATE    PIC X(08).
010000             15  WS-PG-REQ-TIME    PIC X(06).
010100             15  WS-PG-FIELD       PIC X(01).
010200         10  WS-PG-OLD-AMOUNT      PIC S9(09)V99 COMP-3.
010300         10  WS-PG-NEW-AMOUNT      PIC S9(09)V99 COMP-3.
010400         10  WS-PG-REQ-OPER        PIC X(08).
010500 01  WS-BACK-AREA.
010600     05  WS-BACK-COUNT             PIC 9(02)   COMP VALUE ZERO.
010700     05  WS-BACK-ENTRY             OCCURS 10 TIMES.
010800         10  WS-BK-KEY             PIC X(21).
010900         10  WS-BK-OLD-AMOUNT      PIC S9(09)V99 COMP-3.
011000         10  WS-BK-NEW-AMOUNT      PIC S9(09)V99 COMP-3.
011100         10  WS-BK-REQ-OPER        PIC X(08).
011200 01  WS-SCREEN-MSG                 PIC X(76)   VALUE SPACES.
011300*--------------------------------------------------------------*
011400*    WS-MSG-LOOKUP - MESSAGE-CONTROL LOOKUP AREA FOR 5000-GET-  *
011500*    MESSAGE: THE MESSAGE ID, THE HARD-CODED ENGLISH FALLBACK   *
011600*    AND A LOCAL COPY OF THE MC-RECORD LAYOUT SO THE LOOKUP     *
011700*    NEVER DISTURBS ANY OTHER USE OF THE MESSAGE FILE.          *
011800*--------------------------------------------------------------*
011900 01  WS-MSG-LOOKUP.
012000     05  WS-MSG-ID             PIC X(08)   VALUE SPACES.
012100     05  WS-MSG-FALLBACK       PIC X(76)   VALUE SPACES.
012200     05  WS-LKP-RECORD.
012300         10  WS-LKP-KEY.
012400             15  WS-LKP-MSG-ID PIC X(08).
012500             15  WS-LKP-LANG   PIC X(01).
012600         10  WS-LKP-TEXT       PIC X(60).
012700         10  FILLER            PIC X(11).
012800 01  WS-MESSAGES.
012900     05  MSG-NOT-SUPERVISOR        PIC X(76)   VALUE
013000         'SUPERVISOR AUTHORITY REQUIRED FOR CHANGE APPROVAL'.
013100     05  MSG-LIST-SHOWN            PIC X(76)   VALUE
013200         'KEY A TO APPROVE OR D TO DECLINE AGAINST A LINE'.
013300     05  MSG-NO-ITEMS              PIC X(76)   VALUE
013400         'NO CHANGES AWAITING APPROVAL'.
013500     05  MSG-END-OF-FILE           PIC X(76)   VALUE
013600         'NO MORE CHANGES FORWARD'.
013700     05  MSG-TOP-OF-FILE           PIC X(76)   VALUE
013800         'TOP OF LIST REACHED'.
013900     05  MSG-BAD-ACTION            PIC X(76)   VALUE
014000         'ACTION MUST BE A=APPROVE OR D=DECLINE'.
014100     05  MSG-OWN-CHANGE            PIC X(76)   VALUE
014200         'YOU KEYED THIS CHANGE - ANOTHER SUPERVISOR MUST ACTION'.
014300     05  MSG-ITEM-GONE             PIC X(76)   VALUE
014400         'CHANGE ALREADY ACTIONED OR REMOVED - LIST REFRESHED'.
014500     05  MSG-CUST-NOT-FOUND        PIC X(76)   VALUE
014600         'CUSTOMER NO LONGER ON FILE - DECLINE THE CHANGE'.
014700     05  MSG-VALUE-MOVED           PIC X(76)   VALUE
014800         'VALUE CHANGED SINCE KEYED - DECLINE AND RE-KEY'.
014900     05  MSG-CHANGE-APPROVED       PIC X(76)   VALUE
015000         'CHANGE APPROVED AND APPLIED TO THE CUSTOMER'.
015100     05  MSG-CHANGE-DECLINED       PIC X(76)   VALUE
015200         'CHANGE DECLINED - CUSTOMER NOT UPDATED'.
015300     05  MSG-UPDATE-FAILED         PIC X(76)   VALUE
015400         'CHANGE NOT APPLIED - PLEASE RE-ENTER, NOTIFY SUPPORT'.
015500     05  MSG-AUDIT-FAILED          PIC X(76)   VALUE
015600         'CHANGE NOT AUDITED - UPDATE REFUSED, NOTIFY SUPPORT'.
015700     05  MSG-INVALID-KEY           PIC X(76)   VALUE
015800         'INVALID KEY - PLEASE RE-ENTER'.
015820     05  MSG-BATCH-RUNNING         PIC X(76)   VALUE
015840         'NIGHT BATCH RUNNING - NO APPROVALS UNTIL DATE ROLLS'.
015860     05  MSG-NO-BUSINESS-DATE      PIC X(76)   VALUE
015880         'BUSINESS DATE NOT AVAILABLE - NOTIFY SUPPORT'.
015886     05  MSG-ACCOUNT-CLOSED        PIC X(76)   VALUE
015892         'ACCOUNT IS CLOSED - DECLINE THE CHANGE'.
015900 01  WS-RESP                       PIC S9(08)  COMP.
016000 01  WS-AMOUNT-EDIT                PIC -ZZZ,ZZZ,ZZ9.99.
016100 01  WS-TIME-EDIT.
016200     05  WS-TE-HH                  PIC X(02).
016300     05  FILLER                    PIC X(01)   VALUE ':'.
016400     05  WS-TE-MM                  PIC X(02).
016500     05  FILLER                    PIC X(01)   VALUE ':'.
016600     05  WS-TE-SS                  PIC X(02).
016700 01  WS-TIME-IN                    PIC X(06).
016800 01  WS-TIME-IN-PARTS              REDEFINES WS-TIME-IN.
016900     05  WS-TI-HH                  PIC X(02).
017000     05  WS-TI-MM                  PIC X(02).
017100     05  WS-TI-SS                  PIC X(02).
017200*--------------------------------------------------------------*
017300*    WS-AUDIT-STAGING - BEFORE AND AFTER IMAGES OF THE CUSTOMER *
017400*    RECORD FOR THE MAINTENANCE AUDIT, AS CUSTMNT STAGES THEM.  *
017500*    WS-AUD-REQ-OPER IS THE OPERATOR WHO KEYED THE CHANGE.      *
017600*--------------------------------------------------------------*
017700 01  WS-AUDIT-STAGING.
017800     05  WS-AUD-ACTION             PIC X(01)   VALUE SPACE.
017900     05  WS-AUD-KEY                PIC X(12)   VALUE SPACES.
018000     05  WS-AUD-BEFORE             PIC X(80)   VALUE SPACES.
018100     05  WS-AUD-AFTER              PIC X(80)   VALUE SPACES.
018200     05  WS-AUD-REQ-OPER           PIC X(08)   VALUE SPACES.
018300 01  WS-ABEND-AREA.
018400     05  WS-ABEND-CODE             PIC X(04)   VALUE SPACES.
018500     05  WS-ABEND-DATE             PIC 9(08).
018600     05  WS-ABEND-TIME             PIC 9(06).
018700     05  WS-ABEND-MSG              PIC X(76)   VALUE SPACES.
018800*--------------------------------------------------------------*
018900*    WS-INIT-COMMAREA - SAME LAYOUT AS THE LINKAGE SECTION'S    *
019000*    DFHCOMMAREA (COPY HELCOMM BELOW).  USED TO ESTABLISH THE   *
019100*    FIRST OUTBOUND COMMAREA WHEN EIBCALEN = 0 - AT THAT POINT  *
019200*    DFHCOMMAREA ITSELF HAS NO BACKING STORAGE AND MUST NOT BE  *
019300*    READ OR WRITTEN.                                           *
019400*--------------------------------------------------------------*
019500 01  WS-INIT-COMMAREA.
019600     05  CI-SIGNED-ON-SW       PIC X(01)     VALUE 'N'.
019700     05  CI-OPERATOR-ID        PIC X(08)     VALUE SPACES.
019800     05  CI-AUTHORITY-LEVEL    PIC X(01)     VALUE SPACE.
019900     05  CI-LANGUAGE-CD        PIC X(01)     VALUE SPACES.
020000     05  CI-CUSTOMER-ID        PIC X(06)     VALUE SPACES.
020100     05  CI-CUST-NAME          PIC X(30)     VALUE SPACES.
020200     05  CI-CUST-BALANCE       PIC S9(09)V99 COMP-3 VALUE ZERO.
020300     05  CI-CUST-LIMIT         PIC S9(09)V99 COMP-3 VALUE ZERO.
020400     05  CI-LAST-TRANID        PIC X(04)     VALUE SPACES.
020500     05  CI-BROWSE-AREA.
020600         10  CI-BRW-ID-PREFIX  PIC X(06)     VALUE SPACES.
020700         10  CI-BRW-NAME-FRAG  PIC X(20)     VALUE SPACES.
020800         10  CI-BRW-MODE       PIC X(01)     VALUE 'I'.
020900         10  CI-BRW-TOP-KEY    PIC X(06)     VALUE SPACES.
021000         10  CI-BRW-BOT-KEY    PIC X(06)     VALUE SPACES.
021100         10  CI-BRW-TOP-NAME   PIC X(30)     VALUE SPACES.
021200         10  CI-BRW-BOT-NAME   PIC X(30)     VALUE SPACES.
021300         10  CI-BRW-PAGE       PIC 9(04)     COMP VALUE 1.
021400         10  CI-BRW-ROW-ID     PIC X(06)     VALUE SPACES
021500                               OCCURS 10 TIMES.
021600     05  CI-ENQ-AREA.
021700         10  CI-ENQ-TOP-POS.
021800             15  CI-ENQ-TOP-DATE PIC 9(08)   VALUE ZERO.
021900             15  CI-ENQ-TOP-SEQ  PIC 9(04)   VALUE ZERO.
022000         10  CI-ENQ-BOT-POS.
022100             15  CI-ENQ-BOT-DATE PIC 9(08)   VALUE ZERO.
022200             15  CI-ENQ-BOT-SEQ  PIC 9(04)   VALUE ZERO.
022300         10  CI-ENQ-PAGE         PIC 9(04)   COMP VALUE 1.
022400     05  CI-ERR-AREA.
022500         10  CI-ERR-TERM-FILTER PIC X(04)  VALUE SPACES.
022600         10  CI-ERR-TOP-KEY.
022700             15  CI-ERR-TOP-TERM PIC X(04) VALUE SPACES.
022800             15  CI-ERR-TOP-DATE PIC 9(08) VALUE ZERO.
022900             15  CI-ERR-TOP-TIME PIC 9(06) VALUE ZERO.
023000         10  CI-ERR-BOT-KEY.
023100             15  CI-ERR-BOT-TERM PIC X(04) VALUE SPACES.
023200             15  CI-ERR-BOT-DATE PIC 9(08) VALUE ZERO.
023300             15  CI-ERR-BOT-TIME PIC 9(06) VALUE ZERO.
023400         10  CI-ERR-PAGE         PIC 9(04) COMP VALUE 1.
023500     05  CI-SUS-AREA.
023600         10  CI-SUS-TOP-KEY    PIC X(12)     VALUE SPACES.
023700         10  CI-SUS-BOT-KEY    PIC X(12)     VALUE SPACES.
023800         10  CI-SUS-PAGE       PIC 9(04)     COMP VALUE 1.
023900         10  CI-SUS-ROW-KEY    PIC X(12)     VALUE SPACES
024000                               OCCURS 10 TIMES.
024100     05  CI-APR-AREA.
024200         10  CI-APR-TOP-KEY    PIC X(21)     VALUE SPACES.
024300         10  CI-APR-BOT-KEY    PIC X(21)     VALUE SPACES.
024400         10  CI-APR-PAGE       PIC 9(04)     COMP VALUE 1.
024500         10  CI-APR-ROW-KEY    PIC X(21)     VALUE SPACES
024600                               OCCURS 10 TIMES.
024700 LINKAGE SECTION.
024800*--------------------------------------------------------------*
024900*    COMMAREA - SAME LAYOUT HELLO USES.  CA-APR-AREA CARRIES    *
025000*    THE BROWSE STATE ACROSS THE PSEUDO-CONVERSATION.           *
025100*--------------------------------------------------------------*
025200     COPY HELCOMM.
025300 PROCEDURE DIVISION.
025400*****************************************************************
025500*    0000-MAINLINE - FIRST-TIME VS. RE-ENTRY DISPATCH           *
025600*****************************************************************
025700 0000-MAINLINE.
025800     EXEC CICS HANDLE ABEND
025900         LABEL (9000-ABEND-HANDLER)
026000     END-EXEC.
026100     EXEC CICS HANDLE CONDITION
026200         ERROR (9000-ABEND-HANDLER)
026300     END-EXEC.
026400     IF EIBCALEN = 0
026500         MOVE 'CANOSUPV' TO WS-MSG-ID
026600         MOVE MSG-NOT-SUPERVISOR TO WS-MSG-FALLBACK
026700         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
026800         PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT
026900         MOVE WS-TRANID TO CI-LAST-TRANID
027000         EXEC CICS RETURN
027100             TRANSID  (WS-TRANID)
027200             COMMAREA (WS-INIT-COMMAREA)
027300             LENGTH   (LENGTH OF WS-INIT-COMMAREA)
027400         END-EXEC
027500     ELSE
027600         SET WS-COMMAREA-VALID TO TRUE
027700         IF CA-LAST-TRANID = WS-TRANID
027800             PERFORM 2000-RECEIVE-APPROVAL-SCREEN THRU 2000-EXIT
027900         ELSE
028000             PERFORM 1500-FIRST-PAGE THRU 1500-EXIT
028100         END-IF
028200         MOVE WS-TRANID TO CA-LAST-TRANID
028300         EXEC CICS RETURN
028400             TRANSID  (WS-TRANID)
028500             COMMAREA (DFHCOMMAREA)
028600             LENGTH   (LENGTH OF DFHCOMMAREA)
028700         END-EXEC
028800     END-IF.
028900*****************************************************************
029000*    1000-SEND-APPROVAL-SCREEN - BUILD AND SEND THE LIST        *
029100*****************************************************************
029200 1000-SEND-APPROVAL-SCREEN.
029300     MOVE LOW-VALUES TO HECAMN1O.
029400     PERFORM 1050-BUILD-SCREEN-HEADER THRU 1050-EXIT.
029500     PERFORM 1100-BUILD-LIST-LINE THRU 1100-EXIT
029600         VARYING WS-ROW-IX FROM 1 BY 1
029700         UNTIL WS-ROW-IX > 10.
029800     MOVE WS-SCREEN-MSG TO MSGLINO.
029900     MOVE SPACES TO WS-SCREEN-MSG.
030000
030100     EXEC CICS SEND MAP (WS-MAPNAME)
030200         MAPSET  (WS-MAPSET)
030300         FROM    (HECAMN1O)
030400         ERASE
030500     END-EXEC.
030600 1000-EXIT.
030700     EXIT.
030800*****************************************************************
030900*    1050-BUILD-SCREEN-HEADER - REFRESH THE COMMON HEADER AREA  *
031000*    (COPY SCRNHDR) AND MOVE IT INTO THIS MAP'S HEADER FIELDS.  *
031100*    THE PAGE NUMBER TRACKS THE BROWSE PAGE IN CA-APR-PAGE.     *
031200*****************************************************************
031300 1050-BUILD-SCREEN-HEADER.
031400     EXEC CICS ASKTIME
031500         ABSTIME (SH-ABS-TIME)
031600     END-EXEC.
031700     EXEC CICS FORMATTIME
031800         ABSTIME (SH-ABS-TIME)
031900         MMDDYY  (SH-DATE)
032000         TIME    (SH-TIME)
032100     END-EXEC.
032200     MOVE WS-TRANID          TO SH-TRANSACTION-ID.
032300     IF WS-COMMAREA-VALID
032400         MOVE CA-APR-PAGE    TO SH-PAGE-NUMBER
032500         IF CA-SIGNED-ON
032600             MOVE CA-OPERATOR-ID TO SH-OPERATOR-ID
032700         ELSE
032800             MOVE EIBTRMID       TO SH-OPERATOR-ID
032900         END-IF
033000     ELSE
033100         MOVE EIBTRMID       TO SH-OPERATOR-ID
033200     END-IF.
033300     MOVE SH-PAGE-NUMBER  TO SH-PAGE-NO-EDIT.
033400     STRING 'PAGE ' SH-PAGE-NO-EDIT
033500         DELIMITED BY SIZE INTO SH-PAGE-TEXT
033600     END-STRING.
033700
033800     MOVE SH-DATE            TO HDRDATEO.
033900     MOVE SH-TIME            TO HDRTIMEO.
034000     MOVE SH-TRANSACTION-ID  TO HDRTRANO.
034100     MOVE SH-OPERATOR-ID     TO HDROPIDO.
034200     MOVE SH-PAGE-TEXT       TO HDRPAGEO.
034300 1050-EXIT.
034400     EXIT.
034500*****************************************************************
034600*    1100-BUILD-LIST-LINE - MOVE ONE WS-PAGE-AREA ENTRY TO ITS  *
034700*    SCREEN LINE.  PERFORMED VARYING WS-ROW-IX BY 1000-SEND.    *
034800*****************************************************************
034900 1100-BUILD-LIST-LINE.
035000     IF WS-ROW-IX > WS-PAGE-COUNT
035100         MOVE SPACES TO RSELO  (WS-ROW-IX)
035200         MOVE SPACES TO RCIDO  (WS-ROW-IX)
035300         MOVE SPACES TO RFLDO  (WS-ROW-IX)
035400         MOVE SPACES TO ROLDO  (WS-ROW-IX)
035500         MOVE SPACES TO RNEWO  (WS-ROW-IX)
035600         MOVE SPACES TO RROPO  (WS-ROW-IX)
035700         MOVE SPACES TO RRDTO  (WS-ROW-IX)
035800         MOVE SPACES TO RRTMO  (WS-ROW-IX)
035900         GO TO 1100-EXIT
036000     END-IF.
036100
036200     MOVE SPACES TO RSELO (WS-ROW-IX).
036300     MOVE WS-PG-CUST-ID  (WS-ROW-IX) TO RCIDO (WS-ROW-IX).
036400     IF WS-PG-FIELD (WS-ROW-IX) = 'B'
036500         MOVE 'BALANCE' TO RFLDO (WS-ROW-IX)
036600     ELSE
036700         MOVE 'LIMIT'   TO RFLDO (WS-ROW-IX)
036800     END-IF.
036900     MOVE WS-PG-OLD-AMOUNT (WS-ROW-IX) TO WS-AMOUNT-EDIT.
037000     MOVE WS-AMOUNT-EDIT               TO ROLDO (WS-ROW-IX).
037100     MOVE WS-PG-NEW-AMOUNT (WS-ROW-IX) TO WS-AMOUNT-EDIT.
037200     MOVE WS-AMOUNT-EDIT               TO RNEWO (WS-ROW-IX).
037300     MOVE WS-PG-REQ-OPER  (WS-ROW-IX) TO RROPO (WS-ROW-IX).
037400     MOVE WS-PG-REQ-DATE  (WS-ROW-IX) TO RRDTO (WS-ROW-IX).
037500     MOVE WS-PG-REQ-TIME  (WS-ROW-IX) TO WS-TIME-IN.
037600     MOVE WS-TI-HH TO WS-TE-HH.
037700     MOVE WS-TI-MM TO WS-TE-MM.
037800     MOVE WS-TI-SS TO WS-TE-SS.
037900     MOVE WS-TIME-EDIT TO RRTMO (WS-ROW-IX).
038000 1100-EXIT.
038100     EXIT.
038200*****************************************************************
038300*    1500-FIRST-PAGE - FRESH ARRIVAL FROM THE MAIN MENU.  CHECK *
038400*    AUTHORITY, CLEAR THE BROWSE STATE AND LIST THE FIRST PAGE  *
038500*    OF PENDING CHANGES.                                        *
038600*****************************************************************
038700 1500-FIRST-PAGE.
038800     PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT.
038900     IF WS-NOT-AUTHORIZED
039000         MOVE ZERO TO WS-PAGE-COUNT
039100         MOVE 1    TO CA-APR-PAGE
039200         PERFORM 3700-COMMIT-PAGE THRU 3700-EXIT
039300         MOVE 'CANOSUPV' TO WS-MSG-ID
039400         MOVE MSG-NOT-SUPERVISOR TO WS-MSG-FALLBACK
039500         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
039600         PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT
039700         GO TO 1500-EXIT
039800     END-IF.
039900
040000     MOVE LOW-VALUES TO WS-START-KEY.
040100     MOVE SPACES     TO WS-SKIP-KEY.
040200     PERFORM 3000-BUILD-PAGE-FORWARD THRU 3000-EXIT.
040300     MOVE 1 TO CA-APR-PAGE.
040400     PERFORM 3700-COMMIT-PAGE THRU 3700-EXIT.
040500     IF WS-PAGE-COUNT = ZERO
040600         MOVE 'CANONE' TO WS-MSG-ID
040700         MOVE MSG-NO-ITEMS TO WS-MSG-FALLBACK
040800         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
040900     ELSE
041000         MOVE 'CASHOWN' TO WS-MSG-ID
041100         MOVE MSG-LIST-SHOWN TO WS-MSG-FALLBACK
041200         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
041300     END-IF.
041400     PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT.
041500 1500-EXIT.
041600     EXIT.
041700*****************************************************************
041800*    2000-RECEIVE-APPROVAL-SCREEN - READ THE OPERATOR'S REQUEST *
041900*    AND ROUTE TO ACTION, PAGE OR EXIT                          *
042000*****************************************************************
042100 2000-RECEIVE-APPROVAL-SCREEN.
042200     EXEC CICS RECEIVE MAP (WS-MAPNAME)
042300         MAPSET (WS-MAPSET)
042400         INTO   (HECAMN1I)
042500     END-EXEC.
042600
042700     IF EIBAID = DFHPF3
042800         EXEC CICS XCTL PROGRAM  ('HELLO')
042900             COMMAREA (DFHCOMMAREA)
043000             LENGTH   (LENGTH OF DFHCOMMAREA)
043100         END-EXEC
043200     END-IF.
043300
043400     PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT.
043500     IF WS-NOT-AUTHORIZED
043600         MOVE ZERO TO WS-PAGE-COUNT
043700         MOVE 'CANOSUPV' TO WS-MSG-ID
043800         MOVE MSG-NOT-SUPERVISOR TO WS-MSG-FALLBACK
043900         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
044000         PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT
044100         GO TO 2000-EXIT
044200     END-IF.
044300
044400     EVALUATE TRUE
044500         WHEN EIBAID = DFHENTER
044600             PERFORM 2100-PROCESS-ENTER THRU 2100-EXIT
044700         WHEN EIBAID = DFHPF7
044800             PERFORM 2700-PAGE-BACKWARD THRU 2700-EXIT
044900         WHEN EIBAID = DFHPF8
045000             PERFORM 2600-PAGE-FORWARD THRU 2600-EXIT
045100         WHEN OTHER
045200             MOVE 'INVKEY' TO WS-MSG-ID
045300             MOVE MSG-INVALID-KEY TO WS-MSG-FALLBACK
045400             PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
045500             PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
045600             PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT
045700     END-EVALUATE.
045800 2000-EXIT.
045900     EXIT.
046000*****************************************************************
046100*    2100-PROCESS-ENTER - ACTION THE FIRST SELECTED LINE, OR    *
046200*    JUST REFRESH THE PAGE IF NOTHING WAS SELECTED              *
046300*****************************************************************
046400 2100-PROCESS-ENTER.
046500     PERFORM 2200-SCAN-SELECTION THRU 2200-EXIT.
046600     IF WS-SEL-FOUND
046700         PERFORM 2300-ACTION-CHANGE THRU 2300-EXIT
046800     ELSE
046900         MOVE 'CASHOWN' TO WS-MSG-ID
047000         MOVE MSG-LIST-SHOWN TO WS-MSG-FALLBACK
047100         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
047200         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
047300         PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT
047400     END-IF.
047500 2100-EXIT.
047600     EXIT.
047700*****************************************************************
047800*    2200-SCAN-SELECTION - FIND THE FIRST LIST LINE WITH AN     *
047900*    ACTION CHARACTER KEYED AGAINST IT                          *
048000*****************************************************************
048100 2200-SCAN-SELECTION.
048200     MOVE 'N' TO WS-SEL-FOUND-SW.
048300     MOVE ZERO TO WS-SEL-IX.
048400     PERFORM 2250-CHECK-SELECTION THRU 2250-EXIT
048500         VARYING WS-ROW-IX FROM 1 BY 1
048600         UNTIL WS-ROW-IX > 10
048700            OR WS-SEL-FOUND.
048800 2200-EXIT.
048900     EXIT.
049000
049100 2250-CHECK-SELECTION.
049200     IF RSELI (WS-ROW-IX) NOT = SPACE
049300        AND RSELI (WS-ROW-IX) NOT = LOW-VALUE
049400        AND CA-APR-ROW-KEY (WS-ROW-IX) NOT = SPACES
049500         SET WS-SEL-FOUND TO TRUE
049600         MOVE WS-ROW-IX TO WS-SEL-IX
049700     END-IF.
049800 2250-EXIT.
049900     EXIT.
049902*****************************************************************
049904*    2270-CHECK-BUSINESS-DATE - READ THE BUSINESS-DATE          *
049906*    CONTROL RECORD.  NO CHANGE IS ACTIONED WHILE THE NIGHT     *
049908*    BATCH IS IN PROGRESS.  WS-BD-OK IS SET ONLY WHEN THE       *
049910*    APPROVAL OR DECLINE MAY GO AHEAD.                          *
049912*****************************************************************
049914 2270-CHECK-BUSINESS-DATE.
049916     MOVE 'N' TO WS-BD-OK-SW.
049918     SET BD-CONTROL-RECORD TO TRUE.
049920     EXEC CICS READ FILE ('BUSDATE')
049922         INTO   (BD-RECORD)
049924         RIDFLD (BD-KEY)
049926         RESP   (WS-RESP)
049928     END-EXEC.
049930     IF WS-RESP NOT = DFHRESP(NORMAL)
049932         MOVE 'CANODATE' TO WS-MSG-ID
049934         MOVE MSG-NO-BUSINESS-DATE TO WS-MSG-FALLBACK
049936         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
049938         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
049940         PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT
049942         GO TO 2270-EXIT
049944     END-IF.
049946     IF BD-BATCH-IN-PROGRESS
049948         MOVE 'CABATCH' TO WS-MSG-ID
049950         MOVE MSG-BATCH-RUNNING TO WS-MSG-FALLBACK
049952         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
049954         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
049956         PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT
049958         GO TO 2270-EXIT
049960     END-IF.
049962     SET WS-BD-OK TO TRUE.
049964 2270-EXIT.
049966     EXIT.
050000*****************************************************************
050100*    2300-ACTION-CHANGE - READ THE SELECTED CHANGE FOR UPDATE   *
050200*    AND APPROVE OR DECLINE IT.  A CHANGE SOMEONE ELSE HAS      *
050300*    ALREADY ACTIONED IS LEFT ALONE AND THE LIST REFRESHED.     *
050400*    THE SUPERVISOR WHO KEYED THE CHANGE IS REFUSED EITHER ONE. *
050500*****************************************************************
050600 2300-ACTION-CHANGE.
050700     MOVE RSELI (WS-SEL-IX) TO WS-SEL-ACTION.
050800     IF NOT WS-ACT-APPROVE
050900        AND NOT WS-ACT-DECLINE
051000         MOVE 'CABADACT' TO WS-MSG-ID
051100         MOVE MSG-BAD-ACTION TO WS-MSG-FALLBACK
051200         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
051300         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
051400         PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT
051500         GO TO 2300-EXIT
051600     END-IF.
051700
051716     PERFORM 2270-CHECK-BUSINESS-DATE THRU 2270-EXIT.
051732     IF NOT WS-BD-OK
051748         GO TO 2300-EXIT
051764     END-IF.
051780
051800     MOVE CA-APR-ROW-KEY (WS-SEL-IX) TO PC-KEY.
051900     EXEC CICS READ FILE ('PENDCHG')
052000         INTO   (PC-RECORD)
052100         RIDFLD (PC-KEY)
052200         UPDATE
052300         RESP   (WS-RESP)
052400     END-EXEC.
052500     IF WS-RESP NOT = DFHRESP(NORMAL)
052600         MOVE 'CAGONE' TO WS-MSG-ID
052700         MOVE MSG-ITEM-GONE TO WS-MSG-FALLBACK
052800         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
052900         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
053000         PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT
053100         GO TO 2300-EXIT
053200     END-IF.
053300     IF NOT PC-PENDING
053400         EXEC CICS UNLOCK FILE ('PENDCHG')
053500             RESP (WS-RESP)
053600         END-EXEC
053700         MOVE 'CAGONE' TO WS-MSG-ID
053800         MOVE MSG-ITEM-GONE TO WS-MSG-FALLBACK
053900         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
054000         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
054100         PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT
054200         GO TO 2300-EXIT
054300     END-IF.
054400     IF PC-REQ-OPERATOR = CA-OPERATOR-ID
054500         EXEC CICS UNLOCK FILE ('PENDCHG')
054600             RESP (WS-RESP)
054700         END-EXEC
054800         MOVE 'CAOWNCHG' TO WS-MSG-ID
054900         MOVE MSG-OWN-CHANGE TO WS-MSG-FALLBACK
055000         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
055100         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
055200         PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT
055300         GO TO 2300-EXIT
055400     END-IF.
055500
055600     EXEC CICS ASKTIME
055700         ABSTIME (SH-ABS-TIME)
055800     END-EXEC.
055900     EXEC CICS FORMATTIME
056000         ABSTIME  (SH-ABS-TIME)
056100         YYYYMMDD (PC-ACT-DATE)
056200         TIME     (PC-ACT-TIME)
056300     END-EXEC.
056400     MOVE CA-OPERATOR-ID TO PC-ACT-OPERATOR.
056500
056600     IF WS-ACT-DECLINE
056700         PERFORM 2500-DECLINE-CHANGE THRU 2500-EXIT
056800     ELSE
056900         PERFORM 2400-APPROVE-CHANGE THRU 2400-EXIT
057000     END-IF.
057100     PERFORM 5000-GET-MESSAGE THRU 5000-EXIT.
057200     PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT.
057300     PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT.
057400 2300-EXIT.
057500     EXIT.
057600*****************************************************************
057700*    2400-APPROVE-CHANGE - APPLY THE PENDING CHANGE (HELD FOR   *
057800*    UPDATE IN PC-RECORD) TO THE CUSTOMER.  THE VALUE ON FILE   *
057900*    MUST STILL BE THE ONE THE CHANGE WAS KEYED AGAINST - IF    *
058000*    THE NIGHT'S POSTINGS OR ANOTHER CHANGE HAVE MOVED IT, THE  *
058100*    APPROVAL IS REFUSED AND THE CHANGE MUST BE DECLINED AND    *
058200*    RE-KEYED.  A NON-NUMERIC CREDIT LIMIT ON FILE COUNTS AS    *
058300*    ZERO, AS CUSTMNT SHOWS IT.  THE AUDIT IS WRITTEN FIRST; IF *
058400*    EITHER REWRITE THEN FAILS THE TASK IS ROLLED BACK SO THE   *
058500*    AUDIT, CUSTMAST AND PENDCHG STAY IN STEP.  LEAVES THE      *
058600*    RESULT MESSAGE ID IN WS-MSG-ID.  A CLOSED ACCOUNT TAKES    *
058633*    NO CHANGE - THE APPROVAL IS REFUSED AND THE CHANGE MUST BE *
058666*    DECLINED.                                                  *
058700*****************************************************************
058800 2400-APPROVE-CHANGE.
058900     MOVE PC-CUSTOMER-ID TO CM-CUSTOMER-ID.
059000     EXEC CICS READ FILE ('CUSTMAST')
059100         INTO   (CM-RECORD)
059200         RIDFLD (CM-CUSTOMER-ID)
059300         UPDATE
059400         RESP   (WS-RESP)
059500     END-EXEC.
059600     IF WS-RESP NOT = DFHRESP(NORMAL)
059700         EXEC CICS UNLOCK FILE ('PENDCHG')
059800             RESP (WS-RESP)
059900         END-EXEC
060000         MOVE 'CACUSTNF' TO WS-MSG-ID
060100         MOVE MSG-CUST-NOT-FOUND TO WS-MSG-FALLBACK
060200         GO TO 2400-EXIT
060300     END-IF.
060307
060314     IF CM-STATUS-CLOSED
060321         EXEC CICS UNLOCK FILE ('CUSTMAST')
060328             RESP (WS-RESP)
060335         END-EXEC
060342         EXEC CICS UNLOCK FILE ('PENDCHG')
060349             RESP (WS-RESP)
060356         END-EXEC
060363         MOVE 'CACLOSED' TO WS-MSG-ID
060370         MOVE MSG-ACCOUNT-CLOSED TO WS-MSG-FALLBACK
060377         GO TO 2400-EXIT
060384     END-IF.
060400
060500     IF PC-BALANCE-CHANGE
060600         MOVE CM-BALANCE TO WS-FILE-AMOUNT
060700     ELSE
060800         IF CM-CREDIT-LIMIT NUMERIC
060900             MOVE CM-CREDIT-LIMIT TO WS-FILE-AMOUNT
061000         ELSE
061100             MOVE ZERO TO WS-FILE-AMOUNT
061200         END-IF
061300     END-IF.
061400     IF WS-FILE-AMOUNT NOT = PC-OLD-AMOUNT
061500         EXEC CICS UNLOCK FILE ('CUSTMAST')
061600             RESP (WS-RESP)
061700         END-EXEC
061800         EXEC CICS UNLOCK FILE ('PENDCHG')
061900             RESP (WS-RESP)
062000         END-EXEC
062100         MOVE 'CASTALE' TO WS-MSG-ID
062200         MOVE MSG-VALUE-MOVED TO WS-MSG-FALLBACK
062300         GO TO 2400-EXIT
062400     END-IF.
062500
062600     MOVE CM-RECORD TO WS-AUD-BEFORE.
062700     IF PC-BALANCE-CHANGE
062800         MOVE PC-NEW-AMOUNT TO CM-BALANCE
062900     ELSE
063000         MOVE PC-NEW-AMOUNT TO CM-CREDIT-LIMIT
063100     END-IF.
063200     MOVE CM-RECORD       TO WS-AUD-AFTER.
063300     MOVE 'C'             TO WS-AUD-ACTION.
063400     MOVE CM-CUSTOMER-ID  TO WS-AUD-KEY.
063500     MOVE PC-REQ-OPERATOR TO WS-AUD-REQ-OPER.
063600     PERFORM 3800-WRITE-AUDIT THRU 3800-EXIT.
063700     IF NOT WS-AUDIT-OK
063800         EXEC CICS UNLOCK FILE ('CUSTMAST')
063900             RESP (WS-RESP)
064000         END-EXEC
064100         EXEC CICS UNLOCK FILE ('PENDCHG')
064200             RESP (WS-RESP)
064300         END-EXEC
064400         MOVE 'AUDFAIL' TO WS-MSG-ID
064500         MOVE MSG-AUDIT-FAILED TO WS-MSG-FALLBACK
064600         GO TO 2400-EXIT
064700     END-IF.
064800
064900     EXEC CICS REWRITE FILE ('CUSTMAST')
065000         FROM (CM-RECORD)
065100         RESP (WS-RESP)
065200     END-EXEC.
065300     IF WS-RESP = DFHRESP(NORMAL)
065400         SET PC-APPROVED TO TRUE
065500         EXEC CICS REWRITE FILE ('PENDCHG')
065600             FROM (PC-RECORD)
065700             RESP (WS-RESP)
065800         END-EXEC
065900     END-IF.
066000     IF WS-RESP NOT = DFHRESP(NORMAL)
066100         EXEC CICS SYNCPOINT ROLLBACK
066200         END-EXEC
066300         MOVE 'CAUPDFLD' TO WS-MSG-ID
066400         MOVE MSG-UPDATE-FAILED TO WS-MSG-FALLBACK
066500     ELSE
066600         MOVE 'CAAPPR' TO WS-MSG-ID
066700         MOVE MSG-CHANGE-APPROVED TO WS-MSG-FALLBACK
066800     END-IF.
066900 2400-EXIT.
067000     EXIT.
067100*****************************************************************
067200*    2500-DECLINE-CHANGE - CLOSE THE PENDING CHANGE WITHOUT     *
067300*    TOUCHING THE CUSTOMER.  NOTHING WAS CHANGED, SO NO         *
067400*    MAINTENANCE AUDIT IS WRITTEN - THE DECLINING SUPERVISOR IS *
067500*    RECORDED ON THE ITEM AND PENDRPT LISTS IT.                 *
067600*****************************************************************
067700 2500-DECLINE-CHANGE.
067800     SET PC-DECLINED TO TRUE.
067900     EXEC CICS REWRITE FILE ('PENDCHG')
068000         FROM (PC-RECORD)
068100         RESP (WS-RESP)
068200     END-EXEC.
068300     IF WS-RESP NOT = DFHRESP(NORMAL)
068400         MOVE 'CAUPDFLD' TO WS-MSG-ID
068500         MOVE MSG-UPDATE-FAILED TO WS-MSG-FALLBACK
068600     ELSE
068700         MOVE 'CADECL' TO WS-MSG-ID
068800         MOVE MSG-CHANGE-DECLINED TO WS-MSG-FALLBACK
068900     END-IF.
069000 2500-EXIT.
069100     EXIT.
069200*****************************************************************
069300*    2600-PAGE-FORWARD - LIST THE NEXT PAGE OF CHANGES AFTER    *
069400*    THE LAST LINE CURRENTLY ON SCREEN                          *
069500*****************************************************************
069600 2600-PAGE-FORWARD.
069700     IF CA-APR-BOT-KEY = SPACES
069800         MOVE 'CANONE' TO WS-MSG-ID
069900         MOVE MSG-NO-ITEMS TO WS-MSG-FALLBACK
070000         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
070100         PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT
070200         GO TO 2600-EXIT
070300     END-IF.
070400
070500     MOVE CA-APR-BOT-KEY TO WS-START-KEY.
070600     MOVE CA-APR-BOT-KEY TO WS-SKIP-KEY.
070700     PERFORM 3000-BUILD-PAGE-FORWARD THRU 3000-EXIT.
070800
070900     IF WS-PAGE-COUNT = ZERO
071000         MOVE 'CAENDFWD' TO WS-MSG-ID
071100         MOVE MSG-END-OF-FILE TO WS-MSG-FALLBACK
071200         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
071300         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
071400     ELSE
071500         ADD 1 TO CA-APR-PAGE
071600         PERFORM 3700-COMMIT-PAGE THRU 3700-EXIT
071700     END-IF.
071800     PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT.
071900 2600-EXIT.
072000     EXIT.
072100*****************************************************************
072200*    2700-PAGE-BACKWARD - LIST THE PAGE OF CHANGES BEFORE THE   *
072300*    FIRST LINE CURRENTLY ON SCREEN.  IF FEWER THAN A FULL      *
072400*    PAGE EXISTS BEFORE IT, THE LIST IS REBUILT FROM THE TOP    *
072500*    SO PAGE 1 IS ALWAYS A FULL PAGE.                           *
072600*****************************************************************
072700 2700-PAGE-BACKWARD.
072800     IF CA-APR-TOP-KEY = SPACES
072900         MOVE 'CANONE' TO WS-MSG-ID
073000         MOVE MSG-NO-ITEMS TO WS-MSG-FALLBACK
073100         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
073200         PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT
073300         GO TO 2700-EXIT
073400     END-IF.
073500
073600     PERFORM 3200-BUILD-PAGE-BACKWARD THRU 3200-EXIT.
073700
073800     IF WS-BACK-COUNT < 10
073900         MOVE LOW-VALUES TO WS-START-KEY
074000         MOVE SPACES     TO WS-SKIP-KEY
074100         PERFORM 3000-BUILD-PAGE-FORWARD THRU 3000-EXIT
074200         MOVE 1 TO CA-APR-PAGE
074300         PERFORM 3700-COMMIT-PAGE THRU 3700-EXIT
074400         MOVE 'CATOPLST' TO WS-MSG-ID
074500         MOVE MSG-TOP-OF-FILE TO WS-MSG-FALLBACK
074600         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
074700     ELSE
074800         PERFORM 3500-REVERSE-BACK-PAGE THRU 3500-EXIT
074900         IF CA-APR-PAGE > 1
075000             SUBTRACT 1 FROM CA-APR-PAGE
075100         END-IF
075200         PERFORM 3700-COMMIT-PAGE THRU 3700-EXIT
075300     END-IF.
075400     PERFORM 1000-SEND-APPROVAL-SCREEN THRU 1000-EXIT.
075500 2700-EXIT.
075600     EXIT.
075700*****************************************************************
075800*    2800-REBUILD-PAGE - RE-READ THE PAGE CURRENTLY ON SCREEN   *
075900*    (FROM ITS TOP KEY) WITHOUT MOVING THE BROWSE POSITION.     *
076000*    CHANGES APPROVED OR DECLINED DROP OUT.                     *
076100*****************************************************************
076200 2800-REBUILD-PAGE.
076300     IF CA-APR-TOP-KEY = SPACES
076400         MOVE ZERO TO WS-PAGE-COUNT
076500         GO TO 2800-EXIT
076600     END-IF.
076700     MOVE CA-APR-TOP-KEY TO WS-START-KEY.
076800     MOVE SPACES         TO WS-SKIP-KEY.
076900     PERFORM 3000-BUILD-PAGE-FORWARD THRU 3000-EXIT.
077000     PERFORM 3700-COMMIT-PAGE THRU 3700-EXIT.
077100 2800-EXIT.
077200     EXIT.
077300*****************************************************************
077400*    2900-CHECK-AUTHORITY - THIS SCREEN IS FOR SIGNED-ON        *
077500*    SUPERVISORS ONLY                                           *
077600*****************************************************************
077700 2900-CHECK-AUTHORITY.
077800     IF WS-COMMAREA-VALID
077900        AND CA-SIGNED-ON
078000        AND CA-SUPERVISOR
078100         SET WS-AUTHORIZED TO TRUE
078200     ELSE
078300         SET WS-NOT-AUTHORIZED TO TRUE
078400     END-IF.
078500 2900-EXIT.
078600     EXIT.
078700*****************************************************************
078800*    3000-BUILD-PAGE-FORWARD - COLLECT UP TO TEN PENDING        *
078900*    CHANGES INTO WS-PAGE-AREA, READING FORWARD FROM            *
079000*    WS-START-KEY.  A CHANGE KEYED WS-SKIP-KEY (THE BOTTOM LINE *
079100*    OF THE PAGE BEING LEFT) IS SKIPPED.                        *
079200*****************************************************************
079300 3000-BUILD-PAGE-FORWARD.
079400     MOVE ZERO TO WS-PAGE-COUNT.
079500     MOVE 'N'  TO WS-BRW-EOF-SW.
079600
079700     MOVE WS-START-KEY TO WS-BRW-KEY.
079800     EXEC CICS STARTBR FILE ('PENDCHG')
079900         RIDFLD (WS-BRW-KEY)
080000         GTEQ
080100         RESP   (WS-RESP)
080200     END-EXEC.
080300     IF WS-RESP NOT = DFHRESP(NORMAL)
080400         GO TO 3000-EXIT
080500     END-IF.
080600
080700     PERFORM 3100-READ-NEXT-CANDIDATE THRU 3100-EXIT
080800         UNTIL WS-BRW-EOF
080900            OR WS-PAGE-COUNT = 10.
081000
081100     EXEC CICS ENDBR FILE ('PENDCHG')
081200         RESP (WS-RESP)
081300     END-EXEC.
081400 3000-EXIT.
081500     EXIT.
081600*****************************************************************
081700*    3100-READ-NEXT-CANDIDATE - READ THE NEXT CHANGE FORWARD    *
081800*    AND ADD IT TO THE PAGE IF IT IS STILL PENDING              *
081900*****************************************************************
082000 3100-READ-NEXT-CANDIDATE.
082100     EXEC CICS READNEXT FILE ('PENDCHG')
082200         INTO   (PC-RECORD)
082300         RIDFLD (WS-BRW-KEY)
082400         RESP   (WS-RESP)
082500     END-EXEC.
082600     IF WS-RESP NOT = DFHRESP(NORMAL)
082700         SET WS-BRW-EOF TO TRUE
082800         GO TO 3100-EXIT
082900     END-IF.
083000
083100     IF WS-SKIP-KEY NOT = SPACES
083200        AND PC-KEY = WS-SKIP-KEY
083300         GO TO 3100-EXIT
083400     END-IF.
083500
083600     IF NOT PC-PENDING
083700         GO TO 3100-EXIT
083800     END-IF.
083900
084000     ADD 1 TO WS-PAGE-COUNT.
084100     MOVE PC-KEY          TO WS-PG-KEY        (WS-PAGE-COUNT).
084200     MOVE PC-OLD-AMOUNT   TO WS-PG-OLD-AMOUNT (WS-PAGE-COUNT).
084300     MOVE PC-NEW-AMOUNT   TO WS-PG-NEW-AMOUNT (WS-PAGE-COUNT).
084400     MOVE PC-REQ-OPERATOR TO WS-PG-REQ-OPER   (WS-PAGE-COUNT).
084500 3100-EXIT.
084600     EXIT.
084700*****************************************************************
084800*    3200-BUILD-PAGE-BACKWARD - COLLECT UP TO TEN PENDING       *
084900*    CHANGES INTO WS-BACK-AREA (DESCENDING KEY ORDER), READING  *
085000*    BACKWARD FROM THE TOP LINE OF THE CURRENT PAGE.            *
085100*****************************************************************
085200 3200-BUILD-PAGE-BACKWARD.
085300     MOVE ZERO TO WS-BACK-COUNT.
085400     MOVE 'N'  TO WS-BRW-EOF-SW.
085500
085600     MOVE CA-APR-TOP-KEY TO WS-BRW-KEY.
085700     EXEC CICS STARTBR FILE ('PENDCHG')
085800         RIDFLD (WS-BRW-KEY)
085900         GTEQ
086000         RESP   (WS-RESP)
086100     END-EXEC.
086200     IF WS-RESP NOT = DFHRESP(NORMAL)
086300         GO TO 3200-EXIT
086400     END-IF.
086500
086600     PERFORM 3300-READ-PREV-CANDIDATE THRU 3300-EXIT
086700         UNTIL WS-BRW-EOF
086800            OR WS-BACK-COUNT = 10.
086900
087000     EXEC CICS ENDBR FILE ('PENDCHG')
087100         RESP (WS-RESP)
087200     END-EXEC.
087300 3200-EXIT.
087400     EXIT.
087500*****************************************************************
087600*    3300-READ-PREV-CANDIDATE - READ THE NEXT CHANGE BACKWARD   *
087700*    AND ADD IT TO THE BACK PAGE IF IT IS STILL PENDING.        *
087800*    CHANGES AT OR ABOVE THE CURRENT TOP LINE (THE BROWSE IS    *
087900*    POSITIONED ON IT) ARE SKIPPED, NOT COLLECTED.              *
088000*****************************************************************
088100 3300-READ-PREV-CANDIDATE.
088200     EXEC CICS READPREV FILE ('PENDCHG')
088300         INTO   (PC-RECORD)
088400         RIDFLD (WS-BRW-KEY)
088500         RESP   (WS-RESP)
088600     END-EXEC.
088700     IF WS-RESP NOT = DFHRESP(NORMAL)
088800         SET WS-BRW-EOF TO TRUE
088900         GO TO 3300-EXIT
089000     END-IF.
089100
089200     IF PC-KEY NOT < CA-APR-TOP-KEY
089300         GO TO 3300-EXIT
089400     END-IF.
089500
089600     IF NOT PC-PENDING
089700         GO TO 3300-EXIT
089800     END-IF.
089900
090000     ADD 1 TO WS-BACK-COUNT.
090100     MOVE PC-KEY          TO WS-BK-KEY        (WS-BACK-COUNT).
090200     MOVE PC-OLD-AMOUNT   TO WS-BK-OLD-AMOUNT (WS-BACK-COUNT).
090300     MOVE PC-NEW-AMOUNT   TO WS-BK-NEW-AMOUNT (WS-BACK-COUNT).
090400     MOVE PC-REQ-OPERATOR TO WS-BK-REQ-OPER   (WS-BACK-COUNT).
090500 3300-EXIT.
090600     EXIT.
090700*****************************************************************
090800*    3500-REVERSE-BACK-PAGE - TURN THE DESCENDING WS-BACK-AREA  *
090900*    INTO AN ASCENDING WS-PAGE-AREA FOR DISPLAY                 *
091000*****************************************************************
091100 3500-REVERSE-BACK-PAGE.
091200     MOVE WS-BACK-COUNT TO WS-PAGE-COUNT.
091300     PERFORM 3550-REVERSE-ONE-LINE THRU 3550-EXIT
091400         VARYING WS-ROW-IX FROM 1 BY 1
091500         UNTIL WS-ROW-IX > WS-BACK-COUNT.
091600 3500-EXIT.
091700     EXIT.
091800
091900 3550-REVERSE-ONE-LINE.
092000     COMPUTE WS-SEL-IX = WS-BACK-COUNT - WS-ROW-IX + 1.
092100     MOVE WS-BACK-ENTRY (WS-ROW-IX)
092200         TO WS-PAGE-ENTRY (WS-SEL-IX).
092300 3550-EXIT.
092400     EXIT.
092500*****************************************************************
092600*    3700-COMMIT-PAGE - RECORD THE PAGE JUST BUILT IN THE       *
092700*    COMMAREA BROWSE STATE (PAGE-BOUNDARY KEYS AND THE KEY OF   *
092800*    EACH LINE, FOR SELECTION ON THE NEXT ENTRY)                *
092900*****************************************************************
093000 3700-COMMIT-PAGE.
093100     IF WS-PAGE-COUNT = ZERO
093200         MOVE SPACES TO CA-APR-TOP-KEY
093300         MOVE SPACES TO CA-APR-BOT-KEY
093400     ELSE
093500         MOVE WS-PG-KEY (1)             TO CA-APR-TOP-KEY
093600         MOVE WS-PG-KEY (WS-PAGE-COUNT) TO CA-APR-BOT-KEY
093700     END-IF.
093800     PERFORM 3750-COMMIT-ROW-KEY THRU 3750-EXIT
093900         VARYING WS-ROW-IX FROM 1 BY 1
094000         UNTIL WS-ROW-IX > 10.
094100 3700-EXIT.
094200     EXIT.
094300
094400 3750-COMMIT-ROW-KEY.
094500     IF WS-ROW-IX > WS-PAGE-COUNT
094600         MOVE SPACES TO CA-APR-ROW-KEY (WS-ROW-IX)
094700     ELSE
094800         MOVE WS-PG-KEY (WS-ROW-IX)
094900             TO CA-APR-ROW-KEY (WS-ROW-IX)
095000     END-IF.
095100 3750-EXIT.
095200     EXIT.
095300*****************************************************************
095400*    3800-WRITE-AUDIT - WRITE THE MAINTENANCE-AUDIT RECORD      *
095500*    STAGED IN WS-AUDIT-STAGING.  THE APPROVING SUPERVISOR IS   *
095600*    THE AUDITED OPERATOR AND THE ONE WHO KEYED THE CHANGE IS   *
095700*    CARRIED IN MA-REQUEST-OPER.  THE SEQUENCE NUMBER STEPS     *
095800*    PAST ANY SLOT ALREADY TAKEN THIS SECOND ON THIS TERMINAL,  *
095900*    AS OPERMNT'S AUDIT WRITE DOES.  WS-AUDIT-OK IS LEFT OFF    *
096000*    ON ANY FAILURE - THE CALLER MUST THEN REFUSE THE UPDATE.   *
096100*****************************************************************
096200 3800-WRITE-AUDIT.
096300     EXEC CICS ASKTIME
096400         ABSTIME (SH-ABS-TIME)
096500     END-EXEC.
096600     EXEC CICS FORMATTIME
096700         ABSTIME  (SH-ABS-TIME)
096800         YYYYMMDD (WS-AUDIT-DATE)
096900         TIME     (WS-AUDIT-TIME)
097000     END-EXEC.
097100
097200     INITIALIZE MA-RECORD.
097300     MOVE EIBTRMID           TO MA-TERMINAL-ID.
097400     MOVE WS-AUDIT-DATE      TO MA-AUDIT-DATE.
097500     MOVE WS-AUDIT-TIME      TO MA-AUDIT-TIME.
097600     IF WS-COMMAREA-VALID
097700         MOVE CA-OPERATOR-ID TO MA-OPERATOR-ID
097800     ELSE
097900         MOVE SPACES         TO MA-OPERATOR-ID
098000     END-IF.
098100     MOVE 'CUSTMAST'         TO MA-FILE-NAME.
098200     MOVE WS-AUD-ACTION      TO MA-ACTION.
098300     MOVE WS-AUD-KEY         TO MA-RECORD-KEY.
098400     MOVE WS-AUD-BEFORE      TO MA-BEFORE-IMAGE.
098500     MOVE WS-AUD-AFTER       TO MA-AFTER-IMAGE.
098600     MOVE WS-AUD-REQ-OPER    TO MA-REQUEST-OPER.
098700
098800     MOVE 'N' TO WS-AUDIT-OK-SW.
098900     MOVE 'N' TO WS-MA-WRITTEN-SW.
099000     MOVE 1   TO WS-MA-SEQ.
099100     PERFORM 3850-TRY-WRITE-AUDIT THRU 3850-EXIT
099200         UNTIL WS-MA-WRITTEN
099300            OR WS-MA-SEQ > 9999.
099400     IF WS-MA-WRITTEN
099500         SET WS-AUDIT-OK TO TRUE
099600     END-IF.
099700 3800-EXIT.
099800     EXIT.
099900
100000 3850-TRY-WRITE-AUDIT.
100100     MOVE WS-MA-SEQ TO MA-AUDIT-SEQ.
100200     EXEC CICS WRITE FILE ('MNTAUDIT')
100300         FROM   (MA-RECORD)
100400         RIDFLD (MA-KEY)
100500         RESP   (WS-RESP)
100600     END-EXEC.
100700     EVALUATE TRUE
100800         WHEN WS-RESP = DFHRESP(NORMAL)
100900             SET WS-MA-WRITTEN TO TRUE
101000         WHEN WS-RESP = DFHRESP(DUPREC)
101100             ADD 1 TO WS-MA-SEQ
101200         WHEN OTHER
101300             MOVE 10000 TO WS-MA-SEQ
101400     END-EVALUATE.
101500 3850-EXIT.
101600     EXIT.
101700*****************************************************************
101800*    5000-GET-MESSAGE - RESOLVE THE SCREEN MESSAGE NAMED BY     *
101900*    WS-MSG-ID FROM THE MESSAGE-CONTROL FILE IN THE SIGNED-ON   *
102000*    OPERATOR'S LANGUAGE.  A MISSING VARIANT FALLS BACK TO THE  *
102100*    ENGLISH VARIANT, AND A MESSAGE NOT ON FILE AT ALL FALLS    *
102200*    BACK TO THE HARD-CODED ENGLISH TEXT IN WS-MESSAGES.        *
102300*****************************************************************
102400 5000-GET-MESSAGE.
102500     MOVE WS-MSG-FALLBACK TO WS-SCREEN-MSG.
102600     MOVE WS-MSG-ID       TO WS-LKP-MSG-ID.
102700     IF WS-COMMAREA-VALID
102800      AND (CA-LANGUAGE-CD = 'E' OR CA-LANGUAGE-CD = 'W')
102900         MOVE CA-LANGUAGE-CD TO WS-LKP-LANG
103000     ELSE
103100         MOVE 'E' TO WS-LKP-LANG
103200     END-IF.
103300     PERFORM 5050-READ-MESSAGE THRU 5050-EXIT.
103400     IF WS-RESP NOT = DFHRESP(NORMAL)
103500      AND WS-LKP-LANG NOT = 'E'
103600         MOVE 'E' TO WS-LKP-LANG
103700         PERFORM 5050-READ-MESSAGE THRU 5050-EXIT
103800     END-IF.
103900     IF WS-RESP = DFHRESP(NORMAL)
104000         MOVE WS-LKP-TEXT TO WS-SCREEN-MSG
104100     END-IF.
104200 5000-EXIT.
104300     EXIT.
104400
104500 5050-READ-MESSAGE.
104600     EXEC CICS READ FILE ('MSGCTL')
104700         INTO   (WS-LKP-RECORD)
104800         RIDFLD (WS-LKP-KEY)
104900         RESP   (WS-RESP)
105000     END-EXEC.
105100 5050-EXIT.
105200     EXIT.
105300*****************************************************************
105400*    9000-ABEND-HANDLER - CAUGHT BY HANDLE ABEND/HANDLE         *
105500*    CONDITION(ERROR).  LOGS THE FAILURE TO THE ERROR LOG FILE  *
105600*    AND PUTS A CLEAN MESSAGE ON THE SCREEN INSTEAD OF LETTING  *
105700*    THE OPERATOR SEE A RAW CICS ABEND SCREEN.  SAME PATTERN AS *
105800*    HELLO'S 9000-ABEND-HANDLER.                                *
105900*****************************************************************
106000 9000-ABEND-HANDLER.
106100     EXEC CICS ASSIGN
106200         ABCODE (WS-ABEND-CODE)
106300     END-EXEC.
106400
106500     EXEC CICS ASKTIME
106600         ABSTIME (SH-ABS-TIME)
106700     END-EXEC.
106800     EXEC CICS FORMATTIME
106900         ABSTIME  (SH-ABS-TIME)
107000         YYYYMMDD (WS-ABEND-DATE)
107100         TIME     (WS-ABEND-TIME)
107200     END-EXEC.
107300
107400     INITIALIZE EL-RECORD.
107500     MOVE EIBTRMID           TO EL-TERMINAL-ID.
107600     MOVE WS-ABEND-DATE      TO EL-ERROR-DATE.
107700     MOVE WS-ABEND-TIME      TO EL-ERROR-TIME.
107800     MOVE WS-TRANID          TO EL-TRANSACTION-ID.
107900     MOVE 'CUSTAPPR'         TO EL-PROGRAM-ID.
108000     IF WS-COMMAREA-VALID
108100         MOVE CA-OPERATOR-ID TO EL-OPERATOR-ID
108200     ELSE
108300         MOVE SPACES         TO EL-OPERATOR-ID
108400     END-IF.
108500     MOVE WS-ABEND-CODE      TO EL-ABEND-CODE.
108600
108700     EXEC CICS WRITE FILE ('ERRLOG')
108800         FROM   (EL-RECORD)
108900         RIDFLD (EL-KEY)
109000         RESP   (WS-RESP)
109100     END-EXEC.
109200
109300     MOVE SPACES TO WS-ABEND-MSG.
109400     STRING 'SYSTEM ERROR - PLEASE NOTIFY YOUR SUPERVISOR.'
109500            ' REF: ' WS-ABEND-CODE
109600         DELIMITED BY SIZE INTO WS-ABEND-MSG
109700     END-STRING.
109800
109900     EXEC CICS SEND TEXT
110000         FROM   (WS-ABEND-MSG)
110100         LENGTH (LENGTH OF WS-ABEND-MSG)
110200         ERASE
110300     END-EXEC.
110400
110500     EXEC CICS RETURN
110600     END-EXEC.
110700 9000-EXIT.
110800     EXIT.
