000100*****************************************************************
000200* PROGRAM-ID : SUSPMNT                                          *
000300* PURPOSE    : CICS POSTING-SUSPENSE CORRECTION TRANSACTION     *
000400*              FOR THE GSE UK DEMONSTRATION SUITE.  LISTS THE   *
000500*              OPEN AND APPROVED ITEMS ON THE SUSPENSE FILE     *
000600*              (HELPOST REJECTS, OVER-LIMIT DEBITS AND TXNSWEEP *
000700*              SUSPECTED DUPLICATES LOADED NIGHTLY BY SUSLOAD), *
000750*              TEN TO A PAGE WITH PF7/PF8 PAGING.  KEYING C, A  *
000800*              OR W AGAINST A LINE CORRECTS THE ITEM FROM THE   *
000900*              CORRECTION LINE, APPROVES AN OVER-LIMIT ITEM     *
001000*              PAST THE CREDIT LIMIT OR A DUPLICATE AS GENUINE, *
001100*              OR WRITES IT OFF.  CORRECTED AND APPROVED ITEMS  *
001200*              ARE REPOSTED BY THE NEXT TXNSWEEP RUN.           *
001300*              SIGNED-ON SUPERVISORS ONLY.  XCTL'D TO FROM      *
001400*              HELLO'S MAIN MENU (OPTION 10).                   *
001500*****************************************************************
001600* MODIFICATION HISTORY
001700*   DATE       INIT  DESCRIPTION
001800*   2026-10-15 DLH   INITIAL VERSION.  BROWSE STATE (PAGE-
001900*                     BOUNDARY KEYS, PAGE NUMBER AND THE KEYS
002000*                     OF THE LINES ON SCREEN) IS CARRIED IN
002100*                     CA-SUS-AREA OF COPY HELCOMM.  EVERY ACTION
002200*                     STAMPS THE OPERATOR ON THE ITEM AND WRITES
002300*                     A MAINTENANCE-AUDIT RECORD FIRST - NO
002400*                     AUDIT, NO UPDATE - AS OPERMNT DOES.
002420*   2026-10-15 DLH   A CORRECTION THAT LEAVES THE ITEM ON A
002440*                     BLOCKED OR CLOSED ACCOUNT IS REFUSED, AS
002460*                     MOVENTRY REFUSES A NEW MOVEMENT.  REASON AS
002480*                     (ACCOUNT STATUS) ADDED TO THE LIST
002490*                     DESCRIPTIONS.
002492*   2026-10-15 DLH   A SUSPECTED DUPLICATE HELD BY TXNSWEEP
002494*                     (REASON DP) CAN BE APPROVED AS GENUINE - NO
002496*                     LIMIT OVERRIDE - OR WRITTEN OFF.
002497*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
002498*                     THE NEW CA-APR-AREA IN COPY HELCOMM.
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.     SUSPMNT.
002800 AUTHOR.         D L HARRIS.
002900 INSTALLATION.   GSE UK.
003000 DATE-WRITTEN.   2026-10-15.
003100 DATE-COMPILED.
003200 ENVIRONMENT DIVISION.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500*--------------------------------------------------------------*
003600*    CICS MAPSET / ATTENTION-IDENTIFIER COPYBOOKS              *
003700*--------------------------------------------------------------*
003800     COPY HESUMAP.
003900     COPY DFHAID.
004000     COPY SUSPENSE.
004100     COPY CUSTMAST.
004200     COPY SCRNHDR.
004300     COPY ERRLOG.
004400     COPY MNTAUDIT.
004500*--------------------------------------------------------------*
004600*    SWITCHES                                                  *
004700*--------------------------------------------------------------*
004800 01  WS-SWITCHES.
004900     05  WS-COMMAREA-VALID-SW  PIC X(01)   VALUE 'N'.
005000         88  WS-COMMAREA-VALID              VALUE 'Y'.
005100         88  WS-COMMAREA-INVALID             VALUE 'N'.
005200     05  WS-AUTHORIZED-SW      PIC X(01)   VALUE 'N'.
005300         88  WS-AUTHORIZED                  VALUE 'Y'.
005400         88  WS-NOT-AUTHORIZED              VALUE 'N'.
005500     05  WS-BRW-EOF-SW         PIC X(01)   VALUE 'N'.
005600         88  WS-BRW-EOF                     VALUE 'Y'.
005700     05  WS-SEL-FOUND-SW       PIC X(01)   VALUE 'N'.
005800         88  WS-SEL-FOUND                   VALUE 'Y'.
005900     05  WS-EDIT-SW            PIC X(01)   VALUE 'N'.
006000         88  WS-EDIT-OK                     VALUE 'Y'.
006100         88  WS-EDIT-FAILED                 VALUE 'N'.
006200     05  WS-KEEP-CORR-SW       PIC X(01)   VALUE 'N'.
006300         88  WS-KEEP-CORRECTION             VALUE 'Y'.
006400     05  WS-AMT-VALID-SW       PIC X(01)   VALUE 'Y'.
006500         88  WS-AMT-VALID                   VALUE 'Y'.
006600         88  WS-AMT-INVALID                 VALUE 'N'.
006700     05  WS-AMT-DECIMAL-SW     PIC X(01)   VALUE 'N'.
006800         88  WS-AMT-DECIMAL-SEEN            VALUE 'Y'.
006900     05  WS-AUDIT-OK-SW        PIC X(01)   VALUE 'N'.
007000         88  WS-AUDIT-OK                    VALUE 'Y'.
007100     05  WS-MA-WRITTEN-SW      PIC X(01)   VALUE 'N'.
007200         88  WS-MA-WRITTEN                  VALUE 'Y'.
007300*--------------------------------------------------------------*
007400*    WORK AREAS                                                *
007500*--------------------------------------------------------------*
007600 01  WS-WORK-AREAS.
007700     05  WS-TRANID               PIC X(04)   VALUE 'HESU'.
007800     05  WS-MAPSET                PIC X(08)   VALUE 'HESUMAP'.
007900     05  WS-MAPNAME                PIC X(08)   VALUE 'HESUMN1'.
008000     05  WS-START-KEY              PIC X(12)   VALUE SPACES.
008100     05  WS-SKIP-KEY               PIC X(12)   VALUE SPACES.
008200     05  WS-BRW-KEY                PIC X(12)   VALUE SPACES.
008300     05  WS-ROW-IX                 PIC 9(02)   COMP VALUE ZERO.
008400     05  WS-SEL-IX                 PIC 9(02)   COMP VALUE ZERO.
008500     05  WS-SEL-ACTION             PIC X(01)   VALUE SPACE.
008600         88  WS-ACT-CORRECT                    VALUE 'C'.
008700         88  WS-ACT-APPROVE                    VALUE 'A'.
008800         88  WS-ACT-WRITE-OFF                  VALUE 'W'.
008900     05  WS-REASON-TEXT            PIC X(16)   VALUE SPACES.
009000     05  WS-AUDIT-DATE             PIC 9(08)   VALUE ZERO.
009100     05  WS-AUDIT-TIME             PIC 9(06)   VALUE ZERO.
009200     05  WS-MA-SEQ                 PIC 9(05)   COMP VALUE ZERO.
009300*--------------------------------------------------------------*
009400*    WS-CORRECTION - THE CORRECTION LINE AS KEYED, KEPT SO IT   *
009500*    CAN BE PUT BACK ON THE SCREEN WHEN A CORRECTION FAILS ITS  *
009600*    EDITS.  A BLANK FIELD LEAVES THAT PART OF THE ITEM AS IT   *
009700*    IS; AN ALL-BLANK LINE RESUBMITS THE ITEM UNCHANGED.        *
009800*--------------------------------------------------------------*
009900 01  WS-CORRECTION.
010000     05  WS-COR-CUST               PIC X(06)   VALUE SPACES.
010100     05  WS-COR-TYPE               PIC X(01)   VALUE SPACE.
010200     05  WS-COR-AMOUNT             PIC X(13)   VALUE SPACES.
010300     05  WS-COR-REF                PIC X(12)   VALUE SPACES.
010400*--------------------------------------------------------------*
010500*    WS-PAGE-AREA - THE TEN LIST LINES BEING BUILT FOR THE      *
010600*    SCREEN, IN ASCENDING KEY ORDER.  WS-BACK-AREA COLLECTS A   *
010700*    BACKWARD (READPREV) PAGE IN DESCENDING ORDER BEFORE IT IS  *
010800*    REVERSED INTO WS-PAGE-AREA.                                *
010900*--------------------------------------------------------------*
011000 01  WS-PAGE-AREA.
011100     05  WS-PAGE-COUNT             PIC 9(02)   COMP VALUE ZERO.
011200     05  WS-PAGE-ENTRY             OCCURS 10 TIMES.
011300         10  WS-PG-KEY.
011400             15  WS-PG-LOAD-DATE   PIC X(08).
011500             15  WS-PG-LOAD-SEQ    PIC X(04).
011600         10  WS-PG-CUST-ID         PIC X(06).
011700         10  WS-PG-TYPE            PIC X(01).
011800         10  WS-PG-AMOUNT          PIC 9(09)V99.
011900         10  WS-PG-REFERENCE       PIC X(12).
012000         10  WS-PG-REASON          PIC X(02).
012100         10  WS-PG-STATUS          PIC X(01).
012200 01  WS-BACK-AREA.
012300     05  WS-BACK-COUNT             PIC 9(02)   COMP VALUE ZERO.
012400     05  WS-BACK-ENTRY             OCCURS 10 TIMES.
012500         10  WS-BK-KEY             PIC X(12).
012600         10  WS-BK-CUST-ID         PIC X(06).
012700         10  WS-BK-TYPE            PIC X(01).
012800         10  WS-BK-AMOUNT          PIC 9(09)V99.
012900         10  WS-BK-REFERENCE       PIC X(12).
013000         10  WS-BK-REASON          PIC X(02).
013100         10  WS-BK-STATUS          PIC X(01).
013200 01  WS-SCREEN-MSG                 PIC X(76)   VALUE SPACES.
013300*--------------------------------------------------------------*
013400*    WS-MSG-LOOKUP - MESSAGE-CONTROL LOOKUP AREA FOR 5000-GET-  *
013500*    MESSAGE: THE MESSAGE ID, THE HARD-CODED ENGLISH FALLBACK   *
013600*    AND A LOCAL COPY OF THE MC-RECORD LAYOUT SO THE LOOKUP     *
013700*    NEVER DISTURBS ANY OTHER USE OF THE MESSAGE FILE.          *
013800*--------------------------------------------------------------*
013900 01  WS-MSG-LOOKUP.
014000     05  WS-MSG-ID             PIC X(08)   VALUE SPACES.
014100     05  WS-MSG-FALLBACK       PIC X(76)   VALUE SPACES.
014200     05  WS-LKP-RECORD.
014300         10  WS-LKP-KEY.
014400             15  WS-LKP-MSG-ID PIC X(08).
014500             15  WS-LKP-LANG   PIC X(01).
014600         10  WS-LKP-TEXT       PIC X(60).
014700         10  FILLER            PIC X(11).
014800 01  WS-MESSAGES.
014900     05  MSG-NOT-SUPERVISOR        PIC X(76)   VALUE
015000         'SUPERVISOR AUTHORITY REQUIRED FOR SUSPENSE CORRECTION'.
015100     05  MSG-LIST-SHOWN            PIC X(76)   VALUE
015200         'KEY C, A OR W AGAINST A LINE - C USES CORRECTION LINE'.
015300     05  MSG-NO-ITEMS              PIC X(76)   VALUE
015400         'NO OPEN SUSPENSE ITEMS'.
015500     05  MSG-END-OF-FILE           PIC X(76)   VALUE
015600         'NO MORE SUSPENSE ITEMS FORWARD'.
015700     05  MSG-TOP-OF-FILE           PIC X(76)   VALUE
015800         'TOP OF LIST REACHED'.
015900     05  MSG-BAD-ACTION            PIC X(76)   VALUE
016000         'ACTION MUST BE C=CORRECT, A=APPROVE OR W=WRITE OFF'.
016100     05  MSG-APPROVE-OVER-LIMIT    PIC X(76)   VALUE
016200         'ONLY OVER-LIMIT OR DUPLICATE ITEMS CAN BE APPROVED'.
016300     05  MSG-ITEM-GONE             PIC X(76)   VALUE
016400         'ITEM ALREADY ACTIONED OR REMOVED - LIST REFRESHED'.
016500     05  MSG-ITEM-CORRECTED        PIC X(76)   VALUE
016600         'ITEM CORRECTED - WILL REPOST IN THE NEXT SWEEP'.
016700     05  MSG-ITEM-APPROVED         PIC X(76)   VALUE
016800         'ITEM APPROVED OVER LIMIT - WILL REPOST IN NEXT SWEEP'.
016833     05  MSG-DUP-APPROVED          PIC X(76)   VALUE
016866         'DUPLICATE APPROVED - WILL REPOST IN THE NEXT SWEEP'.
016900     05  MSG-ITEM-WRITTEN-OFF      PIC X(76)   VALUE
017000         'ITEM WRITTEN OFF'.
017100     05  MSG-CUST-NOT-FOUND        PIC X(76)   VALUE
017200         'CUSTOMER NOT FOUND - PLEASE RE-ENTER'.
017233     05  MSG-ACCT-NOT-OPEN         PIC X(76)   VALUE
017266         'CUSTOMER ACCOUNT IS BLOCKED OR CLOSED - RE-ENTER'.
017300     05  MSG-BAD-TYPE              PIC X(76)   VALUE
017400         'TYPE MUST BE D (DEBIT) OR C (CREDIT) - PLEASE RE-ENTER'.
017500     05  MSG-BAD-AMOUNT            PIC X(76)   VALUE
017600         'AMOUNT MUST BE GREATER THAN ZERO - PLEASE RE-ENTER'.
017700     05  MSG-UPDATE-FAILED         PIC X(76)   VALUE
017800         'ITEM NOT UPDATED - PLEASE RE-ENTER, NOTIFY SUPPORT'.
017900     05  MSG-AUDIT-FAILED          PIC X(76)   VALUE
018000         'CHANGE NOT AUDITED - UPDATE REFUSED, NOTIFY SUPPORT'.
018100     05  MSG-INVALID-KEY           PIC X(76)   VALUE
018200         'INVALID KEY - PLEASE RE-ENTER'.
018300 01  WS-RESP                       PIC S9(08)  COMP.
018400 01  WS-AMOUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.99.
018500*--------------------------------------------------------------*
018600*    WS-AMOUNT-EDIT-AREA - SCANS THE AMOUNT AS KEYED (DIGITS,   *
018700*    ONE OPTIONAL DECIMAL POINT, EMBEDDED SPACES IGNORED, NO    *
018800*    SIGN - PT-AMOUNT IS UNSIGNED) INTO WS-AMT-RESULT.  SAME    *
018900*    RULES AS MOVENTRY.                                         *
019000*--------------------------------------------------------------*
019100 01  WS-AMOUNT-EDIT-AREA.
019200     05  WS-AMT-IN                 PIC X(13).
019300     05  WS-AMT-IN-CHAR            REDEFINES WS-AMT-IN
019400                                   PIC X(01)   OCCURS 13 TIMES.
019500     05  WS-AMT-IX                 PIC 9(02)   COMP.
019600     05  WS-AMT-DIGITS             PIC 9(11)   VALUE ZERO.
019700     05  WS-AMT-DIGIT              PIC 9(01)   VALUE ZERO.
019800     05  WS-AMT-DEC-COUNT          PIC 9(02)   COMP VALUE ZERO.
019900     05  WS-AMT-RESULT             PIC 9(09)V99 VALUE ZERO.
020000*--------------------------------------------------------------*
020100*    WS-AUDIT-STAGING - BEFORE AND AFTER IMAGES OF THE ITEM FOR *
020200*    THE MAINTENANCE AUDIT.  WS-SU-IMAGE IS THE 80-BYTE SUMMARY *
020300*    OF A SUSPENSE ITEM THE IMAGES ARE BUILT FROM (THE ORIGINAL *
020400*    MOVEMENT ITSELF NEVER CHANGES SO IS NOT REPEATED).         *
020500*--------------------------------------------------------------*
020600 01  WS-AUDIT-STAGING.
020700     05  WS-AUD-ACTION             PIC X(01)   VALUE SPACE.
020800     05  WS-AUD-KEY                PIC X(12)   VALUE SPACES.
020900     05  WS-AUD-BEFORE             PIC X(80)   VALUE SPACES.
021000     05  WS-AUD-AFTER              PIC X(80)   VALUE SPACES.
021100 01  WS-SU-IMAGE.
021200     05  WS-SI-KEY                 PIC X(12).
021300     05  WS-SI-STATUS              PIC X(01).
021400     05  WS-SI-REASON              PIC X(02).
021500     05  WS-SI-REPOST-DATA         PIC X(30).
021600     05  WS-SI-OVERRIDE            PIC X(01).
021700     05  WS-SI-ACTION              PIC X(01).
021800     05  WS-SI-ACTION-OPER         PIC X(08).
021900     05  FILLER                    PIC X(25).
022000 01  WS-ABEND-AREA.
022100     05  WS-ABEND-CODE             PIC X(04)   VALUE SPACES.
022200     05  WS-ABEND-DATE             PIC 9(08).
022300     05  WS-ABEND-TIME             PIC 9(06).
022400     05  WS-ABEND-MSG              PIC X(76)   VALUE SPACES.
022500*--------------------------------------------------------------*
022600*    WS-INIT-COMMAREA - SAME LAYOUT AS THE LINKAGE SECTION'S    *
022700*    DFHCOMMAREA (COPY HELCOMM BELOW).  USED TO ESTABLISH THE   *
022800*    FIRST OUTBOUND COMMAREA WHEN EIBCALEN = 0 - AT THAT POINT  *
022900*    DFHCOMMAREA ITSELF HAS NO BACKING STORAGE AND MUST NOT BE  *
023000*    READ OR WRITTEN.                                           *
023100*--------------------------------------------------------------*
023200 01  WS-INIT-COMMAREA.
023300     05  CI-SIGNED-ON-SW       PIC X(01)     VALUE 'N'.
023400     05  CI-OPERATOR-ID        PIC X(08)     VALUE SPACES.
023500     05  CI-AUTHORITY-LEVEL    PIC X(01)     VALUE SPACE.
023600     05  CI-LANGUAGE-CD        PIC X(01)     VALUE SPACES.
023700     05  CI-CUSTOMER-ID        PIC X(06)     VALUE SPACES.
023800     05  CI-CUST-NAME          PIC X(30)     VALUE SPACES.
023900     05  CI-CUST-BALANCE       PIC S9(09)V99 COMP-3 VALUE ZERO.
024000     05  CI-CUST-LIMIT         PIC S9(09)V99 COMP-3 VALUE ZERO.
024100     05  CI-LAST-TRANID        PIC X(04)     VALUE SPACES.
024200     05  CI-BROWSE-AREA.
024300         10  CI-BRW-ID-PREFIX  PIC X(06)     VALUE SPACES.
024400         10  CI-BRW-NAME-FRAG  PIC X(20)     VALUE SPACES.
024500         10  CI-BRW-MODE       PIC X(01)     VALUE 'I'.
024600         10  CI-BRW-TOP-KEY    PIC X(06)     VALUE SPACES.
024700         10  CI-BRW-BOT-KEY    PIC X(06)     VALUE SPACES.
024800         10  CI-BRW-TOP-NAME   PIC X(30)     VALUE SPACES.
024900         10  CI-BRW-BOT-NAME   PIC X(30)     VALUE SPACES.
025000         10  CI-BRW-PAGE       PIC 9(04)     COMP VALUE 1.
025100         10  CI-BRW-ROW-ID     PIC X(06)     VALUE SPACES
025200                               OCCURS 10 TIMES.
025300     05  CI-ENQ-AREA.
025400         10  CI-ENQ-TOP-POS.
025500             15  CI-ENQ-TOP-DATE PIC 9(08)   VALUE ZERO.
025600             15  CI-ENQ-TOP-SEQ  PIC 9(04)   VALUE ZERO.
025700         10  CI-ENQ-BOT-POS.
025800             15  CI-ENQ-BOT-DATE PIC 9(08)   VALUE ZERO.
025900             15  CI-ENQ-BOT-SEQ  PIC 9(04)   VALUE ZERO.
026000         10  CI-ENQ-PAGE         PIC 9(04)   COMP VALUE 1.
026100     05  CI-ERR-AREA.
026200         10  CI-ERR-TERM-FILTER PIC X(04)  VALUE SPACES.
026300         10  CI-ERR-TOP-KEY.
026400             15  CI-ERR-TOP-TERM PIC X(04) VALUE SPACES.
026500             15  CI-ERR-TOP-DATE PIC 9(08) VALUE ZERO.
026600             15  CI-ERR-TOP-TIME PIC 9(06) VALUE ZERO.
026700         10  CI-ERR-BOT-KEY.
026800             15  CI-ERR-BOT-TERM PIC X(04) VALUE SPACES.
026900             15  CI-ERR-BOT-DATE PIC 9(08) VALUE ZERO.
027000             15  CI-ERR-BOT-TIME PIC 9(06) VALUE ZERO.
027100         10  CI-ERR-PAGE         PIC 9(04) COMP VALUE 1.
027200     05  CI-SUS-AREA.
027300         10  CI-SUS-TOP-KEY    PIC X(12)     VALUE SPACES.
027400         10  CI-SUS-BOT-KEY    PIC X(12)     VALUE SPACES.
027500         10  CI-SUS-PAGE       PIC 9(04)     COMP VALUE 1.
027600         10  CI-SUS-ROW-KEY    PIC X(12)     VALUE SPACES
027700                               OCCURS 10 TIMES.
027714     05  CI-APR-AREA.
027728         10  CI-APR-TOP-KEY    PIC X(21)     VALUE SPACES.
027742         10  CI-APR-BOT-KEY    PIC X(21)     VALUE SPACES.
027756         10  CI-APR-PAGE       PIC 9(04)     COMP VALUE 1.
027770         10  CI-APR-ROW-KEY    PIC X(21)     VALUE SPACES
027784                               OCCURS 10 TIMES.
027800 LINKAGE SECTION.
027900*--------------------------------------------------------------*
028000*    COMMAREA - SAME LAYOUT HELLO USES.  CA-SUS-AREA CARRIES    *
028100*    THE BROWSE STATE ACROSS THE PSEUDO-CONVERSATION.           *
028200*--------------------------------------------------------------*
028300     COPY HELCOMM.
028400 PROCEDURE DIVISION.
028500*****************************************************************
028600*    0000-MAINLINE - FIRST-TIME VS. RE-ENTRY DISPATCH           *
028700*****************************************************************
028800 0000-MAINLINE.
028900     EXEC CICS HANDLE ABEND
029000         LABEL (9000-ABEND-HANDLER)
029100     END-EXEC.
029200     EXEC CICS HANDLE CONDITION
029300         ERROR (9000-ABEND-HANDLER)
029400     END-EXEC.
029500     IF EIBCALEN = 0
029600         MOVE 'SUNOSUPV' TO WS-MSG-ID
029700         MOVE MSG-NOT-SUPERVISOR TO WS-MSG-FALLBACK
029800         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
029900         PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT
030000         MOVE WS-TRANID TO CI-LAST-TRANID
030100         EXEC CICS RETURN
030200             TRANSID  (WS-TRANID)
030300             COMMAREA (WS-INIT-COMMAREA)
030400             LENGTH   (LENGTH OF WS-INIT-COMMAREA)
030500         END-EXEC
030600     ELSE
030700         SET WS-COMMAREA-VALID TO TRUE
030800         IF CA-LAST-TRANID = WS-TRANID
030900             PERFORM 2000-RECEIVE-SUSPENSE-SCREEN THRU 2000-EXIT
031000         ELSE
031100             PERFORM 1500-FIRST-PAGE THRU 1500-EXIT
031200         END-IF
031300         MOVE WS-TRANID TO CA-LAST-TRANID
031400         EXEC CICS RETURN
031500             TRANSID  (WS-TRANID)
031600             COMMAREA (DFHCOMMAREA)
031700             LENGTH   (LENGTH OF DFHCOMMAREA)
031800         END-EXEC
031900     END-IF.
032000*****************************************************************
032100*    1000-SEND-SUSPENSE-SCREEN - BUILD AND SEND THE LIST        *
032200*****************************************************************
032300 1000-SEND-SUSPENSE-SCREEN.
032400     MOVE LOW-VALUES TO HESUMN1O.
032500     PERFORM 1050-BUILD-SCREEN-HEADER THRU 1050-EXIT.
032600     PERFORM 1100-BUILD-LIST-LINE THRU 1100-EXIT
032700         VARYING WS-ROW-IX FROM 1 BY 1
032800         UNTIL WS-ROW-IX > 10.
032900     IF WS-KEEP-CORRECTION
033000         MOVE WS-COR-CUST   TO CCUSTO
033100         MOVE WS-COR-TYPE   TO CTYPEO
033200         MOVE WS-COR-AMOUNT TO CAMTO
033300         MOVE WS-COR-REF    TO CREFO
033400     END-IF.
033500     MOVE WS-SCREEN-MSG TO MSGLINO.
033600     MOVE SPACES TO WS-SCREEN-MSG.
033700
033800     EXEC CICS SEND MAP (WS-MAPNAME)
033900         MAPSET  (WS-MAPSET)
034000         FROM    (HESUMN1O)
034100         ERASE
034200     END-EXEC.
034300 1000-EXIT.
034400     EXIT.
034500*****************************************************************
034600*    1050-BUILD-SCREEN-HEADER - REFRESH THE COMMON HEADER AREA  *
034700*    (COPY SCRNHDR) AND MOVE IT INTO THIS MAP'S HEADER FIELDS.  *
034800*    THE PAGE NUMBER TRACKS THE BROWSE PAGE IN CA-SUS-PAGE.     *
034900*****************************************************************
035000 1050-BUILD-SCREEN-HEADER.
035100     EXEC CICS ASKTIME
035200         ABSTIME (SH-ABS-TIME)
035300     END-EXEC.
035400     EXEC CICS FORMATTIME
035500         ABSTIME (SH-ABS-TIME)
035600         MMDDYY  (SH-DATE)
035700         TIME    (SH-TIME)
035800     END-EXEC.
035900     MOVE WS-TRANID          TO SH-TRANSACTION-ID.
036000     IF WS-COMMAREA-VALID
036100         MOVE CA-SUS-PAGE    TO SH-PAGE-NUMBER
036200         IF CA-SIGNED-ON
036300             MOVE CA-OPERATOR-ID TO SH-OPERATOR-ID
036400         ELSE
036500             MOVE EIBTRMID       TO SH-OPERATOR-ID
036600         END-IF
036700     ELSE
036800         MOVE EIBTRMID       TO SH-OPERATOR-ID
036900     END-IF.
037000     MOVE SH-PAGE-NUMBER  TO SH-PAGE-NO-EDIT.
037100     STRING 'PAGE ' SH-PAGE-NO-EDIT
037200         DELIMITED BY SIZE INTO SH-PAGE-TEXT
037300     END-STRING.
037400
037500     MOVE SH-DATE            TO HDRDATEO.
037600     MOVE SH-TIME            TO HDRTIMEO.
037700     MOVE SH-TRANSACTION-ID  TO HDRTRANO.
037800     MOVE SH-OPERATOR-ID     TO HDROPIDO.
037900     MOVE SH-PAGE-TEXT       TO HDRPAGEO.
038000 1050-EXIT.
038100     EXIT.
038200*****************************************************************
038300*    1100-BUILD-LIST-LINE - MOVE ONE WS-PAGE-AREA ENTRY TO ITS  *
038400*    SCREEN LINE.  PERFORMED VARYING WS-ROW-IX BY 1000-SEND.    *
038500*****************************************************************
038600 1100-BUILD-LIST-LINE.
038700     IF WS-ROW-IX > WS-PAGE-COUNT
038800         MOVE SPACES TO RSELO  (WS-ROW-IX)
038900         MOVE SPACES TO RLDTO  (WS-ROW-IX)
039000         MOVE SPACES TO RLSQO  (WS-ROW-IX)
039100         MOVE SPACES TO RCIDO  (WS-ROW-IX)
039200         MOVE SPACES TO RTYPO  (WS-ROW-IX)
039300         MOVE SPACES TO RAMTO  (WS-ROW-IX)
039400         MOVE SPACES TO RREFO  (WS-ROW-IX)
039500         MOVE SPACES TO RRSNO  (WS-ROW-IX)
039600         MOVE SPACES TO RSTAO  (WS-ROW-IX)
039700         GO TO 1100-EXIT
039800     END-IF.
039900
040000     MOVE SPACES TO RSELO (WS-ROW-IX).
040100     MOVE WS-PG-LOAD-DATE (WS-ROW-IX) TO RLDTO (WS-ROW-IX).
040200     MOVE WS-PG-LOAD-SEQ  (WS-ROW-IX) TO RLSQO (WS-ROW-IX).
040300     MOVE WS-PG-CUST-ID   (WS-ROW-IX) TO RCIDO (WS-ROW-IX).
040400     MOVE WS-PG-TYPE      (WS-ROW-IX) TO RTYPO (WS-ROW-IX).
040500     MOVE WS-PG-REFERENCE (WS-ROW-IX) TO RREFO (WS-ROW-IX).
040600     IF WS-PG-AMOUNT (WS-ROW-IX) NUMERIC
040700         MOVE WS-PG-AMOUNT (WS-ROW-IX) TO WS-AMOUNT-EDIT
040800         MOVE WS-AMOUNT-EDIT           TO RAMTO (WS-ROW-IX)
040900     ELSE
041000         MOVE '*** INVALID'            TO RAMTO (WS-ROW-IX)
041100     END-IF.
041200     PERFORM 1150-DESCRIBE-REASON THRU 1150-EXIT.
041300     MOVE WS-REASON-TEXT TO RRSNO (WS-ROW-IX).
041400     IF WS-PG-STATUS (WS-ROW-IX) = 'A'
041500         MOVE 'APPROVED' TO RSTAO (WS-ROW-IX)
041600     ELSE
041700         MOVE 'OPEN'     TO RSTAO (WS-ROW-IX)
041800     END-IF.
041900 1100-EXIT.
042000     EXIT.
042100*****************************************************************
042200*    1150-DESCRIBE-REASON - SHORT TEXT FOR THE REASON CODE ON   *
042300*    LIST LINE WS-ROW-IX, AS SUSLOAD'S AGEING LIST PRINTS IT    *
042400*****************************************************************
042500 1150-DESCRIBE-REASON.
042600     EVALUATE WS-PG-REASON (WS-ROW-IX)
042700         WHEN 'NF'
042800             MOVE 'UNKNOWN CUSTOMER' TO WS-REASON-TEXT
042900         WHEN 'BT'
043000             MOVE 'BAD TXN TYPE'     TO WS-REASON-TEXT
043100         WHEN 'BA'
043200             MOVE 'BAD AMOUNT'       TO WS-REASON-TEXT
043300         WHEN 'WD'
043400             MOVE 'WRONG RUN DATE'   TO WS-REASON-TEXT
043500         WHEN 'OL'
043600             MOVE 'OVER CREDIT LMT'  TO WS-REASON-TEXT
043633         WHEN 'AS'
043666             MOVE 'ACCOUNT STATUS'   TO WS-REASON-TEXT
043677         WHEN 'DP'
043688             MOVE 'POSS DUPLICATE'   TO WS-REASON-TEXT
043700         WHEN OTHER
043800             MOVE SPACES             TO WS-REASON-TEXT
043900             STRING 'REASON ' WS-PG-REASON (WS-ROW-IX)
044000                 DELIMITED BY SIZE INTO WS-REASON-TEXT
044100             END-STRING
044200     END-EVALUATE.
044300 1150-EXIT.
044400     EXIT.
044500*****************************************************************
044600*    1500-FIRST-PAGE - FRESH ARRIVAL FROM THE MAIN MENU.  CHECK *
044700*    AUTHORITY, CLEAR THE BROWSE STATE AND LIST THE FIRST PAGE  *
044800*    OF OUTSTANDING ITEMS.                                      *
044900*****************************************************************
045000 1500-FIRST-PAGE.
045100     PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT.
045200     IF WS-NOT-AUTHORIZED
045300         MOVE ZERO TO WS-PAGE-COUNT
045400         MOVE 1    TO CA-SUS-PAGE
045500         PERFORM 3700-COMMIT-PAGE THRU 3700-EXIT
045600         MOVE 'SUNOSUPV' TO WS-MSG-ID
045700         MOVE MSG-NOT-SUPERVISOR TO WS-MSG-FALLBACK
045800         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
045900         PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT
046000         GO TO 1500-EXIT
046100     END-IF.
046200
046300     MOVE LOW-VALUES TO WS-START-KEY.
046400     MOVE SPACES     TO WS-SKIP-KEY.
046500     PERFORM 3000-BUILD-PAGE-FORWARD THRU 3000-EXIT.
046600     MOVE 1 TO CA-SUS-PAGE.
046700     PERFORM 3700-COMMIT-PAGE THRU 3700-EXIT.
046800     IF WS-PAGE-COUNT = ZERO
046900         MOVE 'SUNONE' TO WS-MSG-ID
047000         MOVE MSG-NO-ITEMS TO WS-MSG-FALLBACK
047100         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
047200     ELSE
047300         MOVE 'SUSHOWN' TO WS-MSG-ID
047400         MOVE MSG-LIST-SHOWN TO WS-MSG-FALLBACK
047500         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
047600     END-IF.
047700     PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT.
047800 1500-EXIT.
047900     EXIT.
048000*****************************************************************
048100*    2000-RECEIVE-SUSPENSE-SCREEN - READ THE OPERATOR'S REQUEST *
048200*    AND ROUTE TO ACTION, PAGE OR EXIT                          *
048300*****************************************************************
048400 2000-RECEIVE-SUSPENSE-SCREEN.
048500     EXEC CICS RECEIVE MAP (WS-MAPNAME)
048600         MAPSET (WS-MAPSET)
048700         INTO   (HESUMN1I)
048800     END-EXEC.
048900
049000     IF EIBAID = DFHPF3
049100         EXEC CICS XCTL PROGRAM  ('HELLO')
049200             COMMAREA (DFHCOMMAREA)
049300             LENGTH   (LENGTH OF DFHCOMMAREA)
049400         END-EXEC
049500     END-IF.
049600
049700     PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT.
049800     IF WS-NOT-AUTHORIZED
049900         MOVE ZERO TO WS-PAGE-COUNT
050000         MOVE 'SUNOSUPV' TO WS-MSG-ID
050100         MOVE MSG-NOT-SUPERVISOR TO WS-MSG-FALLBACK
050200         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
050300         PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT
050400         GO TO 2000-EXIT
050500     END-IF.
050600
050700     EVALUATE TRUE
050800         WHEN EIBAID = DFHENTER
050900             PERFORM 2100-PROCESS-ENTER THRU 2100-EXIT
051000         WHEN EIBAID = DFHPF7
051100             PERFORM 2700-PAGE-BACKWARD THRU 2700-EXIT
051200         WHEN EIBAID = DFHPF8
051300             PERFORM 2600-PAGE-FORWARD THRU 2600-EXIT
051400         WHEN OTHER
051500             MOVE 'INVKEY' TO WS-MSG-ID
051600             MOVE MSG-INVALID-KEY TO WS-MSG-FALLBACK
051700             PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
051800             PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
051900             PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT
052000     END-EVALUATE.
052100 2000-EXIT.
052200     EXIT.
052300*****************************************************************
052400*    2100-PROCESS-ENTER - ACTION THE FIRST SELECTED LINE, OR    *
052500*    JUST REFRESH THE PAGE IF NOTHING WAS SELECTED              *
052600*****************************************************************
052700 2100-PROCESS-ENTER.
052800     PERFORM 2200-SCAN-SELECTION THRU 2200-EXIT.
052900     IF WS-SEL-FOUND
053000         PERFORM 2300-ACTION-ITEM THRU 2300-EXIT
053100     ELSE
053200         MOVE 'SUSHOWN' TO WS-MSG-ID
053300         MOVE MSG-LIST-SHOWN TO WS-MSG-FALLBACK
053400         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
053500         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
053600         PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT
053700     END-IF.
053800 2100-EXIT.
053900     EXIT.
054000*****************************************************************
054100*    2200-SCAN-SELECTION - FIND THE FIRST LIST LINE WITH AN     *
054200*    ACTION CHARACTER KEYED AGAINST IT                          *
054300*****************************************************************
054400 2200-SCAN-SELECTION.
054500     MOVE 'N' TO WS-SEL-FOUND-SW.
054600     MOVE ZERO TO WS-SEL-IX.
054700     PERFORM 2250-CHECK-SELECTION THRU 2250-EXIT
054800         VARYING WS-ROW-IX FROM 1 BY 1
054900         UNTIL WS-ROW-IX > 10
055000            OR WS-SEL-FOUND.
055100 2200-EXIT.
055200     EXIT.
055300
055400 2250-CHECK-SELECTION.
055500     IF RSELI (WS-ROW-IX) NOT = SPACE
055600        AND RSELI (WS-ROW-IX) NOT = LOW-VALUE
055700        AND CA-SUS-ROW-KEY (WS-ROW-IX) NOT = SPACES
055800         SET WS-SEL-FOUND TO TRUE
055900         MOVE WS-ROW-IX TO WS-SEL-IX
056000     END-IF.
056100 2250-EXIT.
056200     EXIT.
056300*****************************************************************
056400*    2300-ACTION-ITEM - READ THE SELECTED ITEM FOR UPDATE,      *
056500*    APPLY THE ACTION KEYED AGAINST IT, STAMP THE OPERATOR AND  *
056600*    WRITE THE AUDIT, THEN REWRITE.  AN ITEM SOMEONE ELSE HAS   *
056700*    ALREADY ACTIONED IS LEFT ALONE AND THE LIST REFRESHED.     *
056800*****************************************************************
056900 2300-ACTION-ITEM.
057000     MOVE RSELI (WS-SEL-IX) TO WS-SEL-ACTION.
057100     IF NOT WS-ACT-CORRECT
057200        AND NOT WS-ACT-APPROVE
057300        AND NOT WS-ACT-WRITE-OFF
057400         MOVE 'SUBADACT' TO WS-MSG-ID
057500         MOVE MSG-BAD-ACTION TO WS-MSG-FALLBACK
057600         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
057700         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
057800         PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT
057900         GO TO 2300-EXIT
058000     END-IF.
058100
058200     MOVE CA-SUS-ROW-KEY (WS-SEL-IX) TO SU-KEY.
058300     EXEC CICS READ FILE ('SUSPENSE')
058400         INTO   (SU-RECORD)
058500         RIDFLD (SU-KEY)
058600         UPDATE
058700         RESP   (WS-RESP)
058800     END-EXEC.
058900     IF WS-RESP NOT = DFHRESP(NORMAL)
059000         MOVE 'SUGONE' TO WS-MSG-ID
059100         MOVE MSG-ITEM-GONE TO WS-MSG-FALLBACK
059200         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
059300         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
059400         PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT
059500         GO TO 2300-EXIT
059600     END-IF.
059700     IF NOT SU-OPEN
059800        AND NOT SU-APPROVED
059900         EXEC CICS UNLOCK FILE ('SUSPENSE')
060000             RESP (WS-RESP)
060100         END-EXEC
060200         MOVE 'SUGONE' TO WS-MSG-ID
060300         MOVE MSG-ITEM-GONE TO WS-MSG-FALLBACK
060400         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
060500         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
060600         PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT
060700         GO TO 2300-EXIT
060800     END-IF.
060900
061000     PERFORM 2350-BUILD-IMAGE THRU 2350-EXIT.
061100     MOVE WS-SU-IMAGE TO WS-AUD-BEFORE.
061200
061300     EVALUATE TRUE
061400         WHEN WS-ACT-CORRECT
061500             PERFORM 2400-APPLY-CORRECTION THRU 2400-EXIT
061600         WHEN WS-ACT-APPROVE
061700             PERFORM 2500-APPLY-APPROVAL THRU 2500-EXIT
061800         WHEN OTHER
061900             PERFORM 2550-APPLY-WRITE-OFF THRU 2550-EXIT
062000     END-EVALUATE.
062100     IF WS-EDIT-FAILED
062200         EXEC CICS UNLOCK FILE ('SUSPENSE')
062300             RESP (WS-RESP)
062400         END-EXEC
062500         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
062600         PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT
062700         GO TO 2300-EXIT
062800     END-IF.
062900
063000     EXEC CICS ASKTIME
063100         ABSTIME (SH-ABS-TIME)
063200     END-EXEC.
063300     EXEC CICS FORMATTIME
063400         ABSTIME  (SH-ABS-TIME)
063500         YYYYMMDD (SU-ACTION-DATE)
063600         TIME     (SU-ACTION-TIME)
063700     END-EXEC.
063800     MOVE WS-SEL-ACTION  TO SU-ACTION.
063900     MOVE CA-OPERATOR-ID TO SU-ACTION-OPER.
064000
064100     PERFORM 2350-BUILD-IMAGE THRU 2350-EXIT.
064200     MOVE WS-SU-IMAGE TO WS-AUD-AFTER.
064300     MOVE 'C'         TO WS-AUD-ACTION.
064400     MOVE SU-KEY      TO WS-AUD-KEY.
064500     PERFORM 3800-WRITE-AUDIT THRU 3800-EXIT.
064600     IF NOT WS-AUDIT-OK
064700         EXEC CICS UNLOCK FILE ('SUSPENSE')
064800             RESP (WS-RESP)
064900         END-EXEC
065000         MOVE 'AUDFAIL' TO WS-MSG-ID
065100         MOVE MSG-AUDIT-FAILED TO WS-MSG-FALLBACK
065200         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
065300         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
065400         PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT
065500         GO TO 2300-EXIT
065600     END-IF.
065700
065800     EXEC CICS REWRITE FILE ('SUSPENSE')
065900         FROM (SU-RECORD)
066000         RESP (WS-RESP)
066100     END-EXEC.
066200
066300     EVALUATE TRUE
066400         WHEN WS-RESP NOT = DFHRESP(NORMAL)
066500             MOVE 'SUUPDFLD' TO WS-MSG-ID
066600             MOVE MSG-UPDATE-FAILED TO WS-MSG-FALLBACK
066700         WHEN WS-ACT-CORRECT
066800             MOVE 'SUCORR' TO WS-MSG-ID
066900             MOVE MSG-ITEM-CORRECTED TO WS-MSG-FALLBACK
067000         WHEN WS-ACT-APPROVE AND SU-RSN-DUPLICATE
067100             MOVE 'SUAPPDP' TO WS-MSG-ID
067200             MOVE MSG-DUP-APPROVED TO WS-MSG-FALLBACK
067225         WHEN WS-ACT-APPROVE
067250             MOVE 'SUAPPR' TO WS-MSG-ID
067275             MOVE MSG-ITEM-APPROVED TO WS-MSG-FALLBACK
067300         WHEN OTHER
067400             MOVE 'SUWOFF' TO WS-MSG-ID
067500             MOVE MSG-ITEM-WRITTEN-OFF TO WS-MSG-FALLBACK
067600     END-EVALUATE.
067700     PERFORM 5000-GET-MESSAGE THRU 5000-EXIT.
067800     PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT.
067900     PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT.
068000 2300-EXIT.
068100     EXIT.
068200*****************************************************************
068300*    2350-BUILD-IMAGE - SUMMARISE THE ITEM IN SU-RECORD INTO    *
068400*    WS-SU-IMAGE FOR THE AUDIT BEFORE/AFTER IMAGE               *
068500*****************************************************************
068600 2350-BUILD-IMAGE.
068700     MOVE SPACES            TO WS-SU-IMAGE.
068800     MOVE SU-KEY            TO WS-SI-KEY.
068900     MOVE SU-STATUS         TO WS-SI-STATUS.
069000     MOVE SU-REASON         TO WS-SI-REASON.
069100     MOVE SU-REPOST-DATA    TO WS-SI-REPOST-DATA.
069200     MOVE SU-LIMIT-OVERRIDE TO WS-SI-OVERRIDE.
069300     MOVE SU-ACTION         TO WS-SI-ACTION.
069400     MOVE SU-ACTION-OPER    TO WS-SI-ACTION-OPER.
069500 2350-EXIT.
069600     EXIT.
069700*****************************************************************
069800*    2400-APPLY-CORRECTION - MERGE THE CORRECTION LINE INTO THE *
069900*    ITEM'S REPOST FIELDS AND EDIT THE RESULT AS MOVENTRY EDITS *
070000*    A NEW MOVEMENT.  A GOOD CORRECTION GOES TO STATUS A FOR    *
070100*    THE NEXT SWEEP, SUBJECT TO THE NORMAL CREDIT-LIMIT CHECK.  *
070200*****************************************************************
070300 2400-APPLY-CORRECTION.
070400     SET WS-EDIT-FAILED TO TRUE.
070500     MOVE SPACES TO WS-CORRECTION.
070600     IF CCUSTI NOT = LOW-VALUES
070700         MOVE CCUSTI TO WS-COR-CUST
070800     END-IF.
070900     IF CTYPEI NOT = LOW-VALUE
071000         MOVE CTYPEI TO WS-COR-TYPE
071100     END-IF.
071200     IF CAMTI NOT = LOW-VALUES
071300         MOVE CAMTI TO WS-COR-AMOUNT
071400     END-IF.
071500     IF CREFI NOT = LOW-VALUES
071600         MOVE CREFI TO WS-COR-REF
071700     END-IF.
071800     SET WS-KEEP-CORRECTION TO TRUE.
071900
072000     IF WS-COR-CUST NOT = SPACES
072100         MOVE WS-COR-CUST TO SU-CUSTOMER-ID
072200     END-IF.
072300     IF WS-COR-TYPE NOT = SPACE
072400         MOVE WS-COR-TYPE TO SU-TXN-TYPE
072500     END-IF.
072600     IF WS-COR-REF NOT = SPACES
072700         MOVE WS-COR-REF TO SU-REFERENCE
072800     END-IF.
072900     IF WS-COR-AMOUNT NOT = SPACES
073000         MOVE WS-COR-AMOUNT TO WS-AMT-IN
073100         PERFORM 2450-EDIT-AMOUNT THRU 2450-EXIT
073200         IF WS-AMT-INVALID
073300             MOVE 'SUBADAMT' TO WS-MSG-ID
073400             MOVE MSG-BAD-AMOUNT TO WS-MSG-FALLBACK
073500             PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
073600             GO TO 2400-EXIT
073700         END-IF
073800         MOVE WS-AMT-RESULT TO SU-AMOUNT
073900     END-IF.
074000
074100     MOVE SU-CUSTOMER-ID TO CM-CUSTOMER-ID.
074200     EXEC CICS READ FILE ('CUSTMAST')
074300         INTO   (CM-RECORD)
074400         RIDFLD (CM-CUSTOMER-ID)
074500         RESP   (WS-RESP)
074600     END-EXEC.
074700     IF WS-RESP NOT = DFHRESP(NORMAL)
074800         MOVE 'CUSTNF' TO WS-MSG-ID
074900         MOVE MSG-CUST-NOT-FOUND TO WS-MSG-FALLBACK
075000         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
075100         GO TO 2400-EXIT
075200     END-IF.
075212     IF CM-STATUS-BLOCKED
075224      OR CM-STATUS-CLOSED
075236         MOVE 'SUACTSTS' TO WS-MSG-ID
075248         MOVE MSG-ACCT-NOT-OPEN TO WS-MSG-FALLBACK
075260         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
075272         GO TO 2400-EXIT
075284     END-IF.
075300
075400     IF SU-TXN-TYPE NOT = 'D'
075500        AND SU-TXN-TYPE NOT = 'C'
075600         MOVE 'SUBADTYP' TO WS-MSG-ID
075700         MOVE MSG-BAD-TYPE TO WS-MSG-FALLBACK
075800         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
075900         GO TO 2400-EXIT
076000     END-IF.
076100
076200     IF SU-AMOUNT NOT NUMERIC
076300         MOVE 'SUBADAMT' TO WS-MSG-ID
076400         MOVE MSG-BAD-AMOUNT TO WS-MSG-FALLBACK
076500         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
076600         GO TO 2400-EXIT
076700     END-IF.
076800     IF SU-AMOUNT = ZERO
076900         MOVE 'SUBADAMT' TO WS-MSG-ID
077000         MOVE MSG-BAD-AMOUNT TO WS-MSG-FALLBACK
077100         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
077200         GO TO 2400-EXIT
077300     END-IF.
077400
077500     SET SU-APPROVED TO TRUE.
077600     MOVE 'N' TO SU-LIMIT-OVERRIDE.
077700     MOVE 'N' TO WS-KEEP-CORR-SW.
077800     SET WS-EDIT-OK TO TRUE.
077900 2400-EXIT.
078000     EXIT.
078100*****************************************************************
078200*    2450-EDIT-AMOUNT - CONVERT THE AMOUNT AS KEYED (WS-AMT-IN) *
078300*    TO WS-AMT-RESULT.  ACCEPTS DIGITS AND ONE DECIMAL POINT    *
078400*    WITH AT MOST TWO DECIMAL PLACES; SPACES ARE IGNORED.  NO   *
078500*    SIGN - THE TYPE FIELD CARRIES THE DIRECTION.  ANYTHING     *
078600*    ELSE, OR TOO MANY DIGITS, LEAVES WS-AMT-INVALID SET.       *
078700*****************************************************************
078800 2450-EDIT-AMOUNT.
078900     SET WS-AMT-VALID TO TRUE.
079000     MOVE 'N'  TO WS-AMT-DECIMAL-SW.
079100     MOVE ZERO TO WS-AMT-DIGITS.
079200     MOVE ZERO TO WS-AMT-DEC-COUNT.
079300     MOVE ZERO TO WS-AMT-RESULT.
079400
079500     IF WS-AMT-IN = SPACES OR LOW-VALUES
079600         SET WS-AMT-INVALID TO TRUE
079700         GO TO 2450-EXIT
079800     END-IF.
079900
080000     PERFORM 2460-EDIT-AMOUNT-CHAR THRU 2460-EXIT
080100         VARYING WS-AMT-IX FROM 1 BY 1
080200         UNTIL WS-AMT-IX > 13
080300            OR WS-AMT-INVALID.
080400
080500     IF WS-AMT-INVALID
080600         GO TO 2450-EXIT
080700     END-IF.
080800
080900     IF WS-AMT-DEC-COUNT = 0
081000         MULTIPLY 100 BY WS-AMT-DIGITS
081100             ON SIZE ERROR SET WS-AMT-INVALID TO TRUE
081200         END-MULTIPLY
081300     END-IF.
081400     IF WS-AMT-DEC-COUNT = 1
081500         MULTIPLY 10 BY WS-AMT-DIGITS
081600             ON SIZE ERROR SET WS-AMT-INVALID TO TRUE
081700         END-MULTIPLY
081800     END-IF.
081900
082000     IF WS-AMT-VALID
082100         COMPUTE WS-AMT-RESULT = WS-AMT-DIGITS / 100
082200             ON SIZE ERROR SET WS-AMT-INVALID TO TRUE
082300         END-COMPUTE
082400     END-IF.
082500 2450-EXIT.
082600     EXIT.
082700
082800 2460-EDIT-AMOUNT-CHAR.
082900     EVALUATE TRUE
083000         WHEN WS-AMT-IN-CHAR (WS-AMT-IX) = SPACE
083100           OR WS-AMT-IN-CHAR (WS-AMT-IX) = LOW-VALUE
083200             CONTINUE
083300         WHEN WS-AMT-IN-CHAR (WS-AMT-IX) = '.'
083400             IF WS-AMT-DECIMAL-SEEN
083500                 SET WS-AMT-INVALID TO TRUE
083600             ELSE
083700                 SET WS-AMT-DECIMAL-SEEN TO TRUE
083800             END-IF
083900         WHEN WS-AMT-IN-CHAR (WS-AMT-IX) NUMERIC
084000             IF WS-AMT-DIGITS > 999999999
084100                 SET WS-AMT-INVALID TO TRUE
084200             ELSE
084300                 MOVE WS-AMT-IN-CHAR (WS-AMT-IX)
084400                     TO WS-AMT-DIGIT
084500                 COMPUTE WS-AMT-DIGITS = (WS-AMT-DIGITS * 10)
084600                     + WS-AMT-DIGIT
084700                 IF WS-AMT-DECIMAL-SEEN
084800                     ADD 1 TO WS-AMT-DEC-COUNT
084900                     IF WS-AMT-DEC-COUNT > 2
085000                         SET WS-AMT-INVALID TO TRUE
085100                     END-IF
085200                 END-IF
085300             END-IF
085400         WHEN OTHER
085500             SET WS-AMT-INVALID TO TRUE
085600     END-EVALUATE.
085700 2460-EXIT.
085800     EXIT.
085900*****************************************************************
086000*    2500-APPLY-APPROVAL - APPROVE AN OVER-LIMIT ITEM AS IT     *
086100*    STANDS.  THE OVERRIDE FLAG TELLS HELPOST TO POST IT PAST   *
086200*    THE CREDIT LIMIT.  A SUSPECTED DUPLICATE IS APPROVED AS    *
086233*    GENUINE WITH NO OVERRIDE - IT STILL FACES THE LIMIT.       *
086266*    ANY OTHER REJECT MUST BE CORRECTED.                        *
086300*****************************************************************
086400 2500-APPLY-APPROVAL.
086500     SET WS-EDIT-FAILED TO TRUE.
086600     IF NOT SU-RSN-OVER-LIMIT AND NOT SU-RSN-DUPLICATE
086700         MOVE 'SUAPPOL' TO WS-MSG-ID
086800         MOVE MSG-APPROVE-OVER-LIMIT TO WS-MSG-FALLBACK
086900         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
087000         GO TO 2500-EXIT
087100     END-IF.
087200     SET SU-APPROVED       TO TRUE.
087300     IF SU-RSN-OVER-LIMIT
087325         SET SU-OVERRIDE-LIMIT TO TRUE
087350     END-IF.
087400     SET WS-EDIT-OK        TO TRUE.
087500 2500-EXIT.
087600     EXIT.
087700*****************************************************************
087800*    2550-APPLY-WRITE-OFF - CLOSE THE ITEM WITHOUT POSTING IT   *
087900*****************************************************************
088000 2550-APPLY-WRITE-OFF.
088100     SET SU-WRITTEN-OFF TO TRUE.
088200     MOVE 'N' TO SU-LIMIT-OVERRIDE.
088300     SET WS-EDIT-OK     TO TRUE.
088400 2550-EXIT.
088500     EXIT.
088600*****************************************************************
088700*    2600-PAGE-FORWARD - LIST THE NEXT PAGE OF ITEMS AFTER THE  *
088800*    LAST LINE CURRENTLY ON SCREEN                              *
088900*****************************************************************
089000 2600-PAGE-FORWARD.
089100     IF CA-SUS-BOT-KEY = SPACES
089200         MOVE 'SUNONE' TO WS-MSG-ID
089300         MOVE MSG-NO-ITEMS TO WS-MSG-FALLBACK
089400         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
089500         PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT
089600         GO TO 2600-EXIT
089700     END-IF.
089800
089900     MOVE CA-SUS-BOT-KEY TO WS-START-KEY.
090000     MOVE CA-SUS-BOT-KEY TO WS-SKIP-KEY.
090100     PERFORM 3000-BUILD-PAGE-FORWARD THRU 3000-EXIT.
090200
090300     IF WS-PAGE-COUNT = ZERO
090400         MOVE 'SUENDFWD' TO WS-MSG-ID
090500         MOVE MSG-END-OF-FILE TO WS-MSG-FALLBACK
090600         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
090700         PERFORM 2800-REBUILD-PAGE THRU 2800-EXIT
090800     ELSE
090900         ADD 1 TO CA-SUS-PAGE
091000         PERFORM 3700-COMMIT-PAGE THRU 3700-EXIT
091100     END-IF.
091200     PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT.
091300 2600-EXIT.
091400     EXIT.
091500*****************************************************************
091600*    2700-PAGE-BACKWARD - LIST THE PAGE OF ITEMS BEFORE THE     *
091700*    FIRST LINE CURRENTLY ON SCREEN.  IF FEWER THAN A FULL      *
091800*    PAGE EXISTS BEFORE IT, THE LIST IS REBUILT FROM THE TOP    *
091900*    SO PAGE 1 IS ALWAYS A FULL PAGE.                           *
092000*****************************************************************
092100 2700-PAGE-BACKWARD.
092200     IF CA-SUS-TOP-KEY = SPACES
092300         MOVE 'SUNONE' TO WS-MSG-ID
092400         MOVE MSG-NO-ITEMS TO WS-MSG-FALLBACK
092500         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
092600         PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT
092700         GO TO 2700-EXIT
092800     END-IF.
092900
093000     PERFORM 3200-BUILD-PAGE-BACKWARD THRU 3200-EXIT.
093100
093200     IF WS-BACK-COUNT < 10
093300         MOVE LOW-VALUES TO WS-START-KEY
093400         MOVE SPACES     TO WS-SKIP-KEY
093500         PERFORM 3000-BUILD-PAGE-FORWARD THRU 3000-EXIT
093600         MOVE 1 TO CA-SUS-PAGE
093700         PERFORM 3700-COMMIT-PAGE THRU 3700-EXIT
093800         MOVE 'SUTOPLST' TO WS-MSG-ID
093900         MOVE MSG-TOP-OF-FILE TO WS-MSG-FALLBACK
094000         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
094100     ELSE
094200         PERFORM 3500-REVERSE-BACK-PAGE THRU 3500-EXIT
094300         IF CA-SUS-PAGE > 1
094400             SUBTRACT 1 FROM CA-SUS-PAGE
094500         END-IF
094600         PERFORM 3700-COMMIT-PAGE THRU 3700-EXIT
094700     END-IF.
094800     PERFORM 1000-SEND-SUSPENSE-SCREEN THRU 1000-EXIT.
094900 2700-EXIT.
095000     EXIT.
095100*****************************************************************
095200*    2800-REBUILD-PAGE - RE-READ THE PAGE CURRENTLY ON SCREEN   *
095300*    (FROM ITS TOP KEY) WITHOUT MOVING THE BROWSE POSITION.     *
095400*    ITEMS ACTIONED TO REPOSTED OR WRITTEN OFF DROP OUT.        *
095500*****************************************************************
095600 2800-REBUILD-PAGE.
095700     IF CA-SUS-TOP-KEY = SPACES
095800         MOVE ZERO TO WS-PAGE-COUNT
095900         GO TO 2800-EXIT
096000     END-IF.
096100     MOVE CA-SUS-TOP-KEY TO WS-START-KEY.
096200     MOVE SPACES         TO WS-SKIP-KEY.
096300     PERFORM 3000-BUILD-PAGE-FORWARD THRU 3000-EXIT.
096400     PERFORM 3700-COMMIT-PAGE THRU 3700-EXIT.
096500 2800-EXIT.
096600     EXIT.
096700*****************************************************************
096800*    2900-CHECK-AUTHORITY - THIS SCREEN IS FOR SIGNED-ON        *
096900*    SUPERVISORS ONLY                                           *
097000*****************************************************************
097100 2900-CHECK-AUTHORITY.
097200     IF WS-COMMAREA-VALID
097300        AND CA-SIGNED-ON
097400        AND CA-SUPERVISOR
097500         SET WS-AUTHORIZED TO TRUE
097600     ELSE
097700         SET WS-NOT-AUTHORIZED TO TRUE
097800     END-IF.
097900 2900-EXIT.
098000     EXIT.
098100*****************************************************************
098200*    3000-BUILD-PAGE-FORWARD - COLLECT UP TO TEN OUTSTANDING    *
098300*    ITEMS INTO WS-PAGE-AREA, READING FORWARD FROM              *
098400*    WS-START-KEY.  AN ITEM KEYED WS-SKIP-KEY (THE BOTTOM LINE  *
098500*    OF THE PAGE BEING LEFT) IS SKIPPED.                        *
098600*****************************************************************
098700 3000-BUILD-PAGE-FORWARD.
098800     MOVE ZERO TO WS-PAGE-COUNT.
098900     MOVE 'N'  TO WS-BRW-EOF-SW.
099000
099100     MOVE WS-START-KEY TO WS-BRW-KEY.
099200     EXEC CICS STARTBR FILE ('SUSPENSE')
099300         RIDFLD (WS-BRW-KEY)
099400         GTEQ
099500         RESP   (WS-RESP)
099600     END-EXEC.
099700     IF WS-RESP NOT = DFHRESP(NORMAL)
099800         GO TO 3000-EXIT
099900     END-IF.
100000
100100     PERFORM 3100-READ-NEXT-CANDIDATE THRU 3100-EXIT
100200         UNTIL WS-BRW-EOF
100300            OR WS-PAGE-COUNT = 10.
100400
100500     EXEC CICS ENDBR FILE ('SUSPENSE')
100600         RESP (WS-RESP)
100700     END-EXEC.
100800 3000-EXIT.
100900     EXIT.
101000*****************************************************************
101100*    3100-READ-NEXT-CANDIDATE - READ THE NEXT ITEM FORWARD AND  *
101200*    ADD IT TO THE PAGE IF IT IS STILL OPEN OR APPROVED         *
101300*****************************************************************
101400 3100-READ-NEXT-CANDIDATE.
101500     EXEC CICS READNEXT FILE ('SUSPENSE')
101600         INTO   (SU-RECORD)
101700         RIDFLD (WS-BRW-KEY)
101800         RESP   (WS-RESP)
101900     END-EXEC.
102000     IF WS-RESP NOT = DFHRESP(NORMAL)
102100         SET WS-BRW-EOF TO TRUE
102200         GO TO 3100-EXIT
102300     END-IF.
102400
102500     IF WS-SKIP-KEY NOT = SPACES
102600        AND SU-KEY = WS-SKIP-KEY
102700         GO TO 3100-EXIT
102800     END-IF.
102900
103000     IF NOT SU-OPEN
103100        AND NOT SU-APPROVED
103200         GO TO 3100-EXIT
103300     END-IF.
103400
103500     ADD 1 TO WS-PAGE-COUNT.
103600     MOVE SU-KEY         TO WS-PG-KEY       (WS-PAGE-COUNT).
103700     MOVE SU-CUSTOMER-ID TO WS-PG-CUST-ID   (WS-PAGE-COUNT).
103800     MOVE SU-TXN-TYPE    TO WS-PG-TYPE      (WS-PAGE-COUNT).
103900     MOVE SU-AMOUNT      TO WS-PG-AMOUNT    (WS-PAGE-COUNT).
104000     MOVE SU-REFERENCE   TO WS-PG-REFERENCE (WS-PAGE-COUNT).
104100     MOVE SU-REASON      TO WS-PG-REASON    (WS-PAGE-COUNT).
104200     MOVE SU-STATUS      TO WS-PG-STATUS    (WS-PAGE-COUNT).
104300 3100-EXIT.
104400     EXIT.
104500*****************************************************************
104600*    3200-BUILD-PAGE-BACKWARD - COLLECT UP TO TEN OUTSTANDING   *
104700*    ITEMS INTO WS-BACK-AREA (DESCENDING KEY ORDER), READING    *
104800*    BACKWARD FROM THE TOP LINE OF THE CURRENT PAGE.            *
104900*****************************************************************
105000 3200-BUILD-PAGE-BACKWARD.
105100     MOVE ZERO TO WS-BACK-COUNT.
105200     MOVE 'N'  TO WS-BRW-EOF-SW.
105300
105400     MOVE CA-SUS-TOP-KEY TO WS-BRW-KEY.
105500     EXEC CICS STARTBR FILE ('SUSPENSE')
105600         RIDFLD (WS-BRW-KEY)
105700         GTEQ
105800         RESP   (WS-RESP)
105900     END-EXEC.
106000     IF WS-RESP NOT = DFHRESP(NORMAL)
106100         GO TO 3200-EXIT
106200     END-IF.
106300
106400     PERFORM 3300-READ-PREV-CANDIDATE THRU 3300-EXIT
106500         UNTIL WS-BRW-EOF
106600            OR WS-BACK-COUNT = 10.
106700
106800     EXEC CICS ENDBR FILE ('SUSPENSE')
106900         RESP (WS-RESP)
107000     END-EXEC.
107100 3200-EXIT.
107200     EXIT.
107300*****************************************************************
107400*    3300-READ-PREV-CANDIDATE - READ THE NEXT ITEM BACKWARD AND *
107500*    ADD IT TO THE BACK PAGE IF IT IS STILL OPEN OR APPROVED.   *
107600*    ITEMS AT OR ABOVE THE CURRENT TOP LINE (THE BROWSE IS      *
107700*    POSITIONED ON IT) ARE SKIPPED, NOT COLLECTED.              *
107800*****************************************************************
107900 3300-READ-PREV-CANDIDATE.
108000     EXEC CICS READPREV FILE ('SUSPENSE')
108100         INTO   (SU-RECORD)
108200         RIDFLD (WS-BRW-KEY)
108300         RESP   (WS-RESP)
108400     END-EXEC.
108500     IF WS-RESP NOT = DFHRESP(NORMAL)
108600         SET WS-BRW-EOF TO TRUE
108700         GO TO 3300-EXIT
108800     END-IF.
108900
109000     IF SU-KEY NOT < CA-SUS-TOP-KEY
109100         GO TO 3300-EXIT
109200     END-IF.
109300
109400     IF NOT SU-OPEN
109500        AND NOT SU-APPROVED
109600         GO TO 3300-EXIT
109700     END-IF.
109800
109900     ADD 1 TO WS-BACK-COUNT.
110000     MOVE SU-KEY         TO WS-BK-KEY       (WS-BACK-COUNT).
110100     MOVE SU-CUSTOMER-ID TO WS-BK-CUST-ID   (WS-BACK-COUNT).
110200     MOVE SU-TXN-TYPE    TO WS-BK-TYPE      (WS-BACK-COUNT).
110300     MOVE SU-AMOUNT      TO WS-BK-AMOUNT    (WS-BACK-COUNT).
110400     MOVE SU-REFERENCE   TO WS-BK-REFERENCE (WS-BACK-COUNT).
110500     MOVE SU-REASON      TO WS-BK-REASON    (WS-BACK-COUNT).
110600     MOVE SU-STATUS      TO WS-BK-STATUS    (WS-BACK-COUNT).
110700 3300-EXIT.
110800     EXIT.
110900*****************************************************************
111000*    3500-REVERSE-BACK-PAGE - TURN THE DESCENDING WS-BACK-AREA  *
111100*    INTO AN ASCENDING WS-PAGE-AREA FOR DISPLAY                 *
111200*****************************************************************
111300 3500-REVERSE-BACK-PAGE.
111400     MOVE WS-BACK-COUNT TO WS-PAGE-COUNT.
111500     PERFORM 3550-REVERSE-ONE-LINE THRU 3550-EXIT
111600         VARYING WS-ROW-IX FROM 1 BY 1
111700         UNTIL WS-ROW-IX > WS-BACK-COUNT.
111800 3500-EXIT.
111900     EXIT.
112000
112100 3550-REVERSE-ONE-LINE.
112200     COMPUTE WS-SEL-IX = WS-BACK-COUNT - WS-ROW-IX + 1.
112300     MOVE WS-BACK-ENTRY (WS-ROW-IX)
112400         TO WS-PAGE-ENTRY (WS-SEL-IX).
112500 3550-EXIT.
112600     EXIT.
112700*****************************************************************
112800*    3700-COMMIT-PAGE - RECORD THE PAGE JUST BUILT IN THE       *
112900*    COMMAREA BROWSE STATE (PAGE-BOUNDARY KEYS AND THE KEY OF   *
113000*    EACH LINE, FOR SELECTION ON THE NEXT ENTRY)                *
113100*****************************************************************
113200 3700-COMMIT-PAGE.
113300     IF WS-PAGE-COUNT = ZERO
113400         MOVE SPACES TO CA-SUS-TOP-KEY
113500         MOVE SPACES TO CA-SUS-BOT-KEY
113600     ELSE
113700         MOVE WS-PG-KEY (1)             TO CA-SUS-TOP-KEY
113800         MOVE WS-PG-KEY (WS-PAGE-COUNT) TO CA-SUS-BOT-KEY
113900     END-IF.
114000     PERFORM 3750-COMMIT-ROW-KEY THRU 3750-EXIT
114100         VARYING WS-ROW-IX FROM 1 BY 1
114200         UNTIL WS-ROW-IX > 10.
114300 3700-EXIT.
114400     EXIT.
114500
114600 3750-COMMIT-ROW-KEY.
114700     IF WS-ROW-IX > WS-PAGE-COUNT
114800         MOVE SPACES TO CA-SUS-ROW-KEY (WS-ROW-IX)
114900     ELSE
115000         MOVE WS-PG-KEY (WS-ROW-IX)
115100             TO CA-SUS-ROW-KEY (WS-ROW-IX)
115200     END-IF.
115300 3750-EXIT.
115400     EXIT.
115500*****************************************************************
115600*    3800-WRITE-AUDIT - WRITE THE MAINTENANCE-AUDIT RECORD      *
115700*    STAGED IN WS-AUDIT-STAGING.  THE SEQUENCE NUMBER STEPS     *
115800*    PAST ANY SLOT ALREADY TAKEN THIS SECOND ON THIS TERMINAL,  *
115900*    AS OPERMNT'S AUDIT WRITE DOES.  WS-AUDIT-OK IS LEFT OFF    *
116000*    ON ANY FAILURE - THE CALLER MUST THEN REFUSE THE UPDATE.   *
116100*****************************************************************
116200 3800-WRITE-AUDIT.
116300     EXEC CICS ASKTIME
116400         ABSTIME (SH-ABS-TIME)
116500     END-EXEC.
116600     EXEC CICS FORMATTIME
116700         ABSTIME  (SH-ABS-TIME)
116800         YYYYMMDD (WS-AUDIT-DATE)
116900         TIME     (WS-AUDIT-TIME)
117000     END-EXEC.
117100
117200     INITIALIZE MA-RECORD.
117300     MOVE EIBTRMID           TO MA-TERMINAL-ID.
117400     MOVE WS-AUDIT-DATE      TO MA-AUDIT-DATE.
117500     MOVE WS-AUDIT-TIME      TO MA-AUDIT-TIME.
117600     IF WS-COMMAREA-VALID
117700         MOVE CA-OPERATOR-ID TO MA-OPERATOR-ID
117800     ELSE
117900         MOVE SPACES         TO MA-OPERATOR-ID
118000     END-IF.
118100     MOVE 'SUSPENSE'         TO MA-FILE-NAME.
118200     MOVE WS-AUD-ACTION      TO MA-ACTION.
118300     MOVE WS-AUD-KEY         TO MA-RECORD-KEY.
118400     MOVE WS-AUD-BEFORE      TO MA-BEFORE-IMAGE.
118500     MOVE WS-AUD-AFTER       TO MA-AFTER-IMAGE.
118600
118700     MOVE 'N' TO WS-AUDIT-OK-SW.
118800     MOVE 'N' TO WS-MA-WRITTEN-SW.
118900     MOVE 1   TO WS-MA-SEQ.
119000     PERFORM 3850-TRY-WRITE-AUDIT THRU 3850-EXIT
119100         UNTIL WS-MA-WRITTEN
119200            OR WS-MA-SEQ > 9999.
119300     IF WS-MA-WRITTEN
119400         SET WS-AUDIT-OK TO TRUE
119500     END-IF.
119600 3800-EXIT.
119700     EXIT.
119800
119900 3850-TRY-WRITE-AUDIT.
120000     MOVE WS-MA-SEQ TO MA-AUDIT-SEQ.
120100     EXEC CICS WRITE FILE ('MNTAUDIT')
120200         FROM   (MA-RECORD)
120300         RIDFLD (MA-KEY)
120400         RESP   (WS-RESP)
120500     END-EXEC.
120600     EVALUATE TRUE
120700         WHEN WS-RESP = DFHRESP(NORMAL)
120800             SET WS-MA-WRITTEN TO TRUE
120900         WHEN WS-RESP = DFHRESP(DUPREC)
121000             ADD 1 TO WS-MA-SEQ
121100         WHEN OTHER
121200             MOVE 10000 TO WS-MA-SEQ
121300     END-EVALUATE.
121400 3850-EXIT.
121500     EXIT.
121600*****************************************************************
121700*    5000-GET-MESSAGE - RESOLVE THE SCREEN MESSAGE NAMED BY     *
121800*    WS-MSG-ID FROM THE MESSAGE-CONTROL FILE IN THE SIGNED-ON   *
121900*    OPERATOR'S LANGUAGE.  A MISSING VARIANT FALLS BACK TO THE  *
122000*    ENGLISH VARIANT, AND A MESSAGE NOT ON FILE AT ALL FALLS    *
122100*    BACK TO THE HARD-CODED ENGLISH TEXT IN WS-MESSAGES.        *
122200*****************************************************************
122300 5000-GET-MESSAGE.
122400     MOVE WS-MSG-FALLBACK TO WS-SCREEN-MSG.
122500     MOVE WS-MSG-ID       TO WS-LKP-MSG-ID.
122600     IF WS-COMMAREA-VALID
122700      AND (CA-LANGUAGE-CD = 'E' OR CA-LANGUAGE-CD = 'W')
122800         MOVE CA-LANGUAGE-CD TO WS-LKP-LANG
122900     ELSE
123000         MOVE 'E' TO WS-LKP-LANG
123100     END-IF.
123200     PERFORM 5050-READ-MESSAGE THRU 5050-EXIT.
123300     IF WS-RESP NOT = DFHRESP(NORMAL)
123400      AND WS-LKP-LANG NOT = 'E'
123500         MOVE 'E' TO WS-LKP-LANG
123600         PERFORM 5050-READ-MESSAGE THRU 5050-EXIT
123700     END-IF.
123800     IF WS-RESP = DFHRESP(NORMAL)
123900         MOVE WS-LKP-TEXT TO WS-SCREEN-MSG
124000     END-IF.
124100 5000-EXIT.
124200     EXIT.
124300
124400 5050-READ-MESSAGE.
124500     EXEC CICS READ FILE ('MSGCTL')
124600         INTO   (WS-LKP-RECORD)
124700         RIDFLD (WS-LKP-KEY)
124800         RESP   (WS-RESP)
124900     END-EXEC.
125000 5050-EXIT.
125100     EXIT.
125200*****************************************************************
125300*    9000-ABEND-HANDLER - CAUGHT BY HANDLE ABEND/HANDLE         *
125400*    CONDITION(ERROR).  LOGS THE FAILURE TO THE ERROR LOG FILE  *
125500*    AND PUTS A CLEAN MESSAGE ON THE SCREEN INSTEAD OF LETTING  *
125600*    THE OPERATOR SEE A RAW CICS ABEND SCREEN.  SAME PATTERN AS *
125700*    HELLO'S 9000-ABEND-HANDLER.                                *
125800*****************************************************************
125900 9000-ABEND-HANDLER.
126000     EXEC CICS ASSIGN
126100         ABCODE (WS-ABEND-CODE)
126200     END-EXEC.
126300
126400     EXEC CICS ASKTIME
126500         ABSTIME (SH-ABS-TIME)
126600     END-EXEC.
126700     EXEC CICS FORMATTIME
126800         ABSTIME  (SH-ABS-TIME)
126900         YYYYMMDD (WS-ABEND-DATE)
127000         TIME     (WS-ABEND-TIME)
127100     END-EXEC.
127200
127300     INITIALIZE EL-RECORD.
127400     MOVE EIBTRMID           TO EL-TERMINAL-ID.
127500     MOVE WS-ABEND-DATE      TO EL-ERROR-DATE.
127600     MOVE WS-ABEND-TIME      TO EL-ERROR-TIME.
127700     MOVE WS-TRANID          TO EL-TRANSACTION-ID.
127800     MOVE 'SUSPMNT'          TO EL-PROGRAM-ID.
127900     IF WS-COMMAREA-VALID
128000         MOVE CA-OPERATOR-ID TO EL-OPERATOR-ID
128100     ELSE
128200         MOVE SPACES         TO EL-OPERATOR-ID
128300     END-IF.
128400     MOVE WS-ABEND-CODE      TO EL-ABEND-CODE.
128500
128600     EXEC CICS WRITE FILE ('ERRLOG')
128700         FROM   (EL-RECORD)
128800         RIDFLD (EL-KEY)
128900         RESP   (WS-RESP)
129000     END-EXEC.
129100
129200     MOVE SPACES TO WS-ABEND-MSG.
129300     STRING 'SYSTEM ERROR - PLEASE NOTIFY YOUR SUPERVISOR.'
129400            ' REF: ' WS-ABEND-CODE
129500         DELIMITED BY SIZE INTO WS-ABEND-MSG
129600     END-STRING.
129700
129800     EXEC CICS SEND TEXT
129900         FROM   (WS-ABEND-MSG)
130000         LENGTH (LENGTH OF WS-ABEND-MSG)
130100         ERASE
130200     END-EXEC.
130300
130400     EXEC CICS RETURN
130500     END-EXEC.
130600 9000-EXIT.
130700     EXIT.
