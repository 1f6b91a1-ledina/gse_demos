000100*****************************************************************
000200* PROGRAM-ID : CUSTRCV                                          *
000300* PURPOSE    : CUSTOMER-MASTER FORWARD-RECOVERY REBUILD.  LOADS *
000400*              A FRESHLY DEFINED, EMPTY CUSTMAST CLUSTER FROM   *
000500*              THE CHOSEN CUSTUNL UNLOAD AND ROLLS IT FORWARD:  *
000600*              EVERY CUSTMAST ADD, AMEND AND DELETE ON THE      *
000700*              MAINTENANCE AUDIT TIMED AFTER THE UNLOAD (THE    *
000800*              AFTER-IMAGE IS APPLIED) AND EVERY POSTING ON THE *
000900*              MOVEMENT HISTORY FROM A LATER BUSINESS DATE,     *
001000*              EACH CUSTOMER'S EVENTS IN TIME ORDER.  THE       *
001100*              REBUILT FILE IS THEN PROVED - RECORD COUNT AND   *
001200*              BALANCE TOTAL AGAINST THE UNLOAD TRAILER PLUS    *
001300*              THE ROLL-FORWARD, AND EACH POSTED CUSTOMER'S     *
001400*              BALANCE AGAINST THEIR LAST CH-NEW-BALANCE.  THE  *
001500*              REPORT LISTS EVERY RECORD TOUCHED.  NO PARM -    *
001600*              THE UNLOAD IS CHOSEN BY THE GENERATION GIVEN ON  *
001700*              DD CUSTUNLD (SEE JCL/CUSTRCV.JCL).               *
001800*****************************************************************
001900* MODIFICATION HISTORY
002000*   DATE       INIT  DESCRIPTION
002100*   2026-10-15 DLH   INITIAL VERSION - MSGLOAD'S RELOAD OF AN
002200*                     UNLOAD, AS A SEQUENTIAL MASTER UPDATE: THE
002300*                     UNLOAD IS THE OLD MASTER, THE HISTORY FILE
002400*                     (ALREADY IN CUSTOMER/DATE/SEQUENCE ORDER)
002500*                     AND THE AUDIT RECORDS (HELD IN A TABLE IN
002600*                     CUSTOMER/TIME ORDER, BOUNDED AS HELAUD'S
002700*                     ARE) ARE THE TRANSACTIONS, AND THE NEW
002800*                     CLUSTER IS LOADED IN KEY ORDER.  A POSTING
002900*                     COUNTS AS LATER THAN ANY MAINTENANCE TIMED
003000*                     ON ITS BUSINESS DATE, SINCE THE POSTING RUN
003100*                     ONLY STARTS ONCE CICS IS DOWN.
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.     CUSTRCV.
003500 AUTHOR.         D L HARRIS.
003600 INSTALLATION.   GSE UK.
003700 DATE-WRITTEN.   2026-10-15.
003800 DATE-COMPILED.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT UNLOAD-FILE      ASSIGN TO CUSTUNLD
004300         FILE STATUS    IS WS-CU-STATUS.
004400
004500     SELECT HISTORY-FILE     ASSIGN TO CUSTHIST
004600         ORGANIZATION   IS INDEXED
004700         ACCESS MODE    IS SEQUENTIAL
004800         RECORD KEY     IS CH-KEY
004900         FILE STATUS    IS WS-CH-STATUS.
005000
005100     SELECT AUDIT-FILE       ASSIGN TO MNTAUDIT
005200         ORGANIZATION   IS INDEXED
005300         ACCESS MODE    IS SEQUENTIAL
005400         RECORD KEY     IS MA-KEY
005500         FILE STATUS    IS WS-MA-STATUS.
005600
005700     SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAST
005800         ORGANIZATION   IS INDEXED
005900         ACCESS MODE    IS SEQUENTIAL
006000         RECORD KEY     IS CM-CUSTOMER-ID
006100         FILE STATUS    IS WS-CM-STATUS.
006200
006300     SELECT REPORT-FILE      ASSIGN TO RCVRPT
006400         FILE STATUS    IS WS-RPT-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  UNLOAD-FILE
006800     RECORDING MODE IS F.
006900     COPY CUSTUNLD.
007000
007100 FD  HISTORY-FILE
007200     RECORDING MODE IS F.
007300     COPY CUSTHIST.
007400
007500 FD  AUDIT-FILE
007600     RECORDING MODE IS F.
007700     COPY MNTAUDIT.
007800
007900 FD  CUSTOMER-MASTER
008000     RECORDING MODE IS F.
008100     COPY CUSTMAST.
008200
008300 FD  REPORT-FILE
008400     RECORDING MODE IS F.
008500 01  RPT-RECORD                   PIC X(133).
008600 WORKING-STORAGE SECTION.
008700*--------------------------------------------------------------*
008800*    SWITCHES                                                  *
008900*--------------------------------------------------------------*
009000 01  WS-SWITCHES.
009100     05  WS-EOF-UNLOAD-SW         PIC X(01)   VALUE 'N'.
009200         88  WS-EOF-UNLOAD                    VALUE 'Y'.
009300     05  WS-EOF-HISTORY-SW        PIC X(01)   VALUE 'N'.
009400         88  WS-EOF-HISTORY                   VALUE 'Y'.
009500     05  WS-EOF-AUDIT-SW          PIC X(01)   VALUE 'N'.
009600         88  WS-EOF-AUDIT                     VALUE 'Y'.
009700     05  WS-EOF-REBUILT-SW        PIC X(01)   VALUE 'N'.
009800         88  WS-EOF-REBUILT                   VALUE 'Y'.
009900     05  WS-PRESENT-SW            PIC X(01)   VALUE 'N'.
010000         88  WS-CUSTOMER-PRESENT              VALUE 'Y'.
010100     05  WS-POSTED-SW             PIC X(01)   VALUE 'N'.
010200         88  WS-CUSTOMER-POSTED               VALUE 'Y'.
010300     05  WS-LAST-EVENT-SW         PIC X(01)   VALUE SPACE.
010400         88  WS-LAST-WAS-POSTING              VALUE 'P'.
010500         88  WS-LAST-WAS-MAINTENANCE          VALUE 'M'.
010600     05  WS-SHIFT-DONE-SW         PIC X(01)   VALUE 'N'.
010700         88  WS-SHIFT-DONE                    VALUE 'Y'.
010800*--------------------------------------------------------------*
010900*    FILE STATUS / COUNTERS                                    *
011000*--------------------------------------------------------------*
011100 01  WS-FILE-STATUSES.
011200     05  WS-CU-STATUS             PIC X(02)   VALUE SPACES.
011300     05  WS-CH-STATUS             PIC X(02)   VALUE SPACES.
011400     05  WS-MA-STATUS             PIC X(02)   VALUE SPACES.
011500     05  WS-CM-STATUS             PIC X(02)   VALUE SPACES.
011600     05  WS-RPT-STATUS            PIC X(02)   VALUE SPACES.
011700 01  WS-COUNTERS.
011800     05  WS-UNLOAD-COUNT          PIC 9(07)   COMP     VALUE ZERO.
011900     05  WS-HISTORY-READ          PIC 9(07)   COMP     VALUE ZERO.
012000     05  WS-AUDIT-READ            PIC 9(07)   COMP     VALUE ZERO.
012100     05  WS-MNT-ADDS              PIC 9(07)   COMP     VALUE ZERO.
012200     05  WS-MNT-AMENDS            PIC 9(07)   COMP     VALUE ZERO.
012300     05  WS-MNT-DELETES           PIC 9(07)   COMP     VALUE ZERO.
012400     05  WS-CREDITS-APPLIED       PIC 9(07)   COMP     VALUE ZERO.
012500     05  WS-DEBITS-APPLIED        PIC 9(07)   COMP     VALUE ZERO.
012600     05  WS-CUSTOMERS-TOUCHED     PIC 9(07)   COMP     VALUE ZERO.
012700     05  WS-CUSTOMERS-PROVED      PIC 9(07)   COMP     VALUE ZERO.
012800     05  WS-EXCEPTIONS            PIC 9(07)   COMP     VALUE ZERO.
012900     05  WS-RECORDS-WRITTEN       PIC 9(07)   COMP     VALUE ZERO.
013000     05  WS-REBUILT-COUNT         PIC 9(07)   COMP     VALUE ZERO.
013100     05  WS-EXPECTED-COUNT        PIC S9(07)  COMP     VALUE ZERO.
013200 01  WS-TOTALS.
013300     05  WS-UNLOAD-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
013400     05  WS-CREDIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
013500     05  WS-DEBIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
013600     05  WS-MAINT-NET             PIC S9(13)V99 COMP-3 VALUE ZERO.
013700     05  WS-EXPECTED-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
013800     05  WS-REBUILT-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
013900*--------------------------------------------------------------*
014000*    THE UNLOAD'S POINT IN TIME - FROM ITS HEADER               *
014100*--------------------------------------------------------------*
014200 01  WS-UNLOAD-POINT.
014300     05  WS-UNLOAD-RUN-DATE       PIC 9(08)   VALUE ZERO.
014400     05  WS-UNLOAD-STAMP.
014500         10  WS-UNLOAD-DATE       PIC 9(08)   VALUE ZERO.
014600         10  WS-UNLOAD-TIME       PIC 9(06)   VALUE ZERO.
014700     05  WS-TRAILER-COUNT         PIC 9(07)   VALUE ZERO.
014800     05  WS-TRAILER-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
014900*--------------------------------------------------------------*
015000*    MERGE KEYS - THE NEXT CUSTOMER ON EACH INPUT, HIGH-VALUES *
015100*    ONCE IT IS EXHAUSTED, AND THE LOWEST OF THE THREE         *
015200*--------------------------------------------------------------*
015300 01  WS-MERGE-KEYS.
015400     05  WS-UNL-KEY               PIC X(06)   VALUE SPACES.
015500     05  WS-HIS-KEY               PIC X(06)   VALUE SPACES.
015600     05  WS-MNT-KEY               PIC X(06)   VALUE SPACES.
015700     05  WS-LOW-KEY               PIC X(06)   VALUE SPACES.
015800     05  WS-CUR-KEY               PIC X(06)   VALUE SPACES.
015900*--------------------------------------------------------------*
016000*    EVENT TIMES - A MAINTENANCE EVENT IS TIMED BY ITS AUDIT   *
016100*    STAMP; A POSTING BY ITS BUSINESS DATE AND A TIME OF       *
016200*    240000, SO IT SORTS AFTER THAT DAY'S MAINTENANCE.         *
016300*--------------------------------------------------------------*
016400 01  WS-MNT-STAMP.
016500     05  WS-MNT-STAMP-DATE        PIC 9(08).
016600     05  WS-MNT-STAMP-TIME        PIC 9(06).
016700 01  WS-HIS-STAMP.
016800     05  WS-HIS-STAMP-DATE        PIC 9(08).
016900     05  WS-HIS-STAMP-TIME        PIC 9(06)   VALUE 240000.
017000*--------------------------------------------------------------*
017100*    WS-MAINT-TABLE - THE CUSTMAST AUDIT RECORDS TIMED AFTER   *
017200*    THE UNLOAD, HELD IN CUSTOMER/TIME ORDER.  THE AUDIT FILE  *
017300*    IS KEYED BY TERMINAL, SO EACH RECORD IS INSERTED IN PLACE *
017400*    AS IT IS READ.  A FULL TABLE STOPS THE RUN - A PARTIAL    *
017500*    ROLL-FORWARD CANNOT BE PROVED.                            *
017600*--------------------------------------------------------------*
017700 01  WS-MNT-MAX                   PIC 9(04)   COMP     VALUE 2000.
017800 01  WS-MNT-ENTRIES               PIC 9(04)   COMP     VALUE ZERO.
017900 01  WS-MNT-NEXT                  PIC 9(04)   COMP     VALUE ZERO.
018000 01  WS-SHIFT-IDX                 PIC 9(04)   COMP     VALUE ZERO.
018100 01  WS-PRIOR-IDX                 PIC 9(04)   COMP     VALUE ZERO.
018200 01  WS-MNT-NEW.
018300     05  WS-NEW-SORT-KEY.
018400         10  WS-NEW-CUSTOMER      PIC X(06).
018500         10  WS-NEW-DATE          PIC 9(08).
018600         10  WS-NEW-TIME          PIC 9(06).
018700         10  WS-NEW-TERMINAL      PIC X(04).
018800         10  WS-NEW-SEQ           PIC 9(04).
018900     05  WS-NEW-ACTION            PIC X(01).
019000     05  WS-NEW-OPERATOR          PIC X(08).
019100     05  WS-NEW-BEFORE            PIC X(62).
019200     05  WS-NEW-AFTER             PIC X(62).
019300 01  WS-MAINT-TABLE.
019400     05  WS-MNT-ENTRY             OCCURS 2000 TIMES.
019500         10  WS-MNT-SORT-KEY.
019600             15  WS-MNT-CUSTOMER  PIC X(06).
019700             15  WS-MNT-DATE      PIC 9(08).
019800             15  WS-MNT-TIME      PIC 9(06).
019900             15  WS-MNT-TERMINAL  PIC X(04).
020000             15  WS-MNT-SEQ       PIC 9(04).
020100         10  WS-MNT-ACTION        PIC X(01).
020200         10  WS-MNT-OPERATOR      PIC X(08).
020300         10  WS-MNT-BEFORE        PIC X(62).
020400         10  WS-MNT-AFTER         PIC X(62).
020500*--------------------------------------------------------------*
020600*    IMAGE WORK AREA - AN AUDIT BEFORE/AFTER IMAGE VIEWED AS A *
020700*    CUSTOMER RECORD FOR ITS BALANCE                           *
020800*--------------------------------------------------------------*
020900 01  WS-IMAGE-AREA                PIC X(62)   VALUE SPACES.
021000 01  WS-IMAGE-R                   REDEFINES WS-IMAGE-AREA.
021100     05  FILLER                   PIC X(36).
021200     05  WS-IMAGE-BALANCE         PIC S9(09)V99 COMP-3.
021300     05  FILLER                   PIC X(20).
021400 01  WS-BAL-BEFORE                PIC S9(09)V99 COMP-3 VALUE ZERO.
021500 01  WS-LAST-CH-BALANCE           PIC S9(09)V99 COMP-3 VALUE ZERO.
021600 01  WS-EXCEPTION-TEXT            PIC X(44)   VALUE SPACES.
021700*--------------------------------------------------------------*
021800*    REPORT LINES                                              *
021900*--------------------------------------------------------------*
022000 01  WS-TITLE-LINE.
022100     05  FILLER                    PIC X(01)   VALUE SPACE.
022200     05  FILLER                    PIC X(50)   VALUE
022300         'GSE UK - CUSTOMER MASTER FORWARD RECOVERY'.
022400 01  WS-SUBTITLE-LINE.
022500     05  FILLER                    PIC X(01)   VALUE SPACE.
022600     05  FILLER                    PIC X(50)   VALUE
022700         '(SOURCE: CUSTUNL UNLOAD, MNTAUDIT, CUSTHIST)'.
022800 01  WS-UNLOAD-LINE.
022900     05  FILLER                    PIC X(01)   VALUE SPACE.
023000     05  FILLER                    PIC X(25)   VALUE
023100         'UNLOAD OF BUSINESS DATE '.
023200     05  RL-UNL-RUN-DATE           PIC 9(08).
023300     05  FILLER                    PIC X(08)   VALUE ' TAKEN '.
023400     05  RL-UNL-DATE               PIC 9(08).
023500     05  FILLER                    PIC X(01)   VALUE SPACE.
023600     05  RL-UNL-TIME               PIC 9(06).
023700 01  WS-BLANK-LINE                 PIC X(01)   VALUE SPACE.
023800 01  WS-EVT-HEADING-1.
023900     05  FILLER                    PIC X(01)   VALUE SPACE.
024000     05  FILLER                    PIC X(50)   VALUE
024100         'RECORDS TOUCHED BY THE ROLL-FORWARD'.
024200 01  WS-EVT-HEADING-2.
024300     05  FILLER                    PIC X(01)   VALUE SPACE.
024400     05  FILLER                    PIC X(40)   VALUE
024500         'CUST   EVENT    DATE     TIME   SOURCE  '.
024600     05  FILLER                    PIC X(40)   VALUE
024700         '           BAL BEFORE       BAL AFTER  N'.
024800     05  FILLER                    PIC X(03)   VALUE
024900         'OTE'.
025000 01  WS-EVENT-LINE.
025100     05  FILLER                    PIC X(01)   VALUE SPACE.
025200     05  RL-EVT-CUSTOMER           PIC X(06).
025300     05  FILLER                    PIC X(01)   VALUE SPACE.
025400     05  RL-EVT-EVENT              PIC X(08).
025500     05  FILLER                    PIC X(01)   VALUE SPACE.
025600     05  RL-EVT-DATE               PIC 9(08).
025700     05  FILLER                    PIC X(01)   VALUE SPACE.
025800     05  RL-EVT-TIME               PIC X(06).
025900     05  FILLER                    PIC X(01)   VALUE SPACE.
026000     05  RL-EVT-SOURCE             PIC X(13).
026100     05  FILLER                    PIC X(01)   VALUE SPACE.
026200     05  RL-EVT-BEFORE             PIC -ZZZ,ZZZ,ZZ9.99.
026300     05  FILLER                    PIC X(01)   VALUE SPACE.
026400     05  RL-EVT-AFTER              PIC -ZZZ,ZZZ,ZZ9.99.
026500     05  FILLER                    PIC X(02)   VALUE SPACES.
026600     05  RL-EVT-NOTE               PIC X(44).
026700 01  WS-EVT-SOURCE-AREA.
026800     05  RL-SRC-TERMINAL           PIC X(04).
026900     05  FILLER                    PIC X(01)   VALUE SPACE.
027000     05  RL-SRC-OPERATOR           PIC X(08).
027100 01  WS-EVT-HISTORY-SOURCE         REDEFINES WS-EVT-SOURCE-AREA.
027200     05  RL-SRC-LITERAL            PIC X(09).
027300     05  RL-SRC-SEQ                PIC 9(04).
027400 01  WS-PRF-HEADING-1.
027500     05  FILLER                    PIC X(01)   VALUE SPACE.
027600     05  FILLER                    PIC X(50)   VALUE
027700         'PROOF OF THE REBUILT MASTER'.
027800 01  WS-PRF-HEADING-2.
027900     05  FILLER                    PIC X(01)   VALUE SPACE.
028000     05  FILLER                    PIC X(40)   VALUE SPACES.
028100     05  FILLER                    PIC X(44)   VALUE
028200         '    EXPECTED                   FOUND  RESULT'.
028300 01  WS-PROOF-LINE.
028400     05  FILLER                    PIC X(01)   VALUE SPACE.
028500     05  RL-PRF-DESC               PIC X(30).
028600     05  RL-PRF-EXPECTED           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
028700     05  FILLER                    PIC X(02)   VALUE SPACES.
028800     05  RL-PRF-FOUND              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
028900     05  FILLER                    PIC X(02)   VALUE SPACES.
029000     05  RL-PRF-RESULT             PIC X(07).
029100 01  WS-COUNT-LINE.
029200     05  FILLER                    PIC X(01)   VALUE SPACE.
029300     05  RL-COUNT-DESC             PIC X(30).
029400     05  RL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
029500 01  WS-RESULT-LINE.
029600     05  FILLER                    PIC X(01)   VALUE SPACE.
029700     05  RL-RESULT-TEXT            PIC X(70).
029800 PROCEDURE DIVISION.
029900*****************************************************************
030000*    0000-MAINLINE                                              *
030100*****************************************************************
030200 0000-MAINLINE.
030300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030400     PERFORM 2000-REBUILD-CUSTOMER THRU 2000-EXIT
030500         UNTIL WS-LOW-KEY = HIGH-VALUES.
030600     PERFORM 3000-PROVE-REBUILD THRU 3000-EXIT.
030700     PERFORM 8000-PRINT-PROOF THRU 8000-EXIT.
030800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030900
031000     STOP RUN.
031100*****************************************************************
031200*    1000-INITIALIZE - OPEN FILES, READ THE UNLOAD HEADER, LOAD *
031300*    THE MAINTENANCE TABLE AND PRIME EVERY INPUT                *
031400*****************************************************************
031500 1000-INITIALIZE.
031600     OPEN INPUT  UNLOAD-FILE.
031700     IF WS-CU-STATUS NOT = '00'
031800         DISPLAY 'CUSTRCV - UNABLE TO OPEN UNLOAD, STATUS='
031900             WS-CU-STATUS
032000         MOVE 16 TO RETURN-CODE
032100         STOP RUN
032200     END-IF.
032300
032400     OPEN INPUT  HISTORY-FILE.
032500     IF WS-CH-STATUS NOT = '00'
032600         DISPLAY 'CUSTRCV - UNABLE TO OPEN CUSTHIST, STATUS='
032700             WS-CH-STATUS
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100
033200     OPEN INPUT  AUDIT-FILE.
033300     IF WS-MA-STATUS NOT = '00'
033400         DISPLAY 'CUSTRCV - UNABLE TO OPEN MNTAUDIT, STATUS='
033500             WS-MA-STATUS
033600         MOVE 16 TO RETURN-CODE
033700         STOP RUN
033800     END-IF.
033900
034000     OPEN OUTPUT CUSTOMER-MASTER.
034100     IF WS-CM-STATUS NOT = '00'
034200         DISPLAY 'CUSTRCV - UNABLE TO OPEN CUSTMAST FOR LOAD, '
034300             'STATUS=' WS-CM-STATUS
034400         MOVE 16 TO RETURN-CODE
034500         STOP RUN
034600     END-IF.
034700
034800     OPEN OUTPUT REPORT-FILE.
034900     IF WS-RPT-STATUS NOT = '00'
035000         DISPLAY 'CUSTRCV - UNABLE TO OPEN REPORT-FILE, STATUS='
035100             WS-RPT-STATUS
035200         MOVE 16 TO RETURN-CODE
035300         STOP RUN
035400     END-IF.
035500
035600     READ UNLOAD-FILE
035700         AT END
035800             MOVE SPACE TO CU-RECORD-TYPE
035900     END-READ.
036000     IF NOT CU-HEADER
036100         DISPLAY 'CUSTRCV - UNLOAD HAS NO HEADER RECORD - NOT A '
036200             'CUSTUNL UNLOAD'
036300         MOVE 16 TO RETURN-CODE
036400         STOP RUN
036500     END-IF.
036600     MOVE CU-HDR-RUN-DATE    TO WS-UNLOAD-RUN-DATE.
036700     MOVE CU-HDR-UNLOAD-DATE TO WS-UNLOAD-DATE.
036800     MOVE CU-HDR-UNLOAD-TIME TO WS-UNLOAD-TIME.
036900
037000     PERFORM 1300-LOAD-MAINTENANCE THRU 1300-EXIT.
037100     CLOSE AUDIT-FILE.
037200
037300     PERFORM 1100-READ-UNLOAD THRU 1100-EXIT.
037400     PERFORM 1200-NEXT-POSTING THRU 1200-EXIT.
037500     MOVE 1 TO WS-MNT-NEXT.
037600     PERFORM 1400-SET-MAINT-KEY THRU 1400-EXIT.
037700     PERFORM 1500-SET-LOW-KEY THRU 1500-EXIT.
037800
037900     MOVE WS-TITLE-LINE      TO RPT-RECORD.
038000     WRITE RPT-RECORD.
038100     MOVE WS-SUBTITLE-LINE   TO RPT-RECORD.
038200     WRITE RPT-RECORD.
038300     MOVE WS-UNLOAD-RUN-DATE TO RL-UNL-RUN-DATE.
038400     MOVE WS-UNLOAD-DATE     TO RL-UNL-DATE.
038500     MOVE WS-UNLOAD-TIME     TO RL-UNL-TIME.
038600     MOVE WS-UNLOAD-LINE     TO RPT-RECORD.
038700     WRITE RPT-RECORD.
038800     MOVE WS-BLANK-LINE      TO RPT-RECORD.
038900     WRITE RPT-RECORD.
039000     MOVE WS-EVT-HEADING-1   TO RPT-RECORD.
039100     WRITE RPT-RECORD.
039200     MOVE WS-EVT-HEADING-2   TO RPT-RECORD.
039300     WRITE RPT-RECORD.
039400 1000-EXIT.
039500     EXIT.
039600*****************************************************************
039700*    1100-READ-UNLOAD - NEXT CUSTOMER FROM THE UNLOAD.  THE     *
039800*    TRAILER ENDS THE FILE; REACHING THE END WITHOUT ONE MEANS  *
039900*    THE UNLOAD IS INCOMPLETE AND THE RUN STOPS.                *
040000*****************************************************************
040100 1100-READ-UNLOAD.
040200     READ UNLOAD-FILE
040300         AT END
040400             DISPLAY 'CUSTRCV - UNLOAD HAS NO TRAILER RECORD - '
040500                 'UNLOAD INCOMPLETE'
040600             MOVE 16 TO RETURN-CODE
040700             STOP RUN
040800     END-READ.
040900     EVALUATE TRUE
041000         WHEN CU-DETAIL
041100             ADD 1 TO WS-UNLOAD-COUNT
041200             MOVE CU-CUSTOMER-IMAGE TO WS-IMAGE-AREA
041300             ADD WS-IMAGE-BALANCE TO WS-UNLOAD-TOTAL
041400             MOVE CU-CUSTOMER-IMAGE (1:6) TO WS-UNL-KEY
041500         WHEN CU-TRAILER
041600             SET WS-EOF-UNLOAD TO TRUE
041700             MOVE CU-TRL-RECORD-COUNT  TO WS-TRAILER-COUNT
041800             MOVE CU-TRL-BALANCE-TOTAL TO WS-TRAILER-TOTAL
041900             MOVE HIGH-VALUES TO WS-UNL-KEY
042000         WHEN OTHER
042100             DISPLAY 'CUSTRCV - UNEXPECTED UNLOAD RECORD TYPE '
042200                 CU-RECORD-TYPE
042300             MOVE 16 TO RETURN-CODE
042400             STOP RUN
042500     END-EVALUATE.
042600 1100-EXIT.
042700     EXIT.
042800*****************************************************************
042900*    1200-NEXT-POSTING - NEXT HISTORY RECORD POSTED ON A        *
043000*    BUSINESS DATE AFTER THE UNLOAD'S.  CH-TXN-DATE IS ALWAYS   *
043100*    THE DATE OF THE POSTING RUN THAT WROTE IT.                 *
043200*****************************************************************
043300 1200-NEXT-POSTING.
043400     PERFORM 1210-READ-HISTORY THRU 1210-EXIT.
043500     PERFORM 1210-READ-HISTORY THRU 1210-EXIT
043600         UNTIL WS-EOF-HISTORY
043700            OR CH-TXN-DATE > WS-UNLOAD-RUN-DATE.
043800     IF WS-EOF-HISTORY
043900         MOVE HIGH-VALUES    TO WS-HIS-KEY
044000     ELSE
044100         MOVE CH-CUSTOMER-ID TO WS-HIS-KEY
044200         MOVE CH-TXN-DATE    TO WS-HIS-STAMP-DATE
044300     END-IF.
044400 1200-EXIT.
044500     EXIT.
044600
044700 1210-READ-HISTORY.
044800     READ HISTORY-FILE
044900         AT END
045000             SET WS-EOF-HISTORY TO TRUE
045100     END-READ.
045200     IF NOT WS-EOF-HISTORY
045300         IF WS-CH-STATUS NOT = '00'
045400             DISPLAY 'CUSTRCV - READ FAILED ON CUSTHIST, STATUS='
045500                 WS-CH-STATUS
045600             MOVE 16 TO RETURN-CODE
045700             STOP RUN
045800         END-IF
045900         ADD 1 TO WS-HISTORY-READ
046000     END-IF.
046100 1210-EXIT.
046200     EXIT.
046300*****************************************************************
046400*    1300-LOAD-MAINTENANCE - TABLE EVERY CUSTMAST ADD, AMEND    *
046500*    AND DELETE AUDITED AFTER THE UNLOAD WAS TAKEN              *
046600*****************************************************************
046700 1300-LOAD-MAINTENANCE.
046800     PERFORM 1310-READ-AUDIT THRU 1310-EXIT.
046900     PERFORM 1320-SELECT-AUDIT THRU 1320-EXIT
047000         UNTIL WS-EOF-AUDIT.
047100 1300-EXIT.
047200     EXIT.
047300
047400 1310-READ-AUDIT.
047500     READ AUDIT-FILE
047600         AT END
047700             SET WS-EOF-AUDIT TO TRUE
047800     END-READ.
047900     IF NOT WS-EOF-AUDIT
048000      AND WS-MA-STATUS NOT = '00'
048100         DISPLAY 'CUSTRCV - READ FAILED ON MNTAUDIT, STATUS='
048200             WS-MA-STATUS
048300         MOVE 16 TO RETURN-CODE
048400         STOP RUN
048500     END-IF.
048600 1310-EXIT.
048700     EXIT.
048800
048900 1320-SELECT-AUDIT.
049000     ADD 1 TO WS-AUDIT-READ.
049100     MOVE MA-AUDIT-DATE TO WS-MNT-STAMP-DATE.
049200     MOVE MA-AUDIT-TIME TO WS-MNT-STAMP-TIME.
049300     IF MA-FILE-NAME = 'CUSTMAST'
049400      AND WS-MNT-STAMP > WS-UNLOAD-STAMP
049500         PERFORM 1350-INSERT-MAINTENANCE THRU 1350-EXIT
049600     END-IF.
049700     PERFORM 1310-READ-AUDIT THRU 1310-EXIT.
049800 1320-EXIT.
049900     EXIT.
050000*****************************************************************
050100*    1350-INSERT-MAINTENANCE - SLOT ONE AUDIT RECORD INTO THE   *
050200*    TABLE IN CUSTOMER/TIME ORDER, MOVING LATER ENTRIES UP ONE  *
050300*****************************************************************
050400 1350-INSERT-MAINTENANCE.
050500     IF WS-MNT-ENTRIES NOT < WS-MNT-MAX
050600         DISPLAY 'CUSTRCV - MORE THAN ' WS-MNT-MAX
050700             ' CUSTMAST AUDIT RECORDS SINCE THE UNLOAD - '
050800             'RAISE WS-MNT-MAX'
050900         MOVE 16 TO RETURN-CODE
051000         STOP RUN
051100     END-IF.
051200
051300     MOVE MA-RECORD-KEY (1:6)       TO WS-NEW-CUSTOMER.
051400     MOVE MA-AUDIT-DATE             TO WS-NEW-DATE.
051500     MOVE MA-AUDIT-TIME             TO WS-NEW-TIME.
051600     MOVE MA-TERMINAL-ID            TO WS-NEW-TERMINAL.
051700     MOVE MA-AUDIT-SEQ              TO WS-NEW-SEQ.
051800     MOVE MA-ACTION                 TO WS-NEW-ACTION.
051900     MOVE MA-OPERATOR-ID            TO WS-NEW-OPERATOR.
052000     MOVE MA-BEFORE-IMAGE (1:62)    TO WS-NEW-BEFORE.
052100     MOVE MA-AFTER-IMAGE (1:62)     TO WS-NEW-AFTER.
052200
052300     ADD 1 TO WS-MNT-ENTRIES.
052400     MOVE WS-MNT-ENTRIES TO WS-SHIFT-IDX.
052500     MOVE 'N' TO WS-SHIFT-DONE-SW.
052600     PERFORM 1360-SHIFT-ENTRY THRU 1360-EXIT
052700         UNTIL WS-SHIFT-DONE.
052800     MOVE WS-MNT-NEW TO WS-MNT-ENTRY (WS-SHIFT-IDX).
052900 1350-EXIT.
053000     EXIT.
053100
053200 1360-SHIFT-ENTRY.
053300     IF WS-SHIFT-IDX = 1
053400         SET WS-SHIFT-DONE TO TRUE
053500         GO TO 1360-EXIT
053600     END-IF.
053700     COMPUTE WS-PRIOR-IDX = WS-SHIFT-IDX - 1.
053800     IF WS-MNT-SORT-KEY (WS-PRIOR-IDX) NOT > WS-NEW-SORT-KEY
053900         SET WS-SHIFT-DONE TO TRUE
054000         GO TO 1360-EXIT
054100     END-IF.
054200     MOVE WS-MNT-ENTRY (WS-PRIOR-IDX)
054300                         TO WS-MNT-ENTRY (WS-SHIFT-IDX).
054400     MOVE WS-PRIOR-IDX   TO WS-SHIFT-IDX.
054500 1360-EXIT.
054600     EXIT.
054700*****************************************************************
054800*    1400-SET-MAINT-KEY - CUSTOMER AND TIME OF THE NEXT TABLED  *
054900*    MAINTENANCE EVENT                                          *
055000*****************************************************************
055100 1400-SET-MAINT-KEY.
055200     IF WS-MNT-NEXT > WS-MNT-ENTRIES
055300         MOVE HIGH-VALUES TO WS-MNT-KEY
055400     ELSE
055500         MOVE WS-MNT-CUSTOMER (WS-MNT-NEXT) TO WS-MNT-KEY
055600         MOVE WS-MNT-DATE (WS-MNT-NEXT)     TO WS-MNT-STAMP-DATE
055700         MOVE WS-MNT-TIME (WS-MNT-NEXT)     TO WS-MNT-STAMP-TIME
055800     END-IF.
055900 1400-EXIT.
056000     EXIT.
056100*****************************************************************
056200*    1500-SET-LOW-KEY - THE LOWEST CUSTOMER ON ANY INPUT        *
056300*****************************************************************
056400 1500-SET-LOW-KEY.
056500     MOVE WS-UNL-KEY TO WS-LOW-KEY.
056600     IF WS-HIS-KEY < WS-LOW-KEY
056700         MOVE WS-HIS-KEY TO WS-LOW-KEY
056800     END-IF.
056900     IF WS-MNT-KEY < WS-LOW-KEY
057000         MOVE WS-MNT-KEY TO WS-LOW-KEY
057100     END-IF.
057200 1500-EXIT.
057300     EXIT.
057400*****************************************************************
057500*    2000-REBUILD-CUSTOMER - ONE CUSTOMER: START FROM THE       *
057600*    UNLOAD IMAGE (IF ANY), APPLY ITS EVENTS IN TIME ORDER,     *
057700*    PROVE IT AND LOAD IT TO THE NEW MASTER UNLESS DELETED      *
057800*****************************************************************
057900 2000-REBUILD-CUSTOMER.
058000     MOVE WS-LOW-KEY TO WS-CUR-KEY.
058100     MOVE 'N'   TO WS-PRESENT-SW.
058200     MOVE 'N'   TO WS-POSTED-SW.
058300     MOVE SPACE TO WS-LAST-EVENT-SW.
058400
058500     IF WS-UNL-KEY = WS-CUR-KEY
058600         MOVE CU-CUSTOMER-IMAGE TO CM-RECORD
058700         SET WS-CUSTOMER-PRESENT TO TRUE
058800         PERFORM 1100-READ-UNLOAD THRU 1100-EXIT
058900     ELSE
059000         INITIALIZE CM-RECORD
059100         MOVE WS-CUR-KEY TO CM-CUSTOMER-ID
059200     END-IF.
059300
059400     IF WS-HIS-KEY = WS-CUR-KEY
059500      OR WS-MNT-KEY = WS-CUR-KEY
059600         ADD 1 TO WS-CUSTOMERS-TOUCHED
059700     END-IF.
059800     PERFORM 2100-APPLY-NEXT-EVENT THRU 2100-EXIT
059900         UNTIL WS-HIS-KEY NOT = WS-CUR-KEY
060000           AND WS-MNT-KEY NOT = WS-CUR-KEY.
060100
060200     IF WS-CUSTOMER-POSTED
060300         PERFORM 2400-PROVE-CUSTOMER THRU 2400-EXIT
060400     END-IF.
060500     IF WS-CUSTOMER-PRESENT
060600         PERFORM 2500-WRITE-CUSTOMER THRU 2500-EXIT
060700     END-IF.
060800
060900     PERFORM 1500-SET-LOW-KEY THRU 1500-EXIT.
061000 2000-EXIT.
061100     EXIT.
061200*****************************************************************
061300*    2100-APPLY-NEXT-EVENT - THE EARLIER OF THE CUSTOMER'S NEXT *
061400*    MAINTENANCE EVENT AND NEXT POSTING                         *
061500*****************************************************************
061600 2100-APPLY-NEXT-EVENT.
061700     EVALUATE TRUE
061800         WHEN WS-MNT-KEY NOT = WS-CUR-KEY
061900             PERFORM 2300-APPLY-POSTING THRU 2300-EXIT
062000         WHEN WS-HIS-KEY NOT = WS-CUR-KEY
062100             PERFORM 2200-APPLY-MAINTENANCE THRU 2200-EXIT
062200         WHEN WS-MNT-STAMP < WS-HIS-STAMP
062300             PERFORM 2200-APPLY-MAINTENANCE THRU 2200-EXIT
062400         WHEN OTHER
062500             PERFORM 2300-APPLY-POSTING THRU 2300-EXIT
062600     END-EVALUATE.
062700 2100-EXIT.
062800     EXIT.
062900*****************************************************************
063000*    2200-APPLY-MAINTENANCE - APPLY ONE AUDITED ADD, AMEND OR   *
063100*    DELETE.  THE AFTER-IMAGE REPLACES THE RECORD; AN AMEND OR  *
063200*    DELETE WHOSE BEFORE-IMAGE IS NOT THE RECORD AS REBUILT SO  *
063300*    FAR IS STILL APPLIED BUT REPORTED AS AN EXCEPTION - IT     *
063400*    MEANS A CHANGE IS MISSING FROM THE ROLL-FORWARD.  THE NET  *
063500*    BALANCE EFFECT FOR THE CONTROL PROOF IS TAKEN FROM THE     *
063600*    AUDIT IMAGES, NOT THE REBUILT RECORD.                      *
063700*****************************************************************
063800 2200-APPLY-MAINTENANCE.
063900     MOVE SPACES TO WS-EXCEPTION-TEXT.
064000     MOVE ZERO   TO WS-BAL-BEFORE.
064100     IF WS-CUSTOMER-PRESENT
064200         MOVE CM-BALANCE TO WS-BAL-BEFORE
064300     END-IF.
064400     MOVE SPACES TO WS-EVENT-LINE.
064500     MOVE WS-MNT-TERMINAL (WS-MNT-NEXT) TO RL-SRC-TERMINAL.
064600     MOVE WS-MNT-OPERATOR (WS-MNT-NEXT) TO RL-SRC-OPERATOR.
064700
064800     EVALUATE WS-MNT-ACTION (WS-MNT-NEXT)
064900         WHEN 'A'
065000             MOVE 'ADD'    TO RL-EVT-EVENT
065100             ADD 1 TO WS-MNT-ADDS
065200             IF WS-CUSTOMER-PRESENT
065300                 MOVE 'ADD FOR A CUSTOMER ALREADY ON FILE'
065400                     TO WS-EXCEPTION-TEXT
065500             END-IF
065600             MOVE WS-MNT-AFTER (WS-MNT-NEXT) TO WS-IMAGE-AREA
065700             ADD WS-IMAGE-BALANCE TO WS-MAINT-NET
065800             MOVE WS-MNT-AFTER (WS-MNT-NEXT) TO CM-RECORD
065900             SET WS-CUSTOMER-PRESENT TO TRUE
066000         WHEN 'D'
066100             MOVE 'DELETE' TO RL-EVT-EVENT
066200             ADD 1 TO WS-MNT-DELETES
066300             PERFORM 2250-CHECK-BEFORE-IMAGE THRU 2250-EXIT
066400             MOVE WS-MNT-BEFORE (WS-MNT-NEXT) TO WS-IMAGE-AREA
066500             SUBTRACT WS-IMAGE-BALANCE FROM WS-MAINT-NET
066600             MOVE 'N' TO WS-PRESENT-SW
066700         WHEN OTHER
066800             MOVE 'AMEND'  TO RL-EVT-EVENT
066900             ADD 1 TO WS-MNT-AMENDS
067000             PERFORM 2250-CHECK-BEFORE-IMAGE THRU 2250-EXIT
067100             MOVE WS-MNT-BEFORE (WS-MNT-NEXT) TO WS-IMAGE-AREA
067200             SUBTRACT WS-IMAGE-BALANCE FROM WS-MAINT-NET
067300             MOVE WS-MNT-AFTER (WS-MNT-NEXT) TO WS-IMAGE-AREA
067400             ADD WS-IMAGE-BALANCE TO WS-MAINT-NET
067500             MOVE WS-MNT-AFTER (WS-MNT-NEXT) TO CM-RECORD
067600             SET WS-CUSTOMER-PRESENT TO TRUE
067700     END-EVALUATE.
067800
067900     MOVE WS-CUR-KEY                 TO RL-EVT-CUSTOMER.
068000     MOVE WS-MNT-DATE (WS-MNT-NEXT)  TO RL-EVT-DATE.
068100     MOVE WS-MNT-TIME (WS-MNT-NEXT)  TO RL-EVT-TIME.
068200     MOVE WS-EVT-SOURCE-AREA         TO RL-EVT-SOURCE.
068300     MOVE WS-BAL-BEFORE              TO RL-EVT-BEFORE.
068400     IF WS-CUSTOMER-PRESENT
068500         MOVE CM-BALANCE             TO RL-EVT-AFTER
068600     ELSE
068700         MOVE ZERO                   TO RL-EVT-AFTER
068800     END-IF.
068900     PERFORM 7000-PRINT-EVENT THRU 7000-EXIT.
069000
069100     SET WS-LAST-WAS-MAINTENANCE TO TRUE.
069200     ADD 1 TO WS-MNT-NEXT.
069300     PERFORM 1400-SET-MAINT-KEY THRU 1400-EXIT.
069400 2200-EXIT.
069500     EXIT.
069600
069700 2250-CHECK-BEFORE-IMAGE.
069800     IF NOT WS-CUSTOMER-PRESENT
069900         MOVE 'CHANGE FOR A CUSTOMER NOT ON FILE'
070000             TO WS-EXCEPTION-TEXT
070100     ELSE
070200         IF WS-MNT-BEFORE (WS-MNT-NEXT) NOT = CM-RECORD
070300             MOVE 'BEFORE-IMAGE DIFFERS FROM REBUILT RECORD'
070400                 TO WS-EXCEPTION-TEXT
070500         END-IF
070600     END-IF.
070700 2250-EXIT.
070800     EXIT.
070900*****************************************************************
071000*    2300-APPLY-POSTING - APPLY ONE POSTED MOVEMENT TO THE      *
071100*    BALANCE AND READ ON TO THE NEXT POSTING                    *
071200*****************************************************************
071300 2300-APPLY-POSTING.
071400     MOVE SPACES TO WS-EXCEPTION-TEXT.
071500     MOVE SPACES TO WS-EVENT-LINE.
071600     MOVE ZERO   TO WS-BAL-BEFORE.
071700     IF WS-CUSTOMER-PRESENT
071800         MOVE CM-BALANCE TO WS-BAL-BEFORE
071900         IF CH-CREDIT
072000             ADD CH-AMOUNT      TO CM-BALANCE
072100         ELSE
072200             SUBTRACT CH-AMOUNT FROM CM-BALANCE
072300         END-IF
072400     ELSE
072500         MOVE 'POSTING FOR A CUSTOMER NOT ON FILE'
072600             TO WS-EXCEPTION-TEXT
072700     END-IF.
072800     IF CH-CREDIT
072900         MOVE 'CREDIT' TO RL-EVT-EVENT
073000         ADD 1         TO WS-CREDITS-APPLIED
073100         ADD CH-AMOUNT TO WS-CREDIT-TOTAL
073200     ELSE
073300         MOVE 'DEBIT'  TO RL-EVT-EVENT
073400         ADD 1         TO WS-DEBITS-APPLIED
073500         ADD CH-AMOUNT TO WS-DEBIT-TOTAL
073600     END-IF.
073700
073800     MOVE WS-CUR-KEY       TO RL-EVT-CUSTOMER.
073900     MOVE CH-TXN-DATE      TO RL-EVT-DATE.
074000     MOVE 'NIGHT'          TO RL-EVT-TIME.
074100     MOVE 'HISTORY #'      TO RL-SRC-LITERAL.
074200     MOVE CH-TXN-SEQ       TO RL-SRC-SEQ.
074300     MOVE WS-EVT-HISTORY-SOURCE TO RL-EVT-SOURCE.
074400     MOVE WS-BAL-BEFORE    TO RL-EVT-BEFORE.
074500     MOVE CM-BALANCE       TO RL-EVT-AFTER.
074600     IF NOT WS-CUSTOMER-PRESENT
074700         MOVE ZERO         TO RL-EVT-AFTER
074800     END-IF.
074900     PERFORM 7000-PRINT-EVENT THRU 7000-EXIT.
075000
075100     SET WS-CUSTOMER-POSTED  TO TRUE.
075200     SET WS-LAST-WAS-POSTING TO TRUE.
075300     MOVE CH-NEW-BALANCE TO WS-LAST-CH-BALANCE.
075400     PERFORM 1200-NEXT-POSTING THRU 1200-EXIT.
075500 2300-EXIT.
075600     EXIT.
075700*****************************************************************
075800*    2400-PROVE-CUSTOMER - A CUSTOMER POSTED SINCE THE UNLOAD   *
075900*    MUST END ON THE BALANCE HELPOST RECORDED FOR ITS LAST      *
076000*    POSTING (CH-NEW-BALANCE), UNLESS AN AUDITED CHANGE CAME    *
076100*    AFTER THAT POSTING AND SET THE BALANCE ITSELF.             *
076200*****************************************************************
076300 2400-PROVE-CUSTOMER.
076400     MOVE SPACES TO WS-EXCEPTION-TEXT.
076500     MOVE SPACES TO WS-EVENT-LINE.
076600     MOVE WS-CUR-KEY         TO RL-EVT-CUSTOMER.
076700     MOVE 'PROOF'            TO RL-EVT-EVENT.
076800     MOVE ZERO               TO RL-EVT-DATE.
076900     MOVE 'LAST HISTORY'     TO RL-EVT-SOURCE.
077000     MOVE WS-LAST-CH-BALANCE TO RL-EVT-BEFORE.
077100     MOVE ZERO               TO RL-EVT-AFTER.
077200     IF WS-CUSTOMER-PRESENT
077300         MOVE CM-BALANCE     TO RL-EVT-AFTER
077400     END-IF.
077500
077600     EVALUATE TRUE
077700         WHEN WS-LAST-WAS-MAINTENANCE
077800             MOVE 'BALANCE SET BY CHANGE AFTER LAST POSTING'
077900                 TO RL-EVT-NOTE
078000         WHEN NOT WS-CUSTOMER-PRESENT
078100             MOVE 'NOT PROVED - CUSTOMER NOT ON FILE'
078200                 TO WS-EXCEPTION-TEXT
078300         WHEN CM-BALANCE = WS-LAST-CH-BALANCE
078400             MOVE 'AGREES WITH LAST CH-NEW-BALANCE'
078500                 TO RL-EVT-NOTE
078600             ADD 1 TO WS-CUSTOMERS-PROVED
078700         WHEN OTHER
078800             MOVE 'DIFFERS FROM LAST CH-NEW-BALANCE'
078900                 TO WS-EXCEPTION-TEXT
079000     END-EVALUATE.
079100     PERFORM 7000-PRINT-EVENT THRU 7000-EXIT.
079200 2400-EXIT.
079300     EXIT.
079400*****************************************************************
079500*    2500-WRITE-CUSTOMER - LOAD THE REBUILT RECORD              *
079600*****************************************************************
079700 2500-WRITE-CUSTOMER.
079800     WRITE CM-RECORD.
079900     IF WS-CM-STATUS NOT = '00'
080000         DISPLAY 'CUSTRCV - WRITE FAILED ON CUSTMAST, STATUS='
080100             WS-CM-STATUS ' KEY=' CM-CUSTOMER-ID
080200         MOVE 16 TO RETURN-CODE
080300         STOP RUN
080400     END-IF.
080500     ADD 1 TO WS-RECORDS-WRITTEN.
080600 2500-EXIT.
080700     EXIT.
080800*****************************************************************
080900*    3000-PROVE-REBUILD - CLOSE THE LOAD AND READ THE REBUILT   *
081000*    MASTER BACK, COUNTING ITS RECORDS AND TOTALLING CM-BALANCE *
081100*****************************************************************
081200 3000-PROVE-REBUILD.
081300     CLOSE UNLOAD-FILE.
081400     CLOSE HISTORY-FILE.
081500     CLOSE CUSTOMER-MASTER.
081600     OPEN INPUT CUSTOMER-MASTER.
081700     IF WS-CM-STATUS NOT = '00'
081800         DISPLAY 'CUSTRCV - UNABLE TO REOPEN CUSTMAST, STATUS='
081900             WS-CM-STATUS
082000         MOVE 16 TO RETURN-CODE
082100         STOP RUN
082200     END-IF.
082300     PERFORM 3100-READ-REBUILT THRU 3100-EXIT.
082400     PERFORM 3200-ACCUM-REBUILT THRU 3200-EXIT
082500         UNTIL WS-EOF-REBUILT.
082600     CLOSE CUSTOMER-MASTER.
082700
082800     COMPUTE WS-EXPECTED-COUNT
082900         = WS-UNLOAD-COUNT + WS-MNT-ADDS - WS-MNT-DELETES.
083000     COMPUTE WS-EXPECTED-TOTAL
083100         = WS-UNLOAD-TOTAL + WS-CREDIT-TOTAL - WS-DEBIT-TOTAL
083200         + WS-MAINT-NET.
083300 3000-EXIT.
083400     EXIT.
083500
083600 3100-READ-REBUILT.
083700     READ CUSTOMER-MASTER
083800         AT END
083900             SET WS-EOF-REBUILT TO TRUE
084000     END-READ.
084100 3100-EXIT.
084200     EXIT.
084300
084400 3200-ACCUM-REBUILT.
084500     ADD 1          TO WS-REBUILT-COUNT.
084600     ADD CM-BALANCE TO WS-REBUILT-TOTAL.
084700     PERFORM 3100-READ-REBUILT THRU 3100-EXIT.
084800 3200-EXIT.
084900     EXIT.
085000*****************************************************************
085100*    7000-PRINT-EVENT - ONE LINE PER RECORD TOUCHED.  AN        *
085200*    EXCEPTION REPLACES THE NOTE AND IS COUNTED.                *
085300*****************************************************************
085400 7000-PRINT-EVENT.
085500     IF WS-EXCEPTION-TEXT NOT = SPACES
085600         MOVE WS-EXCEPTION-TEXT TO RL-EVT-NOTE
085700         ADD 1 TO WS-EXCEPTIONS
085800     END-IF.
085900     MOVE WS-EVENT-LINE TO RPT-RECORD.
086000     WRITE RPT-RECORD.
086100 7000-EXIT.
086200     EXIT.
086300*****************************************************************
086400*    8000-PRINT-PROOF - THE CONTROL PROOF AND THE COUNTS        *
086500*****************************************************************
086600 8000-PRINT-PROOF.
086700     MOVE WS-BLANK-LINE    TO RPT-RECORD.
086800     WRITE RPT-RECORD.
086900     MOVE WS-PRF-HEADING-1 TO RPT-RECORD.
087000     WRITE RPT-RECORD.
087100     MOVE WS-PRF-HEADING-2 TO RPT-RECORD.
087200     WRITE RPT-RECORD.
087300
087400     MOVE 'UNLOAD RECORD COUNT'      TO RL-PRF-DESC.
087500     MOVE WS-TRAILER-COUNT           TO RL-PRF-EXPECTED.
087600     MOVE WS-UNLOAD-COUNT            TO RL-PRF-FOUND.
087700     IF WS-TRAILER-COUNT = WS-UNLOAD-COUNT
087800         MOVE 'AGREES' TO RL-PRF-RESULT
087900     ELSE
088000         MOVE 'DIFFERS' TO RL-PRF-RESULT
088100         ADD 1 TO WS-EXCEPTIONS
088200     END-IF.
088300     PERFORM 8100-PRINT-PROOF-LINE THRU 8100-EXIT.
088400
088500     MOVE 'UNLOAD BALANCE TOTAL'     TO RL-PRF-DESC.
088600     MOVE WS-TRAILER-TOTAL           TO RL-PRF-EXPECTED.
088700     MOVE WS-UNLOAD-TOTAL            TO RL-PRF-FOUND.
088800     IF WS-TRAILER-TOTAL = WS-UNLOAD-TOTAL
088900         MOVE 'AGREES' TO RL-PRF-RESULT
089000     ELSE
089100         MOVE 'DIFFERS' TO RL-PRF-RESULT
089200         ADD 1 TO WS-EXCEPTIONS
089300     END-IF.
089400     PERFORM 8100-PRINT-PROOF-LINE THRU 8100-EXIT.
089500
089600     MOVE 'REBUILT RECORD COUNT'     TO RL-PRF-DESC.
089700     MOVE WS-EXPECTED-COUNT          TO RL-PRF-EXPECTED.
089800     MOVE WS-REBUILT-COUNT           TO RL-PRF-FOUND.
089900     IF WS-EXPECTED-COUNT = WS-REBUILT-COUNT
090000      AND WS-RECORDS-WRITTEN = WS-REBUILT-COUNT
090100         MOVE 'AGREES' TO RL-PRF-RESULT
090200     ELSE
090300         MOVE 'DIFFERS' TO RL-PRF-RESULT
090400         ADD 1 TO WS-EXCEPTIONS
090500     END-IF.
090600     PERFORM 8100-PRINT-PROOF-LINE THRU 8100-EXIT.
090700
090800     MOVE 'REBUILT BALANCE TOTAL'    TO RL-PRF-DESC.
090900     MOVE WS-EXPECTED-TOTAL          TO RL-PRF-EXPECTED.
091000     MOVE WS-REBUILT-TOTAL           TO RL-PRF-FOUND.
091100     IF WS-EXPECTED-TOTAL = WS-REBUILT-TOTAL
091200         MOVE 'AGREES' TO RL-PRF-RESULT
091300     ELSE
091400         MOVE 'DIFFERS' TO RL-PRF-RESULT
091500         ADD 1 TO WS-EXCEPTIONS
091600     END-IF.
091700     PERFORM 8100-PRINT-PROOF-LINE THRU 8100-EXIT.
091800
091900     MOVE WS-BLANK-LINE TO RPT-RECORD.
092000     WRITE RPT-RECORD.
092100     MOVE 'AUDIT RECORDS READ'        TO RL-COUNT-DESC.
092200     MOVE WS-AUDIT-READ               TO RL-COUNT.
092300     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
092400     MOVE 'HISTORY RECORDS READ'      TO RL-COUNT-DESC.
092500     MOVE WS-HISTORY-READ             TO RL-COUNT.
092600     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
092700     MOVE 'ADDS APPLIED'              TO RL-COUNT-DESC.
092800     MOVE WS-MNT-ADDS                 TO RL-COUNT.
092900     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
093000     MOVE 'AMENDS APPLIED'            TO RL-COUNT-DESC.
093100     MOVE WS-MNT-AMENDS               TO RL-COUNT.
093200     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
093300     MOVE 'DELETES APPLIED'           TO RL-COUNT-DESC.
093400     MOVE WS-MNT-DELETES              TO RL-COUNT.
093500     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
093600     MOVE 'CREDITS APPLIED'           TO RL-COUNT-DESC.
093700     MOVE WS-CREDITS-APPLIED          TO RL-COUNT.
093800     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
093900     MOVE 'DEBITS APPLIED'            TO RL-COUNT-DESC.
094000     MOVE WS-DEBITS-APPLIED           TO RL-COUNT.
094100     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
094200     MOVE 'CUSTOMERS TOUCHED'         TO RL-COUNT-DESC.
094300     MOVE WS-CUSTOMERS-TOUCHED        TO RL-COUNT.
094400     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
094500     MOVE 'CUSTOMERS PROVED TO HISTORY' TO RL-COUNT-DESC.
094600     MOVE WS-CUSTOMERS-PROVED         TO RL-COUNT.
094700     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
094800     MOVE 'EXCEPTIONS'                TO RL-COUNT-DESC.
094900     MOVE WS-EXCEPTIONS               TO RL-COUNT.
095000     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
095100
095200     MOVE WS-BLANK-LINE TO RPT-RECORD.
095300     WRITE RPT-RECORD.
095400     IF WS-EXCEPTIONS = ZERO
095500         MOVE 'REBUILT MASTER PROVED - SAFE TO BRING INTO USE'
095600             TO RL-RESULT-TEXT
095700     ELSE
095800         MOVE 'REBUILT MASTER NOT PROVED - SEE EXCEPTIONS ABOVE'
095900             TO RL-RESULT-TEXT
096000         MOVE 8 TO RETURN-CODE
096100     END-IF.
096200     MOVE WS-RESULT-LINE TO RPT-RECORD.
096300     WRITE RPT-RECORD.
096400 8000-EXIT.
096500     EXIT.
096600
096700 8100-PRINT-PROOF-LINE.
096800     MOVE WS-PROOF-LINE TO RPT-RECORD.
096900     WRITE RPT-RECORD.
097000 8100-EXIT.
097100     EXIT.
097200
097300 8200-PRINT-COUNT-LINE.
097400     MOVE WS-COUNT-LINE TO RPT-RECORD.
097500     WRITE RPT-RECORD.
097600 8200-EXIT.
097700     EXIT.
097800*****************************************************************
097900*    9000-TERMINATE - CLOSE THE REPORT AND REPORT THE OUTCOME   *
098000*****************************************************************
098100 9000-TERMINATE.
098200     CLOSE REPORT-FILE.
098300     DISPLAY 'CUSTRCV - UNLOAD OF ' WS-UNLOAD-RUN-DATE
098400         ' TAKEN ' WS-UNLOAD-DATE ' ' WS-UNLOAD-TIME.
098500     DISPLAY 'CUSTRCV - RECORDS WRITTEN   = ' WS-RECORDS-WRITTEN.
098600     DISPLAY 'CUSTRCV - EXCEPTIONS        = ' WS-EXCEPTIONS.
098700     IF WS-EXCEPTIONS > ZERO
098800         DISPLAY 'CUSTRCV - REBUILT MASTER NOT PROVED - DO NOT '
098900             'BRING INTO USE'
099000     END-IF.
099100 9000-EXIT.
099200     EXIT.
