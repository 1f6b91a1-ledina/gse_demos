000100*****************************************************************
000200* PROGRAM-ID : GLJRNL                                           *
000300* PURPOSE    : NIGHTLY GENERAL-LEDGER JOURNAL FROM THE HELPOST  *
000400*              POSTING RUN.  TOTALS THE NIGHT'S POSTING FILE,   *
000500*              REJECTS AND OVER-LIMIT SUSPENSE INTO THE GLMAP   *
000600*              CATEGORIES - CREDITS AND DEBITS POSTED, BANK     *
000700*              CHARGES POSTED, DEBITS HELD OVER LIMIT, ITEMS    *
000800*              REJECTED - AND WRITES A BALANCED DOUBLE-ENTRY    *
000900*              JOURNAL (COPY GLJRNL), EACH CATEGORY DEBITING    *
001000*              AND CREDITING THE ACCOUNTS THE MAPPING TABLE     *
001100*              NAMES, BETWEEN A HEADER AND A CONTROL TRAILER.   *
001200*              THE STEP FAILS (RC=16) UNLESS THE JOURNAL        *
001300*              BALANCES, THE CATEGORY TOTALS AGREE WITH         *
001400*              HELPOST'S OWN, AND THE NET MOVEMENT ON THE       *
001500*              CUSTOMER CONTROL ACCOUNT EQUALS HELPOST'S        *
001600*              CLOSING MINUS OPENING BALANCE TOTAL.  A MONTH-   *
001700*              END RUN (THE LAST WORKING DAY) ALSO WRITES THE   *
001800*              TRIAL-BALANCE LINE FOR THE CUSTOMER CONTROL      *
001900*              ACCOUNT FROM THE TOTAL OF CM-BALANCE.            *
002000*****************************************************************
002100* MODIFICATION HISTORY
002200*   DATE       INIT  DESCRIPTION
002300*   2026-10-15 DLH   INITIAL VERSION.  STEP 14 OF THE NIGHT
002400*                     SCHEDULE, RUN AFTER CUSTUNL.  THE POSTED
002500*                     TOTALS ARE THE POSTING FILE LESS THE
002600*                     REJECTS AND OVER-LIMIT ITEMS HELPOST WROTE
002700*                     (BOTH KEPT WHOLE ACROSS A RESTART), AND ARE
002800*                     PROVED AGAINST HELPOST'S FINAL CHECKPOINT,
002900*                     WHICH ALSO SUPPLIES THE OPENING AND CLOSING
003000*                     BALANCE TOTALS.  A REJECTED BANK CHARGE
003100*                     MOVES NO MONEY AND IS COUNTED, NOT
003200*                     JOURNALLED; AN ITEM WHOSE AMOUNT IS NOT
003300*                     NUMERIC CANNOT BE JOURNALLED AND IS
003400*                     COUNTED.
003410*   2026-10-15 DLH   THE BUSINESS DATE NOW COMES FROM THE
003420*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
003430*                     1050-GET-BUSINESS-DATE) INSTEAD OF THE
003440*                     RUN-DATE PARM, AND THE STEP STOPS RC=16
003450*                     UNLESS THE NIGHT HAS BEEN OPENED BY
003460*                     TXNSWEEP AND NOT YET ROLLED BY DATEROLL.
003470*                     THE MONTH-END RUN IS NO LONGER ASKED FOR
003480*                     BY PARM ',M' - IT IS THE NIGHT WHOSE NEXT
003490*                     WORKING DATE FALLS IN A NEW MONTH.
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.     GLJRNL.
003800 AUTHOR.         D L HARRIS.
003900 INSTALLATION.   GSE UK.
004000 DATE-WRITTEN.   2026-10-15.
004100 DATE-COMPILED.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT MAPPING-TABLE    ASSIGN TO GLMAP
004600         FILE STATUS    IS WS-GM-STATUS.
004700
004800     SELECT POSTING-FILE     ASSIGN TO POSTIN
004900         FILE STATUS    IS WS-PT-STATUS.
005000
005100     SELECT REJECT-FILE      ASSIGN TO POSTERR
005200         FILE STATUS    IS WS-RJ-STATUS.
005300
005400     SELECT OVERLIMIT-FILE   ASSIGN TO POSTLIM
005500         FILE STATUS    IS WS-OL-STATUS.
005600
005700     SELECT CHECKPOINT-FILE  ASSIGN TO POSTCHKP
005800         FILE STATUS    IS WS-CP-STATUS.
005900
006000     SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAST
006100         ORGANIZATION   IS INDEXED
006200         ACCESS MODE    IS SEQUENTIAL
006300         RECORD KEY     IS CM-CUSTOMER-ID
006400         FILE STATUS    IS WS-CM-STATUS.
006500
006600     SELECT JOURNAL-FILE     ASSIGN TO GLJRNL
006700         FILE STATUS    IS WS-GJ-STATUS.
006800
006900     SELECT REPORT-FILE      ASSIGN TO GLRPT
007000         FILE STATUS    IS WS-RPT-STATUS.
007100
007200     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
007300         ORGANIZATION   IS INDEXED
007400         ACCESS MODE    IS RANDOM
007500         RECORD KEY     IS RC-KEY
007600         FILE STATUS    IS WS-RC-STATUS.
007614
007628     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007642         ORGANIZATION   IS INDEXED
007656         ACCESS MODE    IS RANDOM
007670         RECORD KEY     IS BD-KEY
007684         FILE STATUS    IS WS-BD-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  MAPPING-TABLE
008000     RECORDING MODE IS F.
008100     COPY GLMAP.
008200
008300 FD  POSTING-FILE
008400     RECORDING MODE IS F.
008500     COPY POSTTXN.
008600
008700 FD  REJECT-FILE
008800     RECORDING MODE IS F.
008900 01  RJ-RECORD                    PIC X(80).
009000
009100 FD  OVERLIMIT-FILE
009200     RECORDING MODE IS F.
009300 01  OL-RECORD                    PIC X(80).
009400
009500 FD  CHECKPOINT-FILE
009600     RECORDING MODE IS F.
009700     COPY POSTCHKP.
009800
009900 FD  CUSTOMER-MASTER
010000     RECORDING MODE IS F.
010100     COPY CUSTMAST.
010200
010300 FD  JOURNAL-FILE
010400     RECORDING MODE IS F.
010500     COPY GLJRNL.
010600
010700 FD  REPORT-FILE
010800     RECORDING MODE IS F.
010900 01  RPT-RECORD                   PIC X(133).
011000
011100 FD  RUN-CONTROL
011200     RECORDING MODE IS F.
011300     COPY RUNCTL.
011320
011340 FD  BUSINESS-DATE-FILE
011360     RECORDING MODE IS F.
011380     COPY BUSDATE.
011400 WORKING-STORAGE SECTION.
011500*--------------------------------------------------------------*
011600*    SWITCHES                                                  *
011700*--------------------------------------------------------------*
011800 01  WS-SWITCHES.
011900     05  WS-EOF-MAP-SW            PIC X(01)   VALUE 'N'.
012000         88  WS-EOF-MAP                       VALUE 'Y'.
012100     05  WS-EOF-INPUT-SW          PIC X(01)   VALUE 'N'.
012200         88  WS-EOF-INPUT                     VALUE 'Y'.
012300     05  WS-EOF-CUSTOMER-SW       PIC X(01)   VALUE 'N'.
012400         88  WS-EOF-CUSTOMER                  VALUE 'Y'.
012500     05  WS-MONTH-END-SW          PIC X(01)   VALUE 'N'.
012600         88  WS-MONTH-END-RUN                 VALUE 'Y'.
012700     05  WS-JOURNAL-FAILED-SW     PIC X(01)   VALUE 'N'.
012800         88  WS-JOURNAL-FAILED                VALUE 'Y'.
012900     05  WS-ENTRY-FOUND-SW        PIC X(01)   VALUE 'N'.
013000         88  WS-ENTRY-FOUND                   VALUE 'Y'.
013100*--------------------------------------------------------------*
013200*    FILE STATUS / COUNTERS                                    *
013300*--------------------------------------------------------------*
013400 01  WS-FILE-STATUSES.
013500     05  WS-GM-STATUS             PIC X(02)   VALUE SPACES.
013600     05  WS-PT-STATUS             PIC X(02)   VALUE SPACES.
013700     05  WS-RJ-STATUS             PIC X(02)   VALUE SPACES.
013800     05  WS-OL-STATUS             PIC X(02)   VALUE SPACES.
013900     05  WS-CP-STATUS             PIC X(02)   VALUE SPACES.
014000     05  WS-CM-STATUS             PIC X(02)   VALUE SPACES.
014100     05  WS-GJ-STATUS             PIC X(02)   VALUE SPACES.
014200     05  WS-RPT-STATUS            PIC X(02)   VALUE SPACES.
014300 01  WS-COUNTERS.
014400     05  WS-POSTIN-READ           PIC 9(07)   COMP     VALUE ZERO.
014500     05  WS-POSTERR-READ          PIC 9(07)   COMP     VALUE ZERO.
014600     05  WS-POSTLIM-READ          PIC 9(07)   COMP     VALUE ZERO.
014700     05  WS-RECORDS-READ          PIC 9(07)   COMP     VALUE ZERO.
014800     05  WS-RECORDS-WRITTEN       PIC 9(07)   COMP     VALUE ZERO.
014900     05  WS-LINES-WRITTEN         PIC 9(07)   COMP     VALUE ZERO.
015000     05  WS-BALANCE-LINES         PIC 9(01)   COMP     VALUE ZERO.
015100     05  WS-UNNUMERIC-IN          PIC 9(07)   COMP     VALUE ZERO.
015200     05  WS-UNNUMERIC-REJECTS     PIC 9(07)   COMP     VALUE ZERO.
015300     05  WS-CUSTOMERS-READ        PIC 9(07)   COMP     VALUE ZERO.
015400     05  WS-CAT-IDX               PIC 9(04)   COMP     VALUE ZERO.
015500     05  WS-MAP-IDX               PIC 9(04)   COMP     VALUE ZERO.
015600*--------------------------------------------------------------*
015700*    POSTING-FILE AND REJECTED-CHARGE TOTALS                   *
015800*--------------------------------------------------------------*
015900 01  WS-INPUT-TOTALS.
016000     05  WS-IN-CREDIT-COUNT       PIC S9(07)  COMP-3   VALUE ZERO.
016100     05  WS-IN-CREDIT-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
016200     05  WS-IN-DEBIT-COUNT        PIC S9(07)  COMP-3   VALUE ZERO.
016300     05  WS-IN-DEBIT-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
016400     05  WS-IN-CHARGE-COUNT       PIC S9(07)  COMP-3   VALUE ZERO.
016500     05  WS-IN-CHARGE-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
016600     05  WS-IN-OTHER-COUNT        PIC S9(07)  COMP-3   VALUE ZERO.
016700     05  WS-IN-OTHER-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
016800     05  WS-RJ-CHARGE-COUNT       PIC S9(07)  COMP-3   VALUE ZERO.
016900     05  WS-RJ-CHARGE-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
017000*--------------------------------------------------------------*
017100*    PROOF TOTALS                                              *
017200*--------------------------------------------------------------*
017300 01  WS-PROOF-TOTALS.
017400     05  WS-JOURNAL-DEBITS        PIC S9(13)V99 COMP-3 VALUE ZERO.
017500     05  WS-JOURNAL-CREDITS       PIC S9(13)V99 COMP-3 VALUE ZERO.
017600     05  WS-CONTROL-NET           PIC S9(13)V99 COMP-3 VALUE ZERO.
017700     05  WS-HELPOST-NET           PIC S9(13)V99 COMP-3 VALUE ZERO.
017800     05  WS-POSTED-DEBITS         PIC S9(13)V99 COMP-3 VALUE ZERO.
017900     05  WS-CUSTOMER-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
018000 01  WS-CONTROL-ACCOUNT           PIC X(10)   VALUE SPACES.
018100 01  WS-TB-BALANCE                PIC S9(13)V99 COMP-3 VALUE ZERO.
018200 01  WS-TB-DR-CR                  PIC X(02)   VALUE SPACES.
018300 01  WS-FAILURE-TEXT              PIC X(60)   VALUE SPACES.
018400 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
018500 01  WS-JOURNAL-DATE              PIC 9(08)   VALUE ZERO.
018600 01  WS-JOURNAL-TIME-RAW          PIC 9(08)   VALUE ZERO.
018700 01  WS-JOURNAL-TIME-R            REDEFINES WS-JOURNAL-TIME-RAW.
018800     05  WS-JOURNAL-TIME          PIC 9(06).
018900     05  FILLER                   PIC 9(02).
019000 01  WS-RC-STATUS                 PIC X(02)   VALUE SPACES.
019050 01  WS-BD-STATUS                 PIC X(02)   VALUE SPACES.
019100 01  WS-RUN-STEP-NO               PIC 9(02)   VALUE 14.
019200 01  WS-RUN-START-DATE            PIC 9(08)   VALUE ZERO.
019300 01  WS-RUN-START-TIME-RAW        PIC 9(08)   VALUE ZERO.
019400 01  WS-RUN-START-TIME-R          REDEFINES
019500     WS-RUN-START-TIME-RAW.
019600     05  WS-RUN-START-TIME        PIC 9(06).
019700     05  FILLER                   PIC 9(02).
019800 01  WS-RUN-END-DATE              PIC 9(08)   VALUE ZERO.
019900 01  WS-RUN-END-TIME-RAW          PIC 9(08)   VALUE ZERO.
020000 01  WS-RUN-END-TIME-R            REDEFINES
020100     WS-RUN-END-TIME-RAW.
020200     05  WS-RUN-END-TIME          PIC 9(06).
020300     05  FILLER                   PIC 9(02).
020400*--------------------------------------------------------------*
020500*    WS-CATEGORY-TABLE - THE GLMAP ROWS THE JOURNAL NEEDS, IN   *
020600*    THE ORDER ITS LINES ARE WRITTEN.  EACH ENTRY PICKS UP ITS  *
020700*    ACCOUNTS FROM THE MAPPING TABLE AND ACCUMULATES ITS COUNT  *
020800*    AND AMOUNT.  THE SUBSCRIPTS BELOW NAME THE ENTRIES.        *
020900*--------------------------------------------------------------*
021000 01  WS-CATEGORY-KEYS.
021100     05  FILLER                    PIC X(03)   VALUE 'CRC'.
021200     05  FILLER                    PIC X(03)   VALUE 'DRD'.
021300     05  FILLER                    PIC X(03)   VALUE 'CHD'.
021400     05  FILLER                    PIC X(03)   VALUE 'OLD'.
021500     05  FILLER                    PIC X(03)   VALUE 'RJD'.
021600     05  FILLER                    PIC X(03)   VALUE 'RJC'.
021700     05  FILLER                    PIC X(03)   VALUE 'RJ*'.
021800 01  WS-CATEGORY-KEYS-R            REDEFINES WS-CATEGORY-KEYS.
021900     05  WS-CAT-KEY                OCCURS 7 TIMES.
022000         10  WS-CAT-CODE           PIC X(02).
022100         10  WS-CAT-TYPE           PIC X(01).
022200 01  WS-CAT-ENTRIES                PIC 9(04)   COMP     VALUE 7.
022300 01  WS-CAT-CREDITS                PIC 9(04)   COMP     VALUE 1.
022400 01  WS-CAT-DEBITS                 PIC 9(04)   COMP     VALUE 2.
022500 01  WS-CAT-CHARGES                PIC 9(04)   COMP     VALUE 3.
022600 01  WS-CAT-OVERLIMIT              PIC 9(04)   COMP     VALUE 4.
022700 01  WS-CAT-REJ-DEBITS             PIC 9(04)   COMP     VALUE 5.
022800 01  WS-CAT-REJ-CREDITS            PIC 9(04)   COMP     VALUE 6.
022900 01  WS-CAT-REJ-OTHER              PIC 9(04)   COMP     VALUE 7.
023000 01  WS-CATEGORY-TABLE.
023100     05  WS-CAT-ENTRY              OCCURS 7 TIMES.
023200         10  WS-CAT-MAPPED-SW      PIC X(01).
023300             88  WS-CAT-MAPPED                 VALUE 'Y'.
023400         10  WS-CAT-DEBIT-ACCOUNT  PIC X(10).
023500         10  WS-CAT-CREDIT-ACCOUNT PIC X(10).
023600         10  WS-CAT-DESCRIPTION    PIC X(30).
023700         10  WS-CAT-COUNT          PIC S9(07)  COMP-3.
023800         10  WS-CAT-AMOUNT         PIC S9(13)V99 COMP-3.
023900*--------------------------------------------------------------*
024000*    REPORT LINES                                              *
024100*--------------------------------------------------------------*
024200 01  WS-TITLE-LINE.
024300     05  FILLER                    PIC X(01)   VALUE SPACE.
024400     05  FILLER                    PIC X(40)   VALUE
024500         'GSE UK - DAILY GENERAL-LEDGER JOURNAL'.
024600 01  WS-SUBTITLE-LINE.
024700     05  FILLER                    PIC X(01)   VALUE SPACE.
024800     05  FILLER                    PIC X(50)   VALUE
024900         '(SOURCE: POSTIN / POSTERR / POSTLIM / POSTCHKP)'.
025000 01  WS-RUNDATE-LINE.
025100     05  FILLER                    PIC X(01)   VALUE SPACE.
025200     05  FILLER                    PIC X(09)   VALUE 'RUN DATE '.
025300     05  RL-RUN-DATE               PIC 9(08).
025400     05  FILLER                    PIC X(03)   VALUE SPACES.
025500     05  RL-JOURNAL-TYPE           PIC X(20).
025600 01  WS-BLANK-LINE                 PIC X(01)   VALUE SPACE.
025700 01  WS-CAT-HEADING-1.
025800     05  FILLER                    PIC X(01)   VALUE SPACE.
025900     05  FILLER                    PIC X(40)   VALUE
026000         'CATEGORY                           ITEMS'.
026100     05  FILLER                    PIC X(38)   VALUE
026200         '             AMOUNT  DEBIT      CREDIT'.
026300 01  WS-CAT-HEADING-2.
026400     05  FILLER                    PIC X(01)   VALUE SPACE.
026500     05  FILLER                    PIC X(33)   VALUE
026600         '-------------------------------- '.
026700     05  FILLER                    PIC X(08)   VALUE
026800         '------- '.
026900     05  FILLER                    PIC X(41)   VALUE
027000         '------------------  ---------- ----------'.
027100 01  WS-CAT-LINE.
027200     05  FILLER                    PIC X(01)   VALUE SPACE.
027300     05  RL-CAT-CODE               PIC X(02).
027400     05  FILLER                    PIC X(01)   VALUE SPACE.
027500     05  RL-CAT-TYPE               PIC X(01).
027600     05  FILLER                    PIC X(01)   VALUE SPACE.
027700     05  RL-CAT-DESC               PIC X(27).
027800     05  FILLER                    PIC X(01)   VALUE SPACE.
027900     05  RL-CAT-COUNT              PIC ZZZ,ZZ9.
028000     05  FILLER                    PIC X(01)   VALUE SPACE.
028100     05  RL-CAT-AMOUNT             PIC ---,---,---,--9.99.
028200     05  FILLER                    PIC X(02)   VALUE SPACES.
028300     05  RL-CAT-DEBIT-ACCOUNT      PIC X(10).
028400     05  FILLER                    PIC X(01)   VALUE SPACE.
028500     05  RL-CAT-CREDIT-ACCOUNT     PIC X(10).
028600 01  WS-COUNT-LINE.
028700     05  FILLER                    PIC X(01)   VALUE SPACE.
028800     05  RL-COUNT-DESC             PIC X(36).
028900     05  RL-COUNT                  PIC ZZZ,ZZ9.
029000 01  WS-TOTAL-LINE.
029100     05  FILLER                    PIC X(01)   VALUE SPACE.
029200     05  RL-TOTAL-DESC             PIC X(36).
029300     05  RL-TOTAL-AMOUNT           PIC ----,---,---,--9.99.
029400 01  WS-BALANCED-LINE.
029500     05  FILLER                    PIC X(01)   VALUE SPACE.
029600     05  RL-BALANCED-TEXT          PIC X(60).
029700 01  WS-TB-LINE.
029800     05  FILLER                    PIC X(01)   VALUE SPACE.
029900     05  FILLER                    PIC X(22)   VALUE
030000         'TRIAL BALANCE ACCOUNT '.
030100     05  RL-TB-ACCOUNT             PIC X(10).
030200     05  FILLER                    PIC X(01)   VALUE SPACE.
030300     05  RL-TB-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
030400     05  FILLER                    PIC X(01)   VALUE SPACE.
030500     05  RL-TB-DR-CR               PIC X(02).
030600     05  FILLER                    PIC X(02)   VALUE SPACES.
030700     05  RL-TB-CUSTOMERS           PIC ZZZ,ZZ9.
030800     05  FILLER                    PIC X(10)   VALUE ' CUSTOMERS'.
032100 PROCEDURE DIVISION.
032200*****************************************************************
032300*    0000-MAINLINE                                              *
032400*****************************************************************
032500 0000-MAINLINE.
032600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032700     PERFORM 2000-SCAN-POSTINGS THRU 2000-EXIT.
032800     PERFORM 3000-DERIVE-POSTED THRU 3000-EXIT.
032900     PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
033000     PERFORM 7000-PROVE-JOURNAL THRU 7000-EXIT.
033100     PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
033200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033300
033400     STOP RUN.
033500*****************************************************************
033600*    1000-INITIALIZE - GET THE BUSINESS DATE, LOAD THE MAPPING  *
033700*    TABLE AND READ HELPOST'S FINAL CHECKPOINT                  *
033800*****************************************************************
033900 1000-INITIALIZE.
034000     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
035000
035100     OPEN OUTPUT REPORT-FILE.
035200     IF WS-RPT-STATUS NOT = '00'
035300         DISPLAY 'GLJRNL - UNABLE TO OPEN REPORT FILE, STATUS='
035400             WS-RPT-STATUS
035500         MOVE 16 TO RETURN-CODE
035600         STOP RUN
035700     END-IF.
035800
035900     PERFORM 6800-RECORD-RUN-START THRU 6800-EXIT.
036000
036100     OPEN INPUT  MAPPING-TABLE.
036200     IF WS-GM-STATUS NOT = '00'
036300         DISPLAY 'GLJRNL - UNABLE TO OPEN GLMAP, STATUS='
036400             WS-GM-STATUS
036500         MOVE 16 TO RETURN-CODE
036600         STOP RUN
036700     END-IF.
036800     PERFORM 1100-LOAD-MAP-ROW THRU 1100-EXIT
036900         UNTIL WS-EOF-MAP.
037000     CLOSE MAPPING-TABLE.
037100     PERFORM 1200-CHECK-MAPPED THRU 1200-EXIT
037200         VARYING WS-CAT-IDX FROM 1 BY 1
037300         UNTIL WS-CAT-IDX > WS-CAT-ENTRIES.
037400     IF WS-JOURNAL-FAILED
037500         DISPLAY 'GLJRNL - MAPPING TABLE INCOMPLETE - NO JOURNAL'
037600         MOVE 16 TO RETURN-CODE
037700         STOP RUN
037800     END-IF.
037900     MOVE WS-CAT-CREDIT-ACCOUNT (WS-CAT-CREDITS)
038000         TO WS-CONTROL-ACCOUNT.
038100
038200     PERFORM 1300-READ-CHECKPOINT THRU 1300-EXIT.
038300 1000-EXIT.
038400     EXIT.
038402*****************************************************************
038404*    1050-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE  *
038406*    BUSINESS-DATE CONTROL RECORD (COPY BUSDATE).  THE NIGHT    *
038408*    MUST HAVE BEEN OPENED BY TXNSWEEP AND NOT YET ROLLED BY    *
038410*    DATEROLL, OR THIS STEP WOULD RUN UNDER THE WRONG DATE.     *
038412*****************************************************************
038414 1050-GET-BUSINESS-DATE.
038416     OPEN INPUT  BUSINESS-DATE-FILE.
038418     IF WS-BD-STATUS NOT = '00'
038420         DISPLAY 'GLJRNL - UNABLE TO OPEN BUSDATE, STATUS='
038422             WS-BD-STATUS
038424         MOVE 16 TO RETURN-CODE
038426         STOP RUN
038428     END-IF.
038430     SET BD-CONTROL-RECORD TO TRUE.
038432     READ BUSINESS-DATE-FILE
038434         INVALID KEY
038436             CONTINUE
038438     END-READ.
038440     IF WS-BD-STATUS NOT = '00'
038442         DISPLAY 'GLJRNL - NO BUSINESS-DATE RECORD, STATUS='
038444             WS-BD-STATUS
038446         MOVE 16 TO RETURN-CODE
038448         STOP RUN
038450     END-IF.
038452     IF NOT BD-BATCH-IN-PROGRESS
038454         DISPLAY 'GLJRNL - NIGHT NOT OPEN, BUSINESS DATE '
038456             BD-CURRENT-DATE
038458         MOVE 16 TO RETURN-CODE
038460         STOP RUN
038462     END-IF.
038464     MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
038466     IF BD-NEXT-MM NOT = BD-CURRENT-MM
038468         SET WS-MONTH-END-RUN TO TRUE
038470         DISPLAY 'GLJRNL - LAST WORKING DAY OF THE MONTH, '
038472             'TRIAL-BALANCE LINE WILL BE WRITTEN'
038474     END-IF.
038476     CLOSE BUSINESS-DATE-FILE.
038478 1050-EXIT.
038480     EXIT.
038500*****************************************************************
038600*    1100-LOAD-MAP-ROW - READ ONE GLMAP ROW AND FILE ITS        *
038700*    ACCOUNTS AGAINST THE CATEGORY IT NAMES.  COMMENT ROWS AND  *
038800*    CATEGORIES THE JOURNAL DOES NOT USE ARE SKIPPED; A         *
038900*    REPEATED ROW KEEPS THE FIRST.                              *
039000*****************************************************************
039100 1100-LOAD-MAP-ROW.
039200     READ MAPPING-TABLE
039300         AT END
039400             SET WS-EOF-MAP TO TRUE
039500             GO TO 1100-EXIT
039600     END-READ.
039700     IF GM-CATEGORY (1:1) = '*'
039800         GO TO 1100-EXIT
039900     END-IF.
040000     MOVE 'N' TO WS-ENTRY-FOUND-SW.
040100     PERFORM 1150-SEARCH-CATEGORY THRU 1150-EXIT
040200         VARYING WS-MAP-IDX FROM 1 BY 1
040300         UNTIL WS-MAP-IDX > WS-CAT-ENTRIES
040400            OR WS-ENTRY-FOUND.
040500     IF NOT WS-ENTRY-FOUND
040600         DISPLAY 'GLJRNL - GLMAP ROW ' GM-CATEGORY ' ' GM-TXN-TYPE
040700             ' NOT USED - IGNORED'
040800         GO TO 1100-EXIT
040900     END-IF.
041000     SUBTRACT 1 FROM WS-MAP-IDX.
041100     IF WS-CAT-MAPPED (WS-MAP-IDX)
041200         DISPLAY 'GLJRNL - GLMAP ROW ' GM-CATEGORY ' ' GM-TXN-TYPE
041300             ' REPEATED - FIRST ROW KEPT'
041400         GO TO 1100-EXIT
041500     END-IF.
041600     SET WS-CAT-MAPPED (WS-MAP-IDX) TO TRUE.
041700     MOVE GM-DEBIT-ACCOUNT  TO WS-CAT-DEBIT-ACCOUNT (WS-MAP-IDX).
041800     MOVE GM-CREDIT-ACCOUNT TO WS-CAT-CREDIT-ACCOUNT (WS-MAP-IDX).
041900     MOVE GM-DESCRIPTION    TO WS-CAT-DESCRIPTION (WS-MAP-IDX).
042000 1100-EXIT.
042100     EXIT.
042200
042300 1150-SEARCH-CATEGORY.
042400     IF GM-CATEGORY = WS-CAT-CODE (WS-MAP-IDX)
042500      AND GM-TXN-TYPE = WS-CAT-TYPE (WS-MAP-IDX)
042600         SET WS-ENTRY-FOUND TO TRUE
042700     END-IF.
042800 1150-EXIT.
042900     EXIT.
043000*****************************************************************
043100*    1200-CHECK-MAPPED - EVERY CATEGORY NEEDS A ROW WITH BOTH   *
043200*    ACCOUNTS, WHETHER OR NOT TONIGHT HAS ANYTHING IN IT        *
043300*****************************************************************
043400 1200-CHECK-MAPPED.
043500     IF NOT WS-CAT-MAPPED (WS-CAT-IDX)
043600        OR WS-CAT-DEBIT-ACCOUNT (WS-CAT-IDX) = SPACES
043700        OR WS-CAT-CREDIT-ACCOUNT (WS-CAT-IDX) = SPACES
043800         DISPLAY 'GLJRNL - GLMAP ROW ' WS-CAT-CODE (WS-CAT-IDX)
043900             ' ' WS-CAT-TYPE (WS-CAT-IDX)
044000             ' MISSING OR WITHOUT BOTH ACCOUNTS'
044100         SET WS-JOURNAL-FAILED TO TRUE
044200     END-IF.
044300     MOVE ZERO TO WS-CAT-COUNT (WS-CAT-IDX).
044400     MOVE ZERO TO WS-CAT-AMOUNT (WS-CAT-IDX).
044500 1200-EXIT.
044600     EXIT.
044700*****************************************************************
044800*    1300-READ-CHECKPOINT - HELPOST MUST HAVE COMPLETED FOR     *
044900*    THIS BUSINESS DATE; ITS FINAL CHECKPOINT HOLDS THE TOTALS  *
045000*    THE JOURNAL IS PROVED AGAINST                              *
045100*****************************************************************
045200 1300-READ-CHECKPOINT.
045300     OPEN INPUT  CHECKPOINT-FILE.
045400     IF WS-CP-STATUS NOT = '00'
045500         DISPLAY 'GLJRNL - UNABLE TO OPEN POSTCHKP, STATUS='
045600             WS-CP-STATUS
045700         MOVE 16 TO RETURN-CODE
045800         STOP RUN
045900     END-IF.
046000     READ CHECKPOINT-FILE
046100         AT END
046200             DISPLAY 'GLJRNL - POSTCHKP IS EMPTY - HELPOST HAS '
046300                 'NOT RUN'
046400             MOVE 16 TO RETURN-CODE
046500             STOP RUN
046600     END-READ.
046700     CLOSE CHECKPOINT-FILE.
046800     IF CK-RUN-DATE NOT = WS-RUN-DATE
046900        OR NOT CK-COMPLETE
047000         DISPLAY 'GLJRNL - HELPOST HAS NOT COMPLETED FOR '
047100             WS-RUN-DATE ' - CHECKPOINT IS ' CK-RUN-DATE
047200             ' STATUS ' CK-STATUS
047300         MOVE 16 TO RETURN-CODE
047400         STOP RUN
047500     END-IF.
047600 1300-EXIT.
047700     EXIT.
047800*****************************************************************
047900*    2000-SCAN-POSTINGS - TOTAL THE POSTING FILE BY KIND, THEN  *
048000*    THE REJECTS AND OVER-LIMIT ITEMS INTO THEIR CATEGORIES.    *
048100*    THE POSTING FILE STAYS OPEN THROUGHOUT - THE OTHER TWO ARE *
048200*    READ INTO ITS PT-RECORD AREA.                              *
048300*****************************************************************
048400 2000-SCAN-POSTINGS.
048500     OPEN INPUT  POSTING-FILE.
048600     IF WS-PT-STATUS NOT = '00'
048700         DISPLAY 'GLJRNL - UNABLE TO OPEN POSTIN, STATUS='
048800             WS-PT-STATUS
048900         MOVE 16 TO RETURN-CODE
049000         STOP RUN
049100     END-IF.
049200     MOVE 'N' TO WS-EOF-INPUT-SW.
049300     PERFORM 2100-READ-POSTING THRU 2100-EXIT
049400         UNTIL WS-EOF-INPUT.
049500
049600     OPEN INPUT  REJECT-FILE.
049700     IF WS-RJ-STATUS NOT = '00'
049800         DISPLAY 'GLJRNL - UNABLE TO OPEN POSTERR, STATUS='
049900             WS-RJ-STATUS
050000         MOVE 16 TO RETURN-CODE
050100         STOP RUN
050200     END-IF.
050300     MOVE 'N' TO WS-EOF-INPUT-SW.
050400     PERFORM 2200-READ-REJECT THRU 2200-EXIT
050500         UNTIL WS-EOF-INPUT.
050600     CLOSE REJECT-FILE.
050700
050800     OPEN INPUT  OVERLIMIT-FILE.
050900     IF WS-OL-STATUS NOT = '00'
051000         DISPLAY 'GLJRNL - UNABLE TO OPEN POSTLIM, STATUS='
051100             WS-OL-STATUS
051200         MOVE 16 TO RETURN-CODE
051300         STOP RUN
051400     END-IF.
051500     MOVE 'N' TO WS-EOF-INPUT-SW.
051600     PERFORM 2300-READ-OVERLIMIT THRU 2300-EXIT
051700         UNTIL WS-EOF-INPUT.
051800     CLOSE OVERLIMIT-FILE.
051900     CLOSE POSTING-FILE.
052000
052100     COMPUTE WS-RECORDS-READ = WS-POSTIN-READ + WS-POSTERR-READ
052200         + WS-POSTLIM-READ.
052300 2000-EXIT.
052400     EXIT.
052500*****************************************************************
052600*    2100-READ-POSTING - ONE MOVEMENT HELPOST WAS GIVEN.  ONE   *
052700*    WHOSE AMOUNT IS NOT NUMERIC WAS REJECTED AND CANNOT BE     *
052800*    TOTALLED, HERE OR IN THE REJECTS.                          *
052900*****************************************************************
053000 2100-READ-POSTING.
053100     READ POSTING-FILE
053200         AT END
053300             SET WS-EOF-INPUT TO TRUE
053400             GO TO 2100-EXIT
053500     END-READ.
053600     ADD 1 TO WS-POSTIN-READ.
053700     IF PT-AMOUNT NOT NUMERIC
053800         ADD 1 TO WS-UNNUMERIC-IN
053900         GO TO 2100-EXIT
054000     END-IF.
054100     EVALUATE TRUE
054200         WHEN PT-CREDIT
054300             ADD 1         TO WS-IN-CREDIT-COUNT
054400             ADD PT-AMOUNT TO WS-IN-CREDIT-AMOUNT
054500         WHEN PT-DEBIT AND PT-CHARGE-POSTING
054600             ADD 1         TO WS-IN-CHARGE-COUNT
054700             ADD PT-AMOUNT TO WS-IN-CHARGE-AMOUNT
054800         WHEN PT-DEBIT
054900             ADD 1         TO WS-IN-DEBIT-COUNT
055000             ADD PT-AMOUNT TO WS-IN-DEBIT-AMOUNT
055100         WHEN OTHER
055200             ADD 1         TO WS-IN-OTHER-COUNT
055300             ADD PT-AMOUNT TO WS-IN-OTHER-AMOUNT
055400     END-EVALUATE.
055500 2100-EXIT.
055600     EXIT.
055700*****************************************************************
055800*    2200-READ-REJECT - ONE REJECTED MOVEMENT, TO THE REJECT    *
055900*    CATEGORY FOR ITS TYPE.  A REJECTED BANK CHARGE WAS NEVER   *
056000*    OWED TO ANYONE OUTSIDE THE BANK, SO IT IS KEPT APART.      *
056100*****************************************************************
056200 2200-READ-REJECT.
056300     READ REJECT-FILE INTO PT-RECORD
056400         AT END
056500             SET WS-EOF-INPUT TO TRUE
056600             GO TO 2200-EXIT
056700     END-READ.
056800     ADD 1 TO WS-POSTERR-READ.
056900     IF PT-AMOUNT NOT NUMERIC
057000         ADD 1 TO WS-UNNUMERIC-REJECTS
057100         GO TO 2200-EXIT
057200     END-IF.
057300     EVALUATE TRUE
057400         WHEN PT-CREDIT
057500             MOVE WS-CAT-REJ-CREDITS TO WS-CAT-IDX
057600         WHEN PT-DEBIT AND PT-CHARGE-POSTING
057700             ADD 1         TO WS-RJ-CHARGE-COUNT
057800             ADD PT-AMOUNT TO WS-RJ-CHARGE-AMOUNT
057900             GO TO 2200-EXIT
058000         WHEN PT-DEBIT
058100             MOVE WS-CAT-REJ-DEBITS  TO WS-CAT-IDX
058200         WHEN OTHER
058300             MOVE WS-CAT-REJ-OTHER   TO WS-CAT-IDX
058400     END-EVALUATE.
058500     ADD 1         TO WS-CAT-COUNT (WS-CAT-IDX).
058600     ADD PT-AMOUNT TO WS-CAT-AMOUNT (WS-CAT-IDX).
058700 2200-EXIT.
058800     EXIT.
058900*****************************************************************
059000*    2300-READ-OVERLIMIT - ONE DEBIT HELD OVER THE CREDIT LIMIT *
059100*****************************************************************
059200 2300-READ-OVERLIMIT.
059300     READ OVERLIMIT-FILE INTO PT-RECORD
059400         AT END
059500             SET WS-EOF-INPUT TO TRUE
059600             GO TO 2300-EXIT
059700     END-READ.
059800     ADD 1 TO WS-POSTLIM-READ.
059900     ADD 1         TO WS-CAT-COUNT (WS-CAT-OVERLIMIT).
060000     ADD PT-AMOUNT TO WS-CAT-AMOUNT (WS-CAT-OVERLIMIT).
060100 2300-EXIT.
060200     EXIT.
060300*****************************************************************
060400*    3000-DERIVE-POSTED - WHAT HELPOST POSTED IS WHAT IT WAS    *
060500*    GIVEN LESS WHAT IT REJECTED OR HELD.  A NEGATIVE RESULT,   *
060600*    OR A MOVEMENT OF NO KNOWN TYPE THAT WAS NOT REJECTED,      *
060700*    MEANS THE FILES ARE NOT FROM THE SAME RUN.                 *
060800*****************************************************************
060900 3000-DERIVE-POSTED.
061000     COMPUTE WS-CAT-COUNT (WS-CAT-CREDITS)
061100         = WS-IN-CREDIT-COUNT - WS-CAT-COUNT (WS-CAT-REJ-CREDITS).
061200     COMPUTE WS-CAT-AMOUNT (WS-CAT-CREDITS)
061300         = WS-IN-CREDIT-AMOUNT
061400         - WS-CAT-AMOUNT (WS-CAT-REJ-CREDITS).
061500     COMPUTE WS-CAT-COUNT (WS-CAT-DEBITS)
061600         = WS-IN-DEBIT-COUNT - WS-CAT-COUNT (WS-CAT-REJ-DEBITS)
061700         - WS-CAT-COUNT (WS-CAT-OVERLIMIT).
061800     COMPUTE WS-CAT-AMOUNT (WS-CAT-DEBITS)
061900         = WS-IN-DEBIT-AMOUNT - WS-CAT-AMOUNT (WS-CAT-REJ-DEBITS)
062000         - WS-CAT-AMOUNT (WS-CAT-OVERLIMIT).
062100     COMPUTE WS-CAT-COUNT (WS-CAT-CHARGES)
062200         = WS-IN-CHARGE-COUNT - WS-RJ-CHARGE-COUNT.
062300     COMPUTE WS-CAT-AMOUNT (WS-CAT-CHARGES)
062400         = WS-IN-CHARGE-AMOUNT - WS-RJ-CHARGE-AMOUNT.
062500
062600     IF WS-CAT-COUNT (WS-CAT-CREDITS) < ZERO
062700        OR WS-CAT-AMOUNT (WS-CAT-CREDITS) < ZERO
062800        OR WS-CAT-COUNT (WS-CAT-DEBITS) < ZERO
062900        OR WS-CAT-AMOUNT (WS-CAT-DEBITS) < ZERO
063000        OR WS-CAT-COUNT (WS-CAT-CHARGES) < ZERO
063100        OR WS-CAT-AMOUNT (WS-CAT-CHARGES) < ZERO
063200        OR WS-CAT-COUNT (WS-CAT-REJ-OTHER) NOT = WS-IN-OTHER-COUNT
063300        OR WS-UNNUMERIC-REJECTS NOT = WS-UNNUMERIC-IN
063400         MOVE 'POSTIN, POSTERR AND POSTLIM ARE NOT FROM ONE RUN'
063500             TO WS-FAILURE-TEXT
063600         SET WS-JOURNAL-FAILED TO TRUE
063700     END-IF.
063800 3000-EXIT.
063900     EXIT.
064000*****************************************************************
064100*    4000-WRITE-JOURNAL - HEADER, A DEBIT AND A CREDIT LINE PER *
064200*    CATEGORY WITH ANYTHING IN IT, THE MONTH-END TRIAL-BALANCE  *
064300*    LINE, TRAILER                                              *
064400*****************************************************************
064500 4000-WRITE-JOURNAL.
064600     OPEN OUTPUT JOURNAL-FILE.
064700     IF WS-GJ-STATUS NOT = '00'
064800         DISPLAY 'GLJRNL - UNABLE TO OPEN GLJRNL, STATUS='
064900             WS-GJ-STATUS
065000         MOVE 16 TO RETURN-CODE
065100         STOP RUN
065200     END-IF.
065300
065400     ACCEPT WS-JOURNAL-DATE     FROM DATE YYYYMMDD.
065500     ACCEPT WS-JOURNAL-TIME-RAW FROM TIME.
065600     INITIALIZE GJ-RECORD.
065700     SET GJ-HEADER TO TRUE.
065800     MOVE 'GSEUKCUS'      TO GJ-HDR-SOURCE.
065900     MOVE WS-RUN-DATE     TO GJ-HDR-BUSINESS-DATE.
066000     MOVE WS-JOURNAL-DATE TO GJ-HDR-CREATED-DATE.
066100     MOVE WS-JOURNAL-TIME TO GJ-HDR-CREATED-TIME.
066200     IF WS-MONTH-END-RUN
066300         SET GJ-MONTH-END-JOURNAL TO TRUE
066400     ELSE
066500         SET GJ-DAILY-JOURNAL TO TRUE
066600     END-IF.
066700     PERFORM 4900-WRITE-JOURNAL-RECORD THRU 4900-EXIT.
066800
066900     PERFORM 4100-WRITE-CATEGORY THRU 4100-EXIT
067000         VARYING WS-CAT-IDX FROM 1 BY 1
067100         UNTIL WS-CAT-IDX > WS-CAT-ENTRIES.
067200
067300     IF WS-MONTH-END-RUN
067400         PERFORM 5000-TRIAL-BALANCE THRU 5000-EXIT
067500     END-IF.
067600
067700     INITIALIZE GJ-RECORD.
067800     SET GJ-TRAILER TO TRUE.
067900     MOVE WS-LINES-WRITTEN   TO GJ-TRL-LINE-COUNT.
068000     MOVE WS-BALANCE-LINES   TO GJ-TRL-BALANCE-COUNT.
068100     MOVE WS-JOURNAL-DEBITS  TO GJ-TRL-DEBIT-TOTAL.
068200     MOVE WS-JOURNAL-CREDITS TO GJ-TRL-CREDIT-TOTAL.
068300     PERFORM 4900-WRITE-JOURNAL-RECORD THRU 4900-EXIT.
068400     CLOSE JOURNAL-FILE.
068500 4000-EXIT.
068600     EXIT.
068700*****************************************************************
068800*    4100-WRITE-CATEGORY - THE DEBIT LINE AND THE CREDIT LINE   *
068900*    FOR ONE CATEGORY, EACH FOR THE CATEGORY TOTAL.  EITHER     *
069000*    LINE ON THE CUSTOMER CONTROL ACCOUNT MOVES ITS NET.        *
069100*****************************************************************
069200 4100-WRITE-CATEGORY.
069300     IF WS-CAT-AMOUNT (WS-CAT-IDX) NOT > ZERO
069400         GO TO 4100-EXIT
069500     END-IF.
069600     INITIALIZE GJ-RECORD.
069700     SET GJ-DETAIL TO TRUE.
069800     MOVE WS-CAT-CODE (WS-CAT-IDX)        TO GJ-DTL-CATEGORY.
069900     MOVE WS-CAT-TYPE (WS-CAT-IDX)        TO GJ-DTL-TXN-TYPE.
070000     MOVE WS-CAT-AMOUNT (WS-CAT-IDX)      TO GJ-DTL-AMOUNT.
070100     MOVE WS-CAT-COUNT (WS-CAT-IDX)       TO GJ-DTL-ITEM-COUNT.
070200     MOVE WS-CAT-DESCRIPTION (WS-CAT-IDX) TO GJ-DTL-NARRATIVE.
070300
070400     MOVE WS-CAT-DEBIT-ACCOUNT (WS-CAT-IDX) TO GJ-DTL-ACCOUNT.
070500     SET GJ-DTL-DEBIT TO TRUE.
070600     PERFORM 4900-WRITE-JOURNAL-RECORD THRU 4900-EXIT.
070700     ADD 1 TO WS-LINES-WRITTEN.
070800     ADD WS-CAT-AMOUNT (WS-CAT-IDX) TO WS-JOURNAL-DEBITS.
070900     IF GJ-DTL-ACCOUNT = WS-CONTROL-ACCOUNT
071000         SUBTRACT WS-CAT-AMOUNT (WS-CAT-IDX) FROM WS-CONTROL-NET
071100     END-IF.
071200
071300     MOVE WS-CAT-CREDIT-ACCOUNT (WS-CAT-IDX) TO GJ-DTL-ACCOUNT.
071400     SET GJ-DTL-CREDIT TO TRUE.
071500     PERFORM 4900-WRITE-JOURNAL-RECORD THRU 4900-EXIT.
071600     ADD 1 TO WS-LINES-WRITTEN.
071700     ADD WS-CAT-AMOUNT (WS-CAT-IDX) TO WS-JOURNAL-CREDITS.
071800     IF GJ-DTL-ACCOUNT = WS-CONTROL-ACCOUNT
071900         ADD WS-CAT-AMOUNT (WS-CAT-IDX) TO WS-CONTROL-NET
072000     END-IF.
072100 4100-EXIT.
072200     EXIT.
072300*****************************************************************
072400*    4900-WRITE-JOURNAL-RECORD - WRITE ONE JOURNAL RECORD       *
072500*****************************************************************
072600 4900-WRITE-JOURNAL-RECORD.
072700     WRITE GJ-RECORD.
072800     IF WS-GJ-STATUS NOT = '00'
072900         DISPLAY 'GLJRNL - WRITE FAILED ON GLJRNL, STATUS='
073000             WS-GJ-STATUS
073100         MOVE 16 TO RETURN-CODE
073200         STOP RUN
073300     END-IF.
073400     ADD 1 TO WS-RECORDS-WRITTEN.
073500 4900-EXIT.
073600     EXIT.
073700*****************************************************************
073800*    5000-TRIAL-BALANCE - MONTH END ONLY.  THE CUSTOMER CONTROL *
073900*    ACCOUNT BALANCE IS THE TOTAL OF CM-BALANCE: A CREDIT WHILE *
074000*    CUSTOMERS ARE IN FUNDS OVERALL, A DEBIT IF OVERDRAWN.  IT  *
074100*    MUST AGREE WITH HELPOST'S CLOSING TOTAL - NOTHING ELSE     *
074200*    UPDATES THE MASTER WHILE CICS IS DOWN.                     *
074300*****************************************************************
074400 5000-TRIAL-BALANCE.
074500     OPEN INPUT  CUSTOMER-MASTER.
074600     IF WS-CM-STATUS NOT = '00'
074700         DISPLAY 'GLJRNL - UNABLE TO OPEN CUSTMAST, STATUS='
074800             WS-CM-STATUS
074900         MOVE 16 TO RETURN-CODE
075000         STOP RUN
075100     END-IF.
075200     PERFORM 5100-ACCUM-CUSTOMER THRU 5100-EXIT
075300         UNTIL WS-EOF-CUSTOMER.
075400     CLOSE CUSTOMER-MASTER.
075500
075600     INITIALIZE GJ-RECORD.
075700     SET GJ-TRIAL-BALANCE TO TRUE.
075800     MOVE WS-CONTROL-ACCOUNT TO GJ-TB-ACCOUNT.
075900     IF WS-CUSTOMER-TOTAL < ZERO
076000         SET GJ-TB-DEBIT TO TRUE
076100         MOVE 'DR' TO WS-TB-DR-CR
076200         COMPUTE WS-TB-BALANCE = ZERO - WS-CUSTOMER-TOTAL
076300     ELSE
076400         SET GJ-TB-CREDIT TO TRUE
076500         MOVE 'CR' TO WS-TB-DR-CR
076600         MOVE WS-CUSTOMER-TOTAL TO WS-TB-BALANCE
076700     END-IF.
076800     MOVE WS-TB-BALANCE      TO GJ-TB-BALANCE.
076900     MOVE WS-CUSTOMERS-READ  TO GJ-TB-CUSTOMER-COUNT.
077000     MOVE 'CUSTOMER CONTROL - MONTH END' TO GJ-TB-NARRATIVE.
077100     PERFORM 4900-WRITE-JOURNAL-RECORD THRU 4900-EXIT.
077200     ADD 1 TO WS-BALANCE-LINES.
077300
077400     IF WS-CUSTOMER-TOTAL NOT = CK-CLOSING-TOTAL
077500         MOVE 'CM-BALANCE TOTAL DISAGREES WITH HELPOST CLOSING'
077600             TO WS-FAILURE-TEXT
077700         SET WS-JOURNAL-FAILED TO TRUE
077800     END-IF.
077900 5000-EXIT.
078000     EXIT.
078100
078200 5100-ACCUM-CUSTOMER.
078300     READ CUSTOMER-MASTER
078400         AT END
078500             SET WS-EOF-CUSTOMER TO TRUE
078600             GO TO 5100-EXIT
078700     END-READ.
078800     ADD 1 TO WS-CUSTOMERS-READ.
078900     ADD CM-BALANCE TO WS-CUSTOMER-TOTAL.
079000 5100-EXIT.
079100     EXIT.
079200*****************************************************************
079300*    7000-PROVE-JOURNAL - THE JOURNAL MUST BALANCE, ITS POSTED  *
079400*    TOTALS MUST BE HELPOST'S, AND THE CUSTOMER CONTROL ACCOUNT *
079500*    MUST MOVE BY CLOSING MINUS OPENING.  THE FIRST FAILURE     *
079600*    FOUND IS THE ONE REPORTED.                                 *
079700*****************************************************************
079800 7000-PROVE-JOURNAL.
079900     COMPUTE WS-POSTED-DEBITS = WS-CAT-AMOUNT (WS-CAT-DEBITS)
080000         + WS-CAT-AMOUNT (WS-CAT-CHARGES).
080100     COMPUTE WS-HELPOST-NET = CK-CLOSING-TOTAL - CK-OPENING-TOTAL.
080200     IF WS-JOURNAL-FAILED
080300         GO TO 7000-EXIT
080400     END-IF.
080500     EVALUATE TRUE
080600         WHEN WS-JOURNAL-DEBITS NOT = WS-JOURNAL-CREDITS
080700             MOVE 'JOURNAL DEBITS DO NOT EQUAL JOURNAL CREDITS'
080800                 TO WS-FAILURE-TEXT
080900             SET WS-JOURNAL-FAILED TO TRUE
081000         WHEN WS-CAT-AMOUNT (WS-CAT-CREDITS)
081100                                     NOT = CK-CREDIT-AMOUNT
081200         WHEN WS-POSTED-DEBITS       NOT = CK-DEBIT-AMOUNT
081300         WHEN WS-CAT-AMOUNT (WS-CAT-CHARGES)
081400                                     NOT = CK-CHARGE-AMOUNT
081500         WHEN WS-CAT-AMOUNT (WS-CAT-OVERLIMIT)
081600                                     NOT = CK-OVERLIMIT-AMOUNT
081700             MOVE 'POSTED TOTALS DISAGREE WITH HELPOST CHECKPOINT'
081800                 TO WS-FAILURE-TEXT
081900             SET WS-JOURNAL-FAILED TO TRUE
082000         WHEN WS-CONTROL-NET NOT = WS-HELPOST-NET
082100             MOVE 'NET MOVEMENT NOT HELPOST CLOSING MINUS OPENING'
082200                 TO WS-FAILURE-TEXT
082300             SET WS-JOURNAL-FAILED TO TRUE
082400         WHEN OTHER
082500             CONTINUE
082600     END-EVALUATE.
082700 7000-EXIT.
082800     EXIT.
082900*****************************************************************
083000*    8000-PRINT-REPORT - CATEGORY TOTALS, ACCOUNTS AND PROOF    *
083100*****************************************************************
083200 8000-PRINT-REPORT.
083300     MOVE WS-TITLE-LINE    TO RPT-RECORD.
083400     WRITE RPT-RECORD.
083500     MOVE WS-SUBTITLE-LINE TO RPT-RECORD.
083600     WRITE RPT-RECORD.
083700     MOVE WS-RUN-DATE      TO RL-RUN-DATE.
083800     IF WS-MONTH-END-RUN
083900         MOVE 'MONTH-END JOURNAL'  TO RL-JOURNAL-TYPE
084000     ELSE
084100         MOVE 'DAILY JOURNAL'      TO RL-JOURNAL-TYPE
084200     END-IF.
084300     MOVE WS-RUNDATE-LINE  TO RPT-RECORD.
084400     WRITE RPT-RECORD.
084500     MOVE WS-BLANK-LINE    TO RPT-RECORD.
084600     WRITE RPT-RECORD.
084700     MOVE WS-CAT-HEADING-1 TO RPT-RECORD.
084800     WRITE RPT-RECORD.
084900     MOVE WS-CAT-HEADING-2 TO RPT-RECORD.
085000     WRITE RPT-RECORD.
085100     PERFORM 8100-PRINT-CATEGORY THRU 8100-EXIT
085200         VARYING WS-CAT-IDX FROM 1 BY 1
085300         UNTIL WS-CAT-IDX > WS-CAT-ENTRIES.
085400     MOVE WS-BLANK-LINE    TO RPT-RECORD.
085500     WRITE RPT-RECORD.
085600
085700     MOVE 'POSTING FILE RECORDS READ'         TO RL-COUNT-DESC.
085800     MOVE WS-POSTIN-READ                      TO RL-COUNT.
085900     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
086000     MOVE 'REJECT RECORDS READ'               TO RL-COUNT-DESC.
086100     MOVE WS-POSTERR-READ                     TO RL-COUNT.
086200     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
086300     MOVE 'OVER-LIMIT RECORDS READ'           TO RL-COUNT-DESC.
086400     MOVE WS-POSTLIM-READ                     TO RL-COUNT.
086500     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
086600     MOVE 'REJECTED BANK CHARGES (NOT LEVIED)' TO RL-COUNT-DESC.
086700     MOVE WS-RJ-CHARGE-COUNT                  TO RL-COUNT.
086800     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
086900     MOVE 'REJECTS WITH NO NUMERIC AMOUNT'    TO RL-COUNT-DESC.
087000     MOVE WS-UNNUMERIC-REJECTS                TO RL-COUNT.
087100     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
087200     MOVE 'JOURNAL LINES WRITTEN'             TO RL-COUNT-DESC.
087300     MOVE WS-LINES-WRITTEN                    TO RL-COUNT.
087400     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
087500     MOVE WS-BLANK-LINE    TO RPT-RECORD.
087600     WRITE RPT-RECORD.
087700
087800     MOVE 'JOURNAL DEBITS'                    TO RL-TOTAL-DESC.
087900     MOVE WS-JOURNAL-DEBITS                   TO RL-TOTAL-AMOUNT.
088000     PERFORM 8300-PRINT-TOTAL-LINE THRU 8300-EXIT.
088100     MOVE 'JOURNAL CREDITS'                   TO RL-TOTAL-DESC.
088200     MOVE WS-JOURNAL-CREDITS                  TO RL-TOTAL-AMOUNT.
088300     PERFORM 8300-PRINT-TOTAL-LINE THRU 8300-EXIT.
088400     MOVE 'HELPOST OPENING BALANCE TOTAL'     TO RL-TOTAL-DESC.
088500     MOVE CK-OPENING-TOTAL                    TO RL-TOTAL-AMOUNT.
088600     PERFORM 8300-PRINT-TOTAL-LINE THRU 8300-EXIT.
088700     MOVE 'HELPOST CLOSING BALANCE TOTAL'     TO RL-TOTAL-DESC.
088800     MOVE CK-CLOSING-TOTAL                    TO RL-TOTAL-AMOUNT.
088900     PERFORM 8300-PRINT-TOTAL-LINE THRU 8300-EXIT.
089000     MOVE 'CLOSING MINUS OPENING'             TO RL-TOTAL-DESC.
089100     MOVE WS-HELPOST-NET                      TO RL-TOTAL-AMOUNT.
089200     PERFORM 8300-PRINT-TOTAL-LINE THRU 8300-EXIT.
089300     MOVE SPACES TO RL-TOTAL-DESC.
089400     STRING 'NET MOVEMENT ON ' DELIMITED BY SIZE
089500            WS-CONTROL-ACCOUNT DELIMITED BY SPACE
089600         INTO RL-TOTAL-DESC.
089700     MOVE WS-CONTROL-NET                      TO RL-TOTAL-AMOUNT.
089800     PERFORM 8300-PRINT-TOTAL-LINE THRU 8300-EXIT.
089900
090000     IF WS-MONTH-END-RUN
090100      AND WS-BALANCE-LINES > ZERO
090200         MOVE WS-BLANK-LINE    TO RPT-RECORD
090300         WRITE RPT-RECORD
090400         MOVE WS-CONTROL-ACCOUNT TO RL-TB-ACCOUNT
090500         MOVE WS-TB-BALANCE    TO RL-TB-AMOUNT
090600         MOVE WS-TB-DR-CR      TO RL-TB-DR-CR
090700         MOVE WS-CUSTOMERS-READ TO RL-TB-CUSTOMERS
090800         MOVE WS-TB-LINE       TO RPT-RECORD
090900         WRITE RPT-RECORD
091000     END-IF.
091100
091200     MOVE WS-BLANK-LINE    TO RPT-RECORD.
091300     WRITE RPT-RECORD.
091400     IF WS-JOURNAL-FAILED
091500         MOVE SPACES TO RL-BALANCED-TEXT
091600         STRING '** JOURNAL FAILED - ' DELIMITED BY SIZE
091700                WS-FAILURE-TEXT DELIMITED BY '  '
091800                ' **' DELIMITED BY SIZE
091900             INTO RL-BALANCED-TEXT
092000     ELSE
092100         MOVE 'JOURNAL BALANCED AND AGREES WITH HELPOST'
092200             TO RL-BALANCED-TEXT
092300     END-IF.
092400     MOVE WS-BALANCED-LINE TO RPT-RECORD.
092500     WRITE RPT-RECORD.
092600 8000-EXIT.
092700     EXIT.
092800
092900 8100-PRINT-CATEGORY.
093000     MOVE WS-CAT-CODE (WS-CAT-IDX)           TO RL-CAT-CODE.
093100     MOVE WS-CAT-TYPE (WS-CAT-IDX)           TO RL-CAT-TYPE.
093200     MOVE WS-CAT-DESCRIPTION (WS-CAT-IDX)    TO RL-CAT-DESC.
093300     MOVE WS-CAT-COUNT (WS-CAT-IDX)          TO RL-CAT-COUNT.
093400     MOVE WS-CAT-AMOUNT (WS-CAT-IDX)         TO RL-CAT-AMOUNT.
093500     MOVE WS-CAT-DEBIT-ACCOUNT (WS-CAT-IDX)
093600         TO RL-CAT-DEBIT-ACCOUNT.
093700     MOVE WS-CAT-CREDIT-ACCOUNT (WS-CAT-IDX)
093800         TO RL-CAT-CREDIT-ACCOUNT.
093900     MOVE WS-CAT-LINE TO RPT-RECORD.
094000     WRITE RPT-RECORD.
094100 8100-EXIT.
094200     EXIT.
094300
094400 8200-PRINT-COUNT-LINE.
094500     MOVE WS-COUNT-LINE TO RPT-RECORD.
094600     WRITE RPT-RECORD.
094700 8200-EXIT.
094800     EXIT.
094900
095000 8300-PRINT-TOTAL-LINE.
095100     MOVE WS-TOTAL-LINE TO RPT-RECORD.
095200     WRITE RPT-RECORD.
095300 8300-EXIT.
095400     EXIT.
095500*****************************************************************
095600*    6800-RECORD-RUN-START - STAMP THIS STEP'S RUN-CONTROL      *
095700*    RECORD (STATUS S).  A RERUN REWRITES THE EXISTING RECORD.  *
095800*    A RUN-CONTROL FAILURE IS REPORTED BUT DOES NOT STOP THE    *
095900*    BUSINESS RUN - HELVER FAILS THE SCHEDULE INSTEAD.          *
096000*****************************************************************
096100 6800-RECORD-RUN-START.
096200     ACCEPT WS-RUN-START-DATE     FROM DATE YYYYMMDD.
096300     ACCEPT WS-RUN-START-TIME-RAW FROM TIME.
096400     OPEN I-O RUN-CONTROL.
096500     IF WS-RC-STATUS = '35'
096600         OPEN OUTPUT RUN-CONTROL
096700     END-IF.
096800     IF WS-RC-STATUS NOT = '00'
096900         DISPLAY 'GLJRNL - RUN-CONTROL OPEN FAILED, STATUS='
097000             WS-RC-STATUS
097100         GO TO 6800-EXIT
097200     END-IF.
097300     PERFORM 6850-BUILD-RUN-RECORD THRU 6850-EXIT.
097400     MOVE 'S' TO RC-STATUS.
097500     WRITE RC-RECORD.
097600     IF WS-RC-STATUS = '22'
097700         REWRITE RC-RECORD
097800     END-IF.
097900     IF WS-RC-STATUS NOT = '00'
098000         DISPLAY 'GLJRNL - RUN-CONTROL WRITE FAILED, STATUS='
098100             WS-RC-STATUS
098200     END-IF.
098300     CLOSE RUN-CONTROL.
098400 6800-EXIT.
098500     EXIT.
098600*****************************************************************
098700*    6850-BUILD-RUN-RECORD - THE RUN-CONTROL RECORD AS OF NOW   *
098800*****************************************************************
098900 6850-BUILD-RUN-RECORD.
099000     INITIALIZE RC-RECORD.
099100     MOVE WS-RUN-DATE        TO RC-RUN-DATE.
099200     MOVE WS-RUN-STEP-NO     TO RC-STEP-NO.
099300     MOVE 'GLJRNL'           TO RC-PROGRAM-ID.
099400     MOVE WS-RUN-START-DATE  TO RC-START-DATE.
099500     MOVE WS-RUN-START-TIME  TO RC-START-TIME.
099600     MOVE WS-RUN-END-DATE    TO RC-END-DATE.
099700     MOVE WS-RUN-END-TIME    TO RC-END-TIME.
099800     MOVE WS-RECORDS-READ    TO RC-RECORDS-IN.
099900     MOVE WS-RECORDS-WRITTEN TO RC-RECORDS-OUT.
100000 6850-EXIT.
100100     EXIT.
100200*****************************************************************
100300*    6900-RECORD-RUN-END - REWRITE THIS STEP'S RUN-CONTROL      *
100400*    RECORD AS COMPLETED, WITH THE END TIMESTAMP, RETURN CODE   *
100500*    AND CONTROL COUNTS                                         *
100600*****************************************************************
100700 6900-RECORD-RUN-END.
100800     ACCEPT WS-RUN-END-DATE     FROM DATE YYYYMMDD.
100900     ACCEPT WS-RUN-END-TIME-RAW FROM TIME.
101000     OPEN I-O RUN-CONTROL.
101100     IF WS-RC-STATUS NOT = '00'
101200         DISPLAY 'GLJRNL - RUN-CONTROL OPEN FAILED, STATUS='
101300             WS-RC-STATUS
101400         GO TO 6900-EXIT
101500     END-IF.
101600     PERFORM 6850-BUILD-RUN-RECORD THRU 6850-EXIT.
101700     MOVE 'C' TO RC-STATUS.
101800     MOVE RETURN-CODE TO RC-RETURN-CODE.
101900     REWRITE RC-RECORD.
102000     IF WS-RC-STATUS = '23'
102100         WRITE RC-RECORD
102200     END-IF.
102300     IF WS-RC-STATUS NOT = '00'
102400         DISPLAY 'GLJRNL - RUN-CONTROL WRITE FAILED, STATUS='
102500             WS-RC-STATUS
102600     END-IF.
102700     CLOSE RUN-CONTROL.
102800 6900-EXIT.
102900     EXIT.
103000*****************************************************************
103100*    9000-TERMINATE - CLOSE THE REPORT, DISPLAY THE TOTALS AND  *
103200*    FAIL THE STEP IF THE JOURNAL DID NOT PROVE                 *
103300*****************************************************************
103400 9000-TERMINATE.
103500     CLOSE REPORT-FILE.
103600     DISPLAY 'GLJRNL - RUN DATE           = ' WS-RUN-DATE.
103700     DISPLAY 'GLJRNL - RECORDS READ       = ' WS-RECORDS-READ.
103800     DISPLAY 'GLJRNL - JOURNAL LINES      = ' WS-LINES-WRITTEN.
103900     DISPLAY 'GLJRNL - RECORDS WRITTEN    = ' WS-RECORDS-WRITTEN.
104000     IF WS-MONTH-END-RUN
104100         DISPLAY 'GLJRNL - MONTH-END TRIAL-BALANCE LINE WRITTEN'
104200     END-IF.
104300     IF WS-JOURNAL-FAILED
104400         DISPLAY 'GLJRNL - JOURNAL FAILED - ' WS-FAILURE-TEXT
104500         DISPLAY 'GLJRNL - DO NOT SEND THE JOURNAL - SEE REPORT'
104600         MOVE 16 TO RETURN-CODE
104700     END-IF.
104800     PERFORM 6900-RECORD-RUN-END THRU 6900-EXIT.
104900 9000-EXIT.
105000     EXIT.
