000100*****************************************************************
000200* PROGRAM-ID : SUSLOAD                                          *
000300* PURPOSE    : NIGHTLY POSTING-SUSPENSE LOAD AND AGEING LIST.   *
000400*              RUNS STRAIGHT AFTER HELPOST.  EVERY MOVEMENT     *
000500*              HELPOST COULD NOT POST - THE REJECTS FILE        *
000600*              (POSTERR), THE OVER-LIMIT FILE (POSTLIM) AND     *
000650*              TXNSWEEP'S SUSPECTED DUPLICATES (POSTDUP),       *
000700*              ALL IN POSTTXN LAYOUT WITH  PT-REJECT-REASON     *
000800*              SET - IS LOADED AS AN OPEN ITEM ON THE SUSPENSE  *
000900*              KSDS (COPY SUSPENSE), KEYED BUSINESS DATE AND    *
001000*              LOAD SEQUENCE.  SUPERVISORS THEN CORRECT,        *
001100*              APPROVE OR WRITE OFF EACH ITEM ON THE SUSPMNT    *
001200*              SCREEN AND TXNSWEEP REPOSTS THE APPROVED ONES.   *
001300*              THE SECOND HALF OF THE RUN LISTS EVERY ITEM      *
001400*              STILL OPEN OR AWAITING REPOST, WITH ITS AGE IN   *
001500*              DAYS, AND SUMMARISES THE WHOLE FILE BY AGE AND   *
001600*              STATUS.  THE LOAD RECONCILES - LOADED MUST EQUAL *
001700*              REJECTS PLUS OVER-LIMIT PLUS DUPLICATES READ -   *
001800*              AND THE STEP FAILS WITH A NON-ZERO RETURN CODE   *
001900*              IF IT DOES NOT.  A SECOND LOAD FOR THE SAME      *
002000*              BUSINESS DATE IS REFUSED.                        *
002100*****************************************************************
002200* MODIFICATION HISTORY
002300*   DATE       INIT  DESCRIPTION
002400*   2026-10-15 DLH   INITIAL VERSION.  RUN-DATE PARM, FILE-
002500*                     STATUS CHECKS AND RUN-CONTROL STAMP
002600*                     (STEP 11) FOLLOW HELARC, AS DOES THE
002700*                     DAY-SERIAL ARITHMETIC USED FOR THE AGE
002800*                     OF EACH ITEM.
002833*   2026-10-15 DLH   REASON AS (ACCOUNT BLOCKED OR CLOSED) ADDED
002866*                     TO THE AGEING-LIST DESCRIPTIONS.
002872*   2026-10-15 DLH   SUSPECTED DUPLICATES.  EXTERNAL MOVEMENTS
002878*                     TXNSWEEP HELD BACK (POSTDUP, REASON DP) ARE
002884*                     LOADED AS OPEN ITEMS WITH THE REJECTS AND
002890*                     OVER-LIMIT DEBITS AND COUNTED SEPARATELY.
002891*   2026-10-15 DLH   THE BUSINESS DATE NOW COMES FROM THE
002892*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
002893*                     1050-GET-BUSINESS-DATE) INSTEAD OF THE
002894*                     RUN-DATE PARM, AND THE STEP STOPS RC=16
002895*                     UNLESS THE NIGHT HAS BEEN OPENED BY
002896*                     TXNSWEEP AND NOT YET ROLLED BY DATEROLL.
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.     SUSLOAD.
003200 AUTHOR.         D L HARRIS.
003300 INSTALLATION.   GSE UK.
003400 DATE-WRITTEN.   2026-10-15.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT REJECT-FILE      ASSIGN TO POSTERR
004000         FILE STATUS    IS WS-RJ-STATUS.
004100
004200     SELECT OVERLIMIT-FILE   ASSIGN TO POSTLIM
004300         FILE STATUS    IS WS-OL-STATUS.
004325
004350     SELECT DUPLICATE-FILE   ASSIGN TO POSTDUP
004375         FILE STATUS    IS WS-DP-STATUS.
004400
004500     SELECT SUSPENSE-FILE    ASSIGN TO SUSPENSE
004600         ORGANIZATION   IS INDEXED
004700         ACCESS MODE    IS DYNAMIC
004800         RECORD KEY     IS SU-KEY
004900         FILE STATUS    IS WS-SU-STATUS.
005000
005100     SELECT REPORT-FILE      ASSIGN TO SUSRPT
005200         FILE STATUS    IS WS-RPT-STATUS.
005300
005400     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
005500         ORGANIZATION   IS INDEXED
005600         ACCESS MODE    IS RANDOM
005700         RECORD KEY     IS RC-KEY
005800         FILE STATUS    IS WS-RC-STATUS.
005814
005828     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005842         ORGANIZATION   IS INDEXED
005856         ACCESS MODE    IS RANDOM
005870         RECORD KEY     IS BD-KEY
005884         FILE STATUS    IS WS-BD-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  REJECT-FILE
006200     RECORDING MODE IS F.
006300 01  RJ-RECORD                    PIC X(80).
006400
006500 FD  OVERLIMIT-FILE
006600     RECORDING MODE IS F.
006700 01  OL-RECORD                    PIC X(80).
006720
006740 FD  DUPLICATE-FILE
006760     RECORDING MODE IS F.
006780 01  DP-RECORD                    PIC X(80).
006800
006900 FD  SUSPENSE-FILE
007000     RECORDING MODE IS F.
007100     COPY SUSPENSE.
007200
007300 FD  REPORT-FILE
007400     RECORDING MODE IS F.
007500 01  RPT-RECORD                   PIC X(133).
007600
007700 FD  RUN-CONTROL
007800     RECORDING MODE IS F.
007900     COPY RUNCTL.
007920
007940 FD  BUSINESS-DATE-FILE
007960     RECORDING MODE IS F.
007980     COPY BUSDATE.
008000 WORKING-STORAGE SECTION.
008100*--------------------------------------------------------------*
008200*    SWITCHES                                                  *
008300*--------------------------------------------------------------*
008400 01  WS-SWITCHES.
008500     05  WS-RJ-EOF-SW             PIC X(01)   VALUE 'N'.
008600         88  WS-EOF-REJECTS                   VALUE 'Y'.
008700     05  WS-OL-EOF-SW             PIC X(01)   VALUE 'N'.
008800         88  WS-EOF-OVERLIMIT                 VALUE 'Y'.
008833     05  WS-DP-EOF-SW             PIC X(01)   VALUE 'N'.
008866         88  WS-EOF-DUPLICATES                VALUE 'Y'.
008900     05  WS-SU-EOF-SW             PIC X(01)   VALUE 'N'.
009000         88  WS-EOF-SUSPENSE                  VALUE 'Y'.
009100     05  WS-LOADED-SW             PIC X(01)   VALUE 'N'.
009200         88  WS-ALREADY-LOADED                VALUE 'Y'.
009300*--------------------------------------------------------------*
009400*    FILE STATUS / COUNTERS                                    *
009500*--------------------------------------------------------------*
009600 01  WS-FILE-STATUSES.
009700     05  WS-RJ-STATUS             PIC X(02)   VALUE SPACES.
009800     05  WS-OL-STATUS             PIC X(02)   VALUE SPACES.
009850     05  WS-DP-STATUS             PIC X(02)   VALUE SPACES.
009900     05  WS-SU-STATUS             PIC X(02)   VALUE SPACES.
010000     05  WS-RPT-STATUS            PIC X(02)   VALUE SPACES.
010100 01  WS-COUNTERS.
010200     05  WS-REJECTS-READ          PIC 9(07)   COMP     VALUE ZERO.
010300     05  WS-OVERLIMIT-READ        PIC 9(07)   COMP     VALUE ZERO.
010350     05  WS-DUPLICATES-READ       PIC 9(07)   COMP     VALUE ZERO.
010400     05  WS-ITEMS-LOADED          PIC 9(07)   COMP     VALUE ZERO.
010500     05  WS-RECONCILE-TOTAL       PIC 9(07)   COMP     VALUE ZERO.
010600     05  WS-LOAD-SEQ              PIC 9(05)   COMP     VALUE ZERO.
010700     05  WS-ITEMS-READ            PIC 9(07)   COMP     VALUE ZERO.
010800     05  WS-ITEMS-OPEN            PIC 9(07)   COMP     VALUE ZERO.
010900     05  WS-ITEMS-APPROVED        PIC 9(07)   COMP     VALUE ZERO.
011000     05  WS-ITEMS-REPOSTED        PIC 9(07)   COMP     VALUE ZERO.
011100     05  WS-ITEMS-WRITTEN-OFF     PIC 9(07)   COMP     VALUE ZERO.
011200     05  WS-AGE-IX                PIC 9(04)   COMP     VALUE ZERO.
011300*--------------------------------------------------------------*
011400*    AGEING BUCKETS FOR OUTSTANDING ITEMS (OPEN OR AWAITING     *
011500*    REPOST) - COUNT AND AMOUNT PER AGE BAND                    *
011600*--------------------------------------------------------------*
011700 01  WS-AGE-BUCKETS.
011800     05  WS-AGE-BUCKET            OCCURS 4 TIMES.
011900         10  WS-AGE-COUNT         PIC 9(07)   COMP.
012000         10  WS-AGE-AMOUNT        PIC S9(11)V99 COMP-3.
012100 01  WS-AGE-BAND-NAMES.
012200     05  FILLER                   PIC X(24)   VALUE
012300         'AGED 0 - 1 DAYS'.
012400     05  FILLER                   PIC X(24)   VALUE
012500         'AGED 2 - 7 DAYS'.
012600     05  FILLER                   PIC X(24)   VALUE
012700         'AGED 8 - 30 DAYS'.
012800     05  FILLER                   PIC X(24)   VALUE
012900         'AGED OVER 30 DAYS'.
013000 01  WS-AGE-BAND-TABLE            REDEFINES WS-AGE-BAND-NAMES.
013100     05  WS-AGE-BAND-NAME         PIC X(24)   OCCURS 4 TIMES.
013200 01  WS-OUTSTANDING-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
013300 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
013400 01  WS-RC-STATUS                 PIC X(02)   VALUE SPACES.
013450 01  WS-BD-STATUS                 PIC X(02)   VALUE SPACES.
013500 01  WS-RUN-STEP-NO               PIC 9(02)   VALUE 11.
013600 01  WS-RUN-START-DATE            PIC 9(08)   VALUE ZERO.
013700 01  WS-RUN-START-TIME-RAW        PIC 9(08)   VALUE ZERO.
013800 01  WS-RUN-START-TIME-R          REDEFINES
013900     WS-RUN-START-TIME-RAW.
014000     05  WS-RUN-START-TIME        PIC 9(06).
014100     05  FILLER                   PIC 9(02).
014200 01  WS-RUN-END-DATE              PIC 9(08)   VALUE ZERO.
014300 01  WS-RUN-END-TIME-RAW          PIC 9(08)   VALUE ZERO.
014400 01  WS-RUN-END-TIME-R            REDEFINES
014500     WS-RUN-END-TIME-RAW.
014600     05  WS-RUN-END-TIME          PIC 9(06).
014700     05  FILLER                   PIC 9(02).
014800*--------------------------------------------------------------*
014900*    THE INBOUND MOVEMENT, AS HELPOST WROTE IT                 *
015000*--------------------------------------------------------------*
015100     COPY POSTTXN.
015200*--------------------------------------------------------------*
015300*    WS-DATE-SERIAL-WORK - CIVIL-CALENDAR DAY-SERIAL            *
015400*    CONVERSION, AS IN HELARC.  ONLY DIFFERENCES BETWEEN TWO    *
015500*    SERIALS ARE EVER USED.                                     *
015600*--------------------------------------------------------------*
015700 01  WS-DATE-SERIAL-WORK.
015800     05  WS-DTS-DATE               PIC 9(08).
015900     05  WS-DTS-DATE-R             REDEFINES WS-DTS-DATE.
016000         10  WS-DTS-YYYY           PIC 9(04).
016100         10  WS-DTS-MM             PIC 9(02).
016200         10  WS-DTS-DD             PIC 9(02).
016300     05  WS-DTS-WORK-YEAR          PIC 9(04)   COMP.
016400     05  WS-DTS-WORK-MONTH         PIC 9(02)   COMP.
016500     05  WS-DTS-SERIAL             PIC 9(08)   COMP.
016600     05  WS-RUN-SERIAL             PIC 9(08)   COMP.
016700     05  WS-ITEM-SERIAL            PIC 9(08)   COMP.
016800     05  WS-ITEM-AGE               PIC S9(08)  COMP.
016900*--------------------------------------------------------------*
017000*    REPORT LINES                                              *
017100*--------------------------------------------------------------*
017200 01  WS-TITLE-LINE.
017300     05  FILLER                    PIC X(01)   VALUE SPACE.
017400     05  FILLER                    PIC X(40)   VALUE
017500         'GSE UK - POSTING SUSPENSE LOAD/AGEING'.
017600 01  WS-SUBTITLE-LINE.
017700     05  FILLER                    PIC X(01)   VALUE SPACE.
017800     05  FILLER                    PIC X(50)   VALUE
017900         '(SOURCE: POSTERR / POSTLIM / POSTDUP / SUSPENSE)'.
018000 01  WS-RUNDATE-LINE.
018100     05  FILLER                    PIC X(01)   VALUE SPACE.
018200     05  FILLER                    PIC X(09)   VALUE 'RUN DATE '.
018300     05  RL-RUN-DATE               PIC 9(08).
018400 01  WS-BLANK-LINE                 PIC X(01)   VALUE SPACE.
018500 01  WS-SECTION-LINE.
018600     05  FILLER                    PIC X(01)   VALUE SPACE.
018700     05  RL-SECTION-TEXT           PIC X(60).
018800 01  WS-COUNT-LINE.
018900     05  FILLER                    PIC X(01)   VALUE SPACE.
019000     05  RL-COUNT-DESC             PIC X(24).
019100     05  RL-COUNT                  PIC ZZZ,ZZ9.
019200     05  FILLER                    PIC X(03)   VALUE SPACES.
019300     05  RL-COUNT-AMOUNT           PIC ----,---,---,--9.99.
019400 01  WS-DETAIL-HEADING.
019500     05  FILLER                    PIC X(01)   VALUE SPACE.
019600     05  FILLER                    PIC X(50)   VALUE
019700         'LOADED   SEQ  CUST   T         AMOUNT  REFERENCE  '.
019800     05  FILLER                    PIC X(50)   VALUE
019900         '  REASON            STATUS        AGE'.
020000 01  WS-DETAIL-LINE.
020100     05  FILLER                    PIC X(01)   VALUE SPACE.
020200     05  RL-LOAD-DATE              PIC 9(08).
020300     05  FILLER                    PIC X(01)   VALUE SPACE.
020400     05  RL-LOAD-SEQ               PIC 9(04).
020500     05  FILLER                    PIC X(01)   VALUE SPACE.
020600     05  RL-CUSTOMER-ID            PIC X(06).
020700     05  FILLER                    PIC X(01)   VALUE SPACE.
020800     05  RL-TXN-TYPE               PIC X(01).
020900     05  FILLER                    PIC X(01)   VALUE SPACE.
021000     05  RL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
021100     05  FILLER                    PIC X(02)   VALUE SPACES.
021200     05  RL-REFERENCE              PIC X(12).
021300     05  FILLER                    PIC X(01)   VALUE SPACE.
021400     05  RL-REASON                 PIC X(17).
021500     05  FILLER                    PIC X(01)   VALUE SPACE.
021600     05  RL-STATUS                 PIC X(12).
021700     05  FILLER                    PIC X(01)   VALUE SPACE.
021800     05  RL-AGE                    PIC ZZZ9.
021900 01  WS-BALANCED-LINE.
022000     05  FILLER                    PIC X(01)   VALUE SPACE.
022100     05  RL-BALANCED-TEXT          PIC X(60).
023000 PROCEDURE DIVISION.
023100*****************************************************************
023200*    0000-MAINLINE                                              *
023300*****************************************************************
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023600     IF NOT WS-ALREADY-LOADED
023700         PERFORM 2000-LOAD-REJECTS THRU 2000-EXIT
023800             UNTIL WS-EOF-REJECTS
023900         PERFORM 2100-LOAD-OVERLIMIT THRU 2100-EXIT
024000             UNTIL WS-EOF-OVERLIMIT
024033         PERFORM 2200-LOAD-DUPLICATE THRU 2200-EXIT
024066             UNTIL WS-EOF-DUPLICATES
024100     END-IF.
024200     PERFORM 8000-PRINT-LOAD-SUMMARY THRU 8000-EXIT.
024300     PERFORM 3000-AGE-SUSPENSE THRU 3000-EXIT.
024400     PERFORM 8500-PRINT-AGEING-SUMMARY THRU 8500-EXIT.
024500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024600
024700     STOP RUN.
024800*****************************************************************
024900*    1000-INITIALIZE - OPEN FILES, GET THE BUSINESS DATE, REFUSE*
025000*    A SECOND LOAD FOR THE SAME DATE AND PRIME THE READS        *
025100*****************************************************************
025200 1000-INITIALIZE.
025300     OPEN INPUT  REJECT-FILE.
025400     IF WS-RJ-STATUS NOT = '00'
025500         DISPLAY 'SUSLOAD - UNABLE TO OPEN POSTERR, STATUS='
025600             WS-RJ-STATUS
025700         MOVE 16 TO RETURN-CODE
025800         STOP RUN
025900     END-IF.
026000
026100     OPEN INPUT  OVERLIMIT-FILE.
026200     IF WS-OL-STATUS NOT = '00'
026300         DISPLAY 'SUSLOAD - UNABLE TO OPEN POSTLIM, STATUS='
026400             WS-OL-STATUS
026500         MOVE 16 TO RETURN-CODE
026600         STOP RUN
026700     END-IF.
026800
026811     OPEN INPUT  DUPLICATE-FILE.
026822     IF WS-DP-STATUS NOT = '00'
026833         DISPLAY 'SUSLOAD - UNABLE TO OPEN POSTDUP, STATUS='
026844             WS-DP-STATUS
026855         MOVE 16 TO RETURN-CODE
026866         STOP RUN
026877     END-IF.
026888
026900     OPEN I-O    SUSPENSE-FILE.
027000     IF WS-SU-STATUS = '35'
027100         OPEN OUTPUT SUSPENSE-FILE
027200         CLOSE SUSPENSE-FILE
027300         OPEN I-O SUSPENSE-FILE
027400     END-IF.
027500     IF WS-SU-STATUS NOT = '00'
027600         DISPLAY 'SUSLOAD - UNABLE TO OPEN SUSPENSE, STATUS='
027700             WS-SU-STATUS
027800         MOVE 16 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
028100
028200     OPEN OUTPUT REPORT-FILE.
028300     IF WS-RPT-STATUS NOT = '00'
028400         DISPLAY 'SUSLOAD - UNABLE TO OPEN REPORT FILE, STATUS='
028500             WS-RPT-STATUS
028600         MOVE 16 TO RETURN-CODE
028700         STOP RUN
028800     END-IF.
028900
029000     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
029600
029700     MOVE WS-RUN-DATE TO WS-DTS-DATE.
029800     PERFORM 1500-DATE-TO-SERIAL THRU 1500-EXIT.
029900     MOVE WS-DTS-SERIAL TO WS-RUN-SERIAL.
030000     INITIALIZE WS-AGE-BUCKETS.
030100
030200     PERFORM 1300-CHECK-ALREADY-LOADED THRU 1300-EXIT.
030300     IF NOT WS-ALREADY-LOADED
030400         PERFORM 1100-READ-REJECT THRU 1100-EXIT
030500         PERFORM 1200-READ-OVERLIMIT THRU 1200-EXIT
030550         PERFORM 1250-READ-DUPLICATE THRU 1250-EXIT
030600     END-IF.
030700     PERFORM 6800-RECORD-RUN-START THRU 6800-EXIT.
030800 1000-EXIT.
030900     EXIT.
030902*****************************************************************
030904*    1050-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE  *
030906*    BUSINESS-DATE CONTROL RECORD (COPY BUSDATE).  THE NIGHT    *
030908*    MUST HAVE BEEN OPENED BY TXNSWEEP AND NOT YET ROLLED BY    *
030910*    DATEROLL, OR THIS STEP WOULD RUN UNDER THE WRONG DATE.     *
030912*****************************************************************
030914 1050-GET-BUSINESS-DATE.
030916     OPEN INPUT  BUSINESS-DATE-FILE.
030918     IF WS-BD-STATUS NOT = '00'
030920         DISPLAY 'SUSLOAD - UNABLE TO OPEN BUSDATE, STATUS='
030922             WS-BD-STATUS
030924         MOVE 16 TO RETURN-CODE
030926         STOP RUN
030928     END-IF.
030930     SET BD-CONTROL-RECORD TO TRUE.
030932     READ BUSINESS-DATE-FILE
030934         INVALID KEY
030936             CONTINUE
030938     END-READ.
030940     IF WS-BD-STATUS NOT = '00'
030942         DISPLAY 'SUSLOAD - NO BUSINESS-DATE RECORD, STATUS='
030944             WS-BD-STATUS
030946         MOVE 16 TO RETURN-CODE
030948         STOP RUN
030950     END-IF.
030952     IF NOT BD-BATCH-IN-PROGRESS
030954         DISPLAY 'SUSLOAD - NIGHT NOT OPEN, BUSINESS DATE '
030956             BD-CURRENT-DATE
030958         MOVE 16 TO RETURN-CODE
030960         STOP RUN
030962     END-IF.
030964     MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
030966     CLOSE BUSINESS-DATE-FILE.
030968 1050-EXIT.
030970     EXIT.
031000*****************************************************************
031100*    1100-READ-REJECT - READ THE NEXT HELPOST REJECT            *
031200*****************************************************************
031300 1100-READ-REJECT.
031400     READ REJECT-FILE INTO PT-RECORD
031500         AT END
031600             SET WS-EOF-REJECTS TO TRUE
031700     END-READ.
031800 1100-EXIT.
031900     EXIT.
032000*****************************************************************
032100*    1200-READ-OVERLIMIT - READ THE NEXT OVER-LIMIT DEBIT       *
032200*****************************************************************
032300 1200-READ-OVERLIMIT.
032400     READ OVERLIMIT-FILE INTO PT-RECORD
032500         AT END
032600             SET WS-EOF-OVERLIMIT TO TRUE
032700     END-READ.
032800 1200-EXIT.
032900     EXIT.
032909*****************************************************************
032918*    1250-READ-DUPLICATE - READ THE NEXT SUSPECTED DUPLICATE    *
032927*****************************************************************
032936 1250-READ-DUPLICATE.
032945     READ DUPLICATE-FILE INTO PT-RECORD
032954         AT END
032963             SET WS-EOF-DUPLICATES TO TRUE
032972     END-READ.
032981 1250-EXIT.
032990     EXIT.
033000*****************************************************************
033100*    1300-CHECK-ALREADY-LOADED - ANY ITEM ALREADY KEYED WITH    *
033200*    THIS BUSINESS DATE MEANS THE NIGHT HAS BEEN LOADED ONCE.   *
033300*    LOADING AGAIN WOULD PUT EVERY ITEM IN SUSPENSE TWICE, SO   *
033400*    THE LOAD IS SKIPPED (RC 4) AND ONLY THE AGEING LIST RUNS.  *
033500*****************************************************************
033600 1300-CHECK-ALREADY-LOADED.
033700     MOVE WS-RUN-DATE TO SU-LOAD-DATE.
033800     MOVE ZERO        TO SU-LOAD-SEQ.
033900     START SUSPENSE-FILE KEY >= SU-KEY
034000         INVALID KEY
034100             GO TO 1300-EXIT
034200     END-START.
034300     READ SUSPENSE-FILE NEXT
034400         AT END
034500             GO TO 1300-EXIT
034600     END-READ.
034700     IF SU-LOAD-DATE = WS-RUN-DATE
034800         SET WS-ALREADY-LOADED TO TRUE
034900         DISPLAY 'SUSLOAD - SUSPENSE ALREADY LOADED FOR '
035000             WS-RUN-DATE ' - LOAD SKIPPED'
035100         MOVE 4 TO RETURN-CODE
035200     END-IF.
035300 1300-EXIT.
035400     EXIT.
035500*****************************************************************
035600*    1500-DATE-TO-SERIAL - WS-DTS-DATE (YYYYMMDD) TO A DAY      *
035700*    SERIAL IN WS-DTS-SERIAL.  JANUARY AND FEBRUARY COUNT AS    *
035800*    MONTHS 13 AND 14 OF THE PRIOR YEAR SO EVERY DIVISION       *
035900*    WORKS ON POSITIVE NUMBERS.                                 *
036000*****************************************************************
036100 1500-DATE-TO-SERIAL.
036200     IF WS-DTS-MM < 3
036300         COMPUTE WS-DTS-WORK-YEAR  = WS-DTS-YYYY - 1
036400         COMPUTE WS-DTS-WORK-MONTH = WS-DTS-MM + 12
036500     ELSE
036600         MOVE WS-DTS-YYYY TO WS-DTS-WORK-YEAR
036700         MOVE WS-DTS-MM   TO WS-DTS-WORK-MONTH
036800     END-IF.
036900     COMPUTE WS-DTS-SERIAL
037000         = (365 * WS-DTS-WORK-YEAR)
037100         + (WS-DTS-WORK-YEAR / 4)
037200         - (WS-DTS-WORK-YEAR / 100)
037300         + (WS-DTS-WORK-YEAR / 400)
037400         + ((153 * (WS-DTS-WORK-MONTH + 1)) / 5)
037500         + WS-DTS-DD.
037600 1500-EXIT.
037700     EXIT.
037800*****************************************************************
037900*    2000-LOAD-REJECTS - ONE HELPOST REJECT TO SUSPENSE         *
038000*****************************************************************
038100 2000-LOAD-REJECTS.
038200     ADD 1 TO WS-REJECTS-READ.
038300     PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT.
038400     PERFORM 1100-READ-REJECT THRU 1100-EXIT.
038500 2000-EXIT.
038600     EXIT.
038700*****************************************************************
038800*    2100-LOAD-OVERLIMIT - ONE OVER-LIMIT DEBIT TO SUSPENSE.    *
038900*    EVERYTHING ON POSTLIM IS OVER LIMIT, WHATEVER THE REASON   *
039000*    FIELD SAYS.                                                *
039100*****************************************************************
039200 2100-LOAD-OVERLIMIT.
039300     ADD 1 TO WS-OVERLIMIT-READ.
039400     MOVE 'OL' TO PT-REJECT-REASON.
039500     PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT.
039600     PERFORM 1200-READ-OVERLIMIT THRU 1200-EXIT.
039700 2100-EXIT.
039800     EXIT.
039809*****************************************************************
039818*    2200-LOAD-DUPLICATE - ONE SUSPECTED DUPLICATE TO SUSPENSE  *
039827*****************************************************************
039836 2200-LOAD-DUPLICATE.
039845     ADD 1 TO WS-DUPLICATES-READ.
039854     MOVE 'DP' TO PT-REJECT-REASON.
039863     PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT.
039872     PERFORM 1250-READ-DUPLICATE THRU 1250-EXIT.
039881 2200-EXIT.
039890     EXIT.
039900*****************************************************************
040000*    2500-WRITE-SUSPENSE - BUILD AND WRITE ONE OPEN ITEM.  THE  *
040100*    REPOST FIELDS START AS A COPY OF THE MOVEMENT; AN AMOUNT   *
040200*    THAT IS NOT NUMERIC STARTS AT ZERO AND MUST BE CORRECTED   *
040300*    BEFORE THE ITEM CAN BE REPOSTED.                           *
040400*****************************************************************
040500 2500-WRITE-SUSPENSE.
040600     ADD 1 TO WS-LOAD-SEQ.
040700     IF WS-LOAD-SEQ > 9999
040800         DISPLAY 'SUSLOAD - MORE THAN 9999 ITEMS FOR '
040900             WS-RUN-DATE ' - LOAD ABANDONED'
041000         MOVE 16 TO RETURN-CODE
041100         STOP RUN
041200     END-IF.
041300
041400     INITIALIZE SU-RECORD.
041500     MOVE WS-RUN-DATE      TO SU-LOAD-DATE.
041600     MOVE WS-LOAD-SEQ      TO SU-LOAD-SEQ.
041700     MOVE 'O'              TO SU-STATUS.
041800     MOVE PT-REJECT-REASON TO SU-REASON.
041900     MOVE PT-RECORD        TO SU-ORIGINAL.
042000     MOVE PT-CUSTOMER-ID   TO SU-CUSTOMER-ID.
042100     MOVE PT-TXN-TYPE      TO SU-TXN-TYPE.
042200     IF PT-AMOUNT NUMERIC
042300         MOVE PT-AMOUNT    TO SU-AMOUNT
042400     ELSE
042500         MOVE ZERO         TO SU-AMOUNT
042600     END-IF.
042700     MOVE PT-REFERENCE     TO SU-REFERENCE.
042800     MOVE 'N'              TO SU-LIMIT-OVERRIDE.
042900
043000     WRITE SU-RECORD.
043100     IF WS-SU-STATUS NOT = '00'
043200         DISPLAY 'SUSLOAD - WRITE FAILED ON SUSPENSE, STATUS='
043300             WS-SU-STATUS ' KEY=' SU-KEY
043400         MOVE 16 TO RETURN-CODE
043500         STOP RUN
043600     END-IF.
043700     ADD 1 TO WS-ITEMS-LOADED.
043800 2500-EXIT.
043900     EXIT.
044000*****************************************************************
044100*    3000-AGE-SUSPENSE - SEQUENTIAL PASS OF THE WHOLE SUSPENSE  *
044200*    FILE, LISTING EVERY ITEM STILL OUTSTANDING                 *
044300*****************************************************************
044400 3000-AGE-SUSPENSE.
044500     MOVE WS-BLANK-LINE     TO RPT-RECORD.
044600     WRITE RPT-RECORD.
044700     MOVE 'ITEMS OUTSTANDING IN SUSPENSE' TO RL-SECTION-TEXT.
044800     MOVE WS-SECTION-LINE   TO RPT-RECORD.
044900     WRITE RPT-RECORD.
045000     MOVE WS-DETAIL-HEADING TO RPT-RECORD.
045100     WRITE RPT-RECORD.
045200
045300     MOVE 'N' TO WS-SU-EOF-SW.
045400     MOVE LOW-VALUES TO SU-KEY.
045500     START SUSPENSE-FILE KEY >= SU-KEY
045600         INVALID KEY
045700             SET WS-EOF-SUSPENSE TO TRUE
045800     END-START.
045900     PERFORM 3100-AGE-ONE-ITEM THRU 3100-EXIT
046000         UNTIL WS-EOF-SUSPENSE.
046100 3000-EXIT.
046200     EXIT.
046300
046400 3100-AGE-ONE-ITEM.
046500     READ SUSPENSE-FILE NEXT
046600         AT END
046700             SET WS-EOF-SUSPENSE TO TRUE
046800             GO TO 3100-EXIT
046900     END-READ.
047000     ADD 1 TO WS-ITEMS-READ.
047100
047200     EVALUATE TRUE
047300         WHEN SU-OPEN
047400             ADD 1 TO WS-ITEMS-OPEN
047500         WHEN SU-APPROVED
047600             ADD 1 TO WS-ITEMS-APPROVED
047700         WHEN SU-REPOSTED
047800             ADD 1 TO WS-ITEMS-REPOSTED
047900             GO TO 3100-EXIT
048000         WHEN OTHER
048100             ADD 1 TO WS-ITEMS-WRITTEN-OFF
048200             GO TO 3100-EXIT
048300     END-EVALUATE.
048400
048500     MOVE SU-LOAD-DATE TO WS-DTS-DATE.
048600     PERFORM 1500-DATE-TO-SERIAL THRU 1500-EXIT.
048700     MOVE WS-DTS-SERIAL TO WS-ITEM-SERIAL.
048800     COMPUTE WS-ITEM-AGE = WS-RUN-SERIAL - WS-ITEM-SERIAL.
048900     IF WS-ITEM-AGE < ZERO
049000         MOVE ZERO TO WS-ITEM-AGE
049100     END-IF.
049200
049300     EVALUATE TRUE
049400         WHEN WS-ITEM-AGE <= 1
049500             MOVE 1 TO WS-AGE-IX
049600         WHEN WS-ITEM-AGE <= 7
049700             MOVE 2 TO WS-AGE-IX
049800         WHEN WS-ITEM-AGE <= 30
049900             MOVE 3 TO WS-AGE-IX
050000         WHEN OTHER
050100             MOVE 4 TO WS-AGE-IX
050200     END-EVALUATE.
050300     ADD 1         TO WS-AGE-COUNT (WS-AGE-IX).
050400     ADD SU-AMOUNT TO WS-AGE-AMOUNT (WS-AGE-IX).
050500     ADD SU-AMOUNT TO WS-OUTSTANDING-AMOUNT.
050600
050700     MOVE SU-LOAD-DATE   TO RL-LOAD-DATE.
050800     MOVE SU-LOAD-SEQ    TO RL-LOAD-SEQ.
050900     MOVE SU-CUSTOMER-ID TO RL-CUSTOMER-ID.
051000     MOVE SU-TXN-TYPE    TO RL-TXN-TYPE.
051100     MOVE SU-AMOUNT      TO RL-AMOUNT.
051200     MOVE SU-REFERENCE   TO RL-REFERENCE.
051300     PERFORM 3200-DESCRIBE-REASON THRU 3200-EXIT.
051400     IF SU-APPROVED
051500         MOVE 'AWAIT REPOST' TO RL-STATUS
051600     ELSE
051700         MOVE 'OPEN'         TO RL-STATUS
051800     END-IF.
051900     MOVE WS-ITEM-AGE    TO RL-AGE.
052000     MOVE WS-DETAIL-LINE TO RPT-RECORD.
052100     WRITE RPT-RECORD.
052200 3100-EXIT.
052300     EXIT.
052400*****************************************************************
052500*    3200-DESCRIBE-REASON - PRINTABLE TEXT FOR SU-REASON        *
052600*****************************************************************
052700 3200-DESCRIBE-REASON.
052800     EVALUATE TRUE
052900         WHEN SU-RSN-NOT-FOUND
053000             MOVE 'UNKNOWN CUSTOMER'  TO RL-REASON
053100         WHEN SU-RSN-BAD-TYPE
053200             MOVE 'BAD TXN TYPE'      TO RL-REASON
053300         WHEN SU-RSN-BAD-AMOUNT
053400             MOVE 'BAD AMOUNT'        TO RL-REASON
053500         WHEN SU-RSN-WRONG-DATE
053600             MOVE 'WRONG RUN DATE'    TO RL-REASON
053700         WHEN SU-RSN-OVER-LIMIT
053800             MOVE 'OVER CREDIT LIMIT' TO RL-REASON
053833         WHEN SU-RSN-ACCT-STATUS
053866             MOVE 'ACCOUNT STATUS'    TO RL-REASON
053877         WHEN SU-RSN-DUPLICATE
053888             MOVE 'SUSPECT DUPLICATE' TO RL-REASON
053900         WHEN OTHER
054000             MOVE SU-REASON           TO RL-REASON
054100     END-EVALUATE.
054200 3200-EXIT.
054300     EXIT.
054400*****************************************************************
054500*    8000-PRINT-LOAD-SUMMARY - LOAD COUNTS AND RECONCILIATION   *
054600*****************************************************************
054700 8000-PRINT-LOAD-SUMMARY.
054800     MOVE WS-TITLE-LINE    TO RPT-RECORD.
054900     WRITE RPT-RECORD.
055000     MOVE WS-SUBTITLE-LINE TO RPT-RECORD.
055100     WRITE RPT-RECORD.
055200     MOVE WS-RUN-DATE      TO RL-RUN-DATE.
055300     MOVE WS-RUNDATE-LINE  TO RPT-RECORD.
055400     WRITE RPT-RECORD.
055500     MOVE WS-BLANK-LINE    TO RPT-RECORD.
055600     WRITE RPT-RECORD.
055700
055800     MOVE 'REJECTS READ'          TO RL-COUNT-DESC.
055900     MOVE WS-REJECTS-READ         TO RL-COUNT.
056000     MOVE ZERO                    TO RL-COUNT-AMOUNT.
056100     MOVE WS-COUNT-LINE           TO RPT-RECORD.
056200     WRITE RPT-RECORD.
056300
056400     MOVE 'OVER-LIMIT READ'       TO RL-COUNT-DESC.
056500     MOVE WS-OVERLIMIT-READ       TO RL-COUNT.
056600     MOVE WS-COUNT-LINE           TO RPT-RECORD.
056700     WRITE RPT-RECORD.
056800
056816     MOVE 'DUPLICATES READ'       TO RL-COUNT-DESC.
056832     MOVE WS-DUPLICATES-READ      TO RL-COUNT.
056848     MOVE WS-COUNT-LINE           TO RPT-RECORD.
056864     WRITE RPT-RECORD.
056880
056900     MOVE 'ITEMS LOADED'          TO RL-COUNT-DESC.
057000     MOVE WS-ITEMS-LOADED         TO RL-COUNT.
057100     MOVE WS-COUNT-LINE           TO RPT-RECORD.
057200     WRITE RPT-RECORD.
057300
057400     MOVE WS-BLANK-LINE    TO RPT-RECORD.
057500     WRITE RPT-RECORD.
057600
057700     COMPUTE WS-RECONCILE-TOTAL
057800         = WS-REJECTS-READ + WS-OVERLIMIT-READ
057801         + WS-DUPLICATES-READ.
057900     EVALUATE TRUE
058000         WHEN WS-ALREADY-LOADED
058100             MOVE '** ALREADY LOADED FOR THIS DATE - LOAD SKIPPED'
058200                 TO RL-BALANCED-TEXT
058300         WHEN WS-ITEMS-LOADED = WS-RECONCILE-TOTAL
058400             MOVE 'LOAD RECONCILED - LOADED = ITEMS READ'
058500                 TO RL-BALANCED-TEXT
058600         WHEN OTHER
058700             MOVE '** LOAD OUT OF BALANCE - INVESTIGATE **'
058800                 TO RL-BALANCED-TEXT
058900     END-EVALUATE.
059000     MOVE WS-BALANCED-LINE TO RPT-RECORD.
059100     WRITE RPT-RECORD.
059200 8000-EXIT.
059300     EXIT.
059400*****************************************************************
059500*    8500-PRINT-AGEING-SUMMARY - OUTSTANDING ITEMS BY AGE BAND  *
059600*    AND THE WHOLE FILE BY STATUS                               *
059700*****************************************************************
059800 8500-PRINT-AGEING-SUMMARY.
059900     MOVE WS-BLANK-LINE    TO RPT-RECORD.
060000     WRITE RPT-RECORD.
060100     MOVE 'OUTSTANDING ITEMS BY AGE' TO RL-SECTION-TEXT.
060200     MOVE WS-SECTION-LINE  TO RPT-RECORD.
060300     WRITE RPT-RECORD.
060400     PERFORM 8600-PRINT-AGE-BAND THRU 8600-EXIT
060500         VARYING WS-AGE-IX FROM 1 BY 1
060600         UNTIL WS-AGE-IX > 4.
060700     MOVE 'TOTAL OUTSTANDING'     TO RL-COUNT-DESC.
060800     COMPUTE WS-RECONCILE-TOTAL
060900         = WS-ITEMS-OPEN + WS-ITEMS-APPROVED.
061000     MOVE WS-RECONCILE-TOTAL      TO RL-COUNT.
061100     MOVE WS-OUTSTANDING-AMOUNT   TO RL-COUNT-AMOUNT.
061200     MOVE WS-COUNT-LINE           TO RPT-RECORD.
061300     WRITE RPT-RECORD.
061400
061500     MOVE WS-BLANK-LINE    TO RPT-RECORD.
061600     WRITE RPT-RECORD.
061700     MOVE 'SUSPENSE FILE BY STATUS' TO RL-SECTION-TEXT.
061800     MOVE WS-SECTION-LINE  TO RPT-RECORD.
061900     WRITE RPT-RECORD.
062000     MOVE ZERO                    TO RL-COUNT-AMOUNT.
062100     MOVE 'OPEN'                  TO RL-COUNT-DESC.
062200     MOVE WS-ITEMS-OPEN           TO RL-COUNT.
062300     MOVE WS-COUNT-LINE           TO RPT-RECORD.
062400     WRITE RPT-RECORD.
062500     MOVE 'APPROVED - AWAIT REPOST' TO RL-COUNT-DESC.
062600     MOVE WS-ITEMS-APPROVED       TO RL-COUNT.
062700     MOVE WS-COUNT-LINE           TO RPT-RECORD.
062800     WRITE RPT-RECORD.
062900     MOVE 'REPOSTED'              TO RL-COUNT-DESC.
063000     MOVE WS-ITEMS-REPOSTED       TO RL-COUNT.
063100     MOVE WS-COUNT-LINE           TO RPT-RECORD.
063200     WRITE RPT-RECORD.
063300     MOVE 'WRITTEN OFF'           TO RL-COUNT-DESC.
063400     MOVE WS-ITEMS-WRITTEN-OFF    TO RL-COUNT.
063500     MOVE WS-COUNT-LINE           TO RPT-RECORD.
063600     WRITE RPT-RECORD.
063700     MOVE 'ITEMS ON FILE'         TO RL-COUNT-DESC.
063800     MOVE WS-ITEMS-READ           TO RL-COUNT.
063900     MOVE WS-COUNT-LINE           TO RPT-RECORD.
064000     WRITE RPT-RECORD.
064100 8500-EXIT.
064200     EXIT.
064300
064400 8600-PRINT-AGE-BAND.
064500     MOVE WS-AGE-BAND-NAME (WS-AGE-IX) TO RL-COUNT-DESC.
064600     MOVE WS-AGE-COUNT (WS-AGE-IX)     TO RL-COUNT.
064700     MOVE WS-AGE-AMOUNT (WS-AGE-IX)    TO RL-COUNT-AMOUNT.
064800     MOVE WS-COUNT-LINE                TO RPT-RECORD.
064900     WRITE RPT-RECORD.
065000 8600-EXIT.
065100     EXIT.
065200*****************************************************************
065300*    6800-RECORD-RUN-START - STAMP THIS STEP'S RUN-CONTROL      *
065400*    RECORD (STATUS S).  A RERUN REWRITES THE EXISTING RECORD.  *
065500*    A RUN-CONTROL FAILURE IS REPORTED BUT DOES NOT STOP THE    *
065600*    BUSINESS RUN - HELVER FAILS THE SCHEDULE INSTEAD.          *
065700*****************************************************************
065800 6800-RECORD-RUN-START.
065900     ACCEPT WS-RUN-START-DATE     FROM DATE YYYYMMDD.
066000     ACCEPT WS-RUN-START-TIME-RAW FROM TIME.
066100     OPEN I-O RUN-CONTROL.
066200     IF WS-RC-STATUS = '35'
066300         OPEN OUTPUT RUN-CONTROL
066400     END-IF.
066500     IF WS-RC-STATUS NOT = '00'
066600         DISPLAY 'SUSLOAD - RUN-CONTROL OPEN FAILED, STATUS='
066700             WS-RC-STATUS
066800         GO TO 6800-EXIT
066900     END-IF.
067000     PERFORM 6850-BUILD-RUN-RECORD THRU 6850-EXIT.
067100     MOVE 'S' TO RC-STATUS.
067200     WRITE RC-RECORD.
067300     IF WS-RC-STATUS = '22'
067400         REWRITE RC-RECORD
067500     END-IF.
067600     IF WS-RC-STATUS NOT = '00'
067700         DISPLAY 'SUSLOAD - RUN-CONTROL WRITE FAILED, STATUS='
067800             WS-RC-STATUS
067900     END-IF.
068000     CLOSE RUN-CONTROL.
068100 6800-EXIT.
068200     EXIT.
068300*****************************************************************
068400*    6850-BUILD-RUN-RECORD - THE RUN-CONTROL RECORD AS OF NOW   *
068500*****************************************************************
068600 6850-BUILD-RUN-RECORD.
068700     INITIALIZE RC-RECORD.
068800     MOVE WS-RUN-DATE        TO RC-RUN-DATE.
068900     MOVE WS-RUN-STEP-NO     TO RC-STEP-NO.
069000     MOVE 'SUSLOAD'        TO RC-PROGRAM-ID.
069100     MOVE WS-RUN-START-DATE  TO RC-START-DATE.
069200     MOVE WS-RUN-START-TIME  TO RC-START-TIME.
069300     MOVE WS-RUN-END-DATE    TO RC-END-DATE.
069400     MOVE WS-RUN-END-TIME    TO RC-END-TIME.
069500     COMPUTE RC-RECORDS-IN = WS-REJECTS-READ + WS-OVERLIMIT-READ
069550                           + WS-DUPLICATES-READ.
069600     MOVE WS-ITEMS-LOADED TO RC-RECORDS-OUT.
069700 6850-EXIT.
069800     EXIT.
069900*****************************************************************
070000*    6900-RECORD-RUN-END - REWRITE THIS STEP'S RUN-CONTROL      *
070100*    RECORD AS COMPLETED, WITH THE END TIMESTAMP, RETURN CODE   *
070200*    AND CONTROL COUNTS                                         *
070300*****************************************************************
070400 6900-RECORD-RUN-END.
070500     ACCEPT WS-RUN-END-DATE     FROM DATE YYYYMMDD.
070600     ACCEPT WS-RUN-END-TIME-RAW FROM TIME.
070700     OPEN I-O RUN-CONTROL.
070800     IF WS-RC-STATUS NOT = '00'
070900         DISPLAY 'SUSLOAD - RUN-CONTROL OPEN FAILED, STATUS='
071000             WS-RC-STATUS
071100         GO TO 6900-EXIT
071200     END-IF.
071300     PERFORM 6850-BUILD-RUN-RECORD THRU 6850-EXIT.
071400     MOVE 'C' TO RC-STATUS.
071500     MOVE RETURN-CODE TO RC-RETURN-CODE.
071600     REWRITE RC-RECORD.
071700     IF WS-RC-STATUS = '23'
071800         WRITE RC-RECORD
071900     END-IF.
072000     IF WS-RC-STATUS NOT = '00'
072100         DISPLAY 'SUSLOAD - RUN-CONTROL WRITE FAILED, STATUS='
072200             WS-RC-STATUS
072300     END-IF.
072400     CLOSE RUN-CONTROL.
072500 6900-EXIT.
072600     EXIT.
072700*****************************************************************
072800*    9000-TERMINATE - CLOSE FILES, REPORT COUNTS AND SET THE    *
072900*    RETURN CODE IF THE LOAD DID NOT RECONCILE                  *
073000*****************************************************************
073100 9000-TERMINATE.
073200     CLOSE REJECT-FILE.
073300     CLOSE OVERLIMIT-FILE.
073350     CLOSE DUPLICATE-FILE.
073400     CLOSE SUSPENSE-FILE.
073500     CLOSE REPORT-FILE.
073600     DISPLAY 'SUSLOAD - RUN DATE          = ' WS-RUN-DATE.
073700     DISPLAY 'SUSLOAD - REJECTS READ      = ' WS-REJECTS-READ.
073800     DISPLAY 'SUSLOAD - OVER-LIMIT READ   = ' WS-OVERLIMIT-READ.
073850     DISPLAY 'SUSLOAD - DUPLICATES READ   = ' WS-DUPLICATES-READ.
073900     DISPLAY 'SUSLOAD - ITEMS LOADED      = ' WS-ITEMS-LOADED.
074000     DISPLAY 'SUSLOAD - OPEN IN SUSPENSE  = ' WS-ITEMS-OPEN.
074100     DISPLAY 'SUSLOAD - AWAITING REPOST   = ' WS-ITEMS-APPROVED.
074200     COMPUTE WS-RECONCILE-TOTAL
074300         = WS-REJECTS-READ + WS-OVERLIMIT-READ
074301         + WS-DUPLICATES-READ.
074400     IF WS-ITEMS-LOADED NOT = WS-RECONCILE-TOTAL
074500         DISPLAY 'SUSLOAD - LOAD OUT OF BALANCE - SEE REPORT'
074600         MOVE 16 TO RETURN-CODE
074700     END-IF.
074800     PERFORM 6900-RECORD-RUN-END THRU 6900-EXIT.
074900 9000-EXIT.
075000     EXIT.
