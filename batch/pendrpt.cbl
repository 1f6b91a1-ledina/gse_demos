000100*****************************************************************
000200* PROGRAM-ID : PENDRPT                                          *
000300* PURPOSE    : NIGHTLY PENDING-CHANGE REPORT.  READS THE        *
000400*              PENDING-CHANGE FILE WRITTEN BY CUSTMNT AND       *
000500*              ACTIONED ON THE CUSTAPPR APPROVAL SCREEN, AND    *
000600*              LISTS (1) BALANCE AND CREDIT-LIMIT CHANGES STILL *
000700*              AWAITING APPROVAL MORE THAN ONE DAY AFTER THEY   *
000800*              WERE KEYED AND (2) EVERY CHANGE APPROVED OR      *
000900*              DECLINED, WITH BOTH THE REQUESTING AND THE       *
001000*              ACTIONING OPERATOR.  ACTIONED CHANGES ARE THEN   *
001100*              DELETED - THE REPORT IS THEIR RECORD, AND AN     *
001200*              APPROVAL IS ALSO ON THE MAINTENANCE AUDIT.       *
001300*****************************************************************
001400* MODIFICATION HISTORY
001500*   DATE       INIT  DESCRIPTION
001600*   2026-10-15 DLH   INITIAL VERSION - HELAUD'S RUN-DATE PARM,
001700*                     FILE-STATUS CHECKS, REPORT SHAPE AND
001800*                     RUN-CONTROL RECORDING (STEP 12 OF THE NIGHT
001900*                     SCHEDULE); HELARC'S DAY-SERIAL ARITHMETIC
002000*                     FOR THE AGE OF A PENDING CHANGE AND ITS
002100*                     DELETE DISCIPLINE FOR ACTIONED ONES.
002114*   2026-10-15 DLH   THE BUSINESS DATE NOW COMES FROM THE
002128*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
002142*                     1050-GET-BUSINESS-DATE) INSTEAD OF THE
002156*                     RUN-DATE PARM, AND THE STEP STOPS RC=16
002170*                     UNLESS THE NIGHT HAS BEEN OPENED BY
002184*                     TXNSWEEP AND NOT YET ROLLED BY DATEROLL.
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.     PENDRPT.
002500 AUTHOR.         D L HARRIS.
002600 INSTALLATION.   GSE UK.
002700 DATE-WRITTEN.   2026-10-15.
002800 DATE-COMPILED.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PENDING-FILE     ASSIGN TO PENDCHG
003300         ORGANIZATION   IS INDEXED
003400         ACCESS MODE    IS SEQUENTIAL
003500         RECORD KEY     IS PC-KEY
003600         FILE STATUS    IS WS-PC-STATUS.
003700
003800     SELECT REPORT-FILE      ASSIGN TO RPTOUT
003900         FILE STATUS    IS WS-RPT-STATUS.
004000
004100     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
004200         ORGANIZATION   IS INDEXED
004300         ACCESS MODE    IS RANDOM
004400         RECORD KEY     IS RC-KEY
004500         FILE STATUS    IS WS-RC-STATUS.
004514
004528     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004542         ORGANIZATION   IS INDEXED
004556         ACCESS MODE    IS RANDOM
004570         RECORD KEY     IS BD-KEY
004584         FILE STATUS    IS WS-BD-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PENDING-FILE
004900     RECORDING MODE IS F.
005000     COPY PENDCHG.
005100
005200 FD  REPORT-FILE
005300     RECORDING MODE IS F.
005400 01  RPT-RECORD                   PIC X(133).
005500
005600 FD  RUN-CONTROL
005700     RECORDING MODE IS F.
005800     COPY RUNCTL.
005820
005840 FD  BUSINESS-DATE-FILE
005860     RECORDING MODE IS F.
005880     COPY BUSDATE.
005900 WORKING-STORAGE SECTION.
006000*--------------------------------------------------------------*
006100*    SWITCHES                                                  *
006200*--------------------------------------------------------------*
006300 01  WS-SWITCHES.
006400     05  WS-EOF-SW                PIC X(01)   VALUE 'N'.
006500         88  WS-EOF-PENDING                   VALUE 'Y'.
006600*--------------------------------------------------------------*
006700*    FILE STATUS / COUNTERS                                    *
006800*--------------------------------------------------------------*
006900 01  WS-FILE-STATUSES.
007000     05  WS-PC-STATUS             PIC X(02)   VALUE SPACES.
007100     05  WS-RPT-STATUS            PIC X(02)   VALUE SPACES.
007200 01  WS-COUNTERS.
007300     05  WS-RECORDS-READ          PIC 9(07)   COMP     VALUE ZERO.
007400     05  WS-PENDING-OVERDUE       PIC 9(07)   COMP     VALUE ZERO.
007500     05  WS-PENDING-CURRENT       PIC 9(07)   COMP     VALUE ZERO.
007600     05  WS-APPROVED-COUNT        PIC 9(07)   COMP     VALUE ZERO.
007700     05  WS-DECLINED-COUNT        PIC 9(07)   COMP     VALUE ZERO.
007800     05  WS-DELETED-COUNT         PIC 9(07)   COMP     VALUE ZERO.
007900 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
008000 01  WS-RC-STATUS                 PIC X(02)   VALUE SPACES.
008050 01  WS-BD-STATUS                 PIC X(02)   VALUE SPACES.
008100 01  WS-RUN-STEP-NO               PIC 9(02)   VALUE 12.
008200 01  WS-RUN-START-DATE            PIC 9(08)   VALUE ZERO.
008300 01  WS-RUN-START-TIME-RAW        PIC 9(08)   VALUE ZERO.
008400 01  WS-RUN-START-TIME-R          REDEFINES
008500     WS-RUN-START-TIME-RAW.
008600     05  WS-RUN-START-TIME        PIC 9(06).
008700     05  FILLER                   PIC 9(02).
008800 01  WS-RUN-END-DATE              PIC 9(08)   VALUE ZERO.
008900 01  WS-RUN-END-TIME-RAW          PIC 9(08)   VALUE ZERO.
009000 01  WS-RUN-END-TIME-R            REDEFINES
009100     WS-RUN-END-TIME-RAW.
009200     05  WS-RUN-END-TIME          PIC 9(06).
009300     05  FILLER                   PIC 9(02).
009400*--------------------------------------------------------------*
009500*    OVERDUE THRESHOLD - A CHANGE STILL PENDING MORE THAN THIS *
009600*    MANY DAYS AFTER IT WAS KEYED IS LISTED AS OVERDUE.        *
009700*--------------------------------------------------------------*
009800 01  WS-OVERDUE-DAYS              PIC 9(03)   VALUE 1.
009900*--------------------------------------------------------------*
010000*    DATE ARITHMETIC - HELARC'S DAY-SERIAL WORK AREA           *
010100*--------------------------------------------------------------*
010200 01  WS-DATE-WORK.
010300     05  WS-DTS-DATE               PIC 9(08).
010400     05  WS-DTS-DATE-R             REDEFINES WS-DTS-DATE.
010500         10  WS-DTS-YYYY           PIC 9(04).
010600         10  WS-DTS-MM             PIC 9(02).
010700         10  WS-DTS-DD             PIC 9(02).
010800     05  WS-DTS-WORK-YEAR          PIC 9(04)   COMP.
010900     05  WS-DTS-WORK-MONTH         PIC 9(02)   COMP.
011000     05  WS-DTS-SERIAL             PIC 9(08)   COMP.
011100     05  WS-RUN-SERIAL             PIC 9(08)   COMP.
011200     05  WS-RECORD-AGE             PIC S9(08)  COMP.
011300*--------------------------------------------------------------*
011400*    REPORT LINES                                              *
011500*--------------------------------------------------------------*
011600 01  WS-TITLE-LINE.
011700     05  FILLER                    PIC X(01)   VALUE SPACE.
011800     05  FILLER                    PIC X(40)   VALUE
011900         'GSE UK - PENDING CHANGE REPORT'.
012000 01  WS-SUBTITLE-LINE.
012100     05  FILLER                    PIC X(01)   VALUE SPACE.
012200     05  FILLER                    PIC X(40)   VALUE
012300         '(SOURCE: PENDING-CHANGE FILE)'.
012400 01  WS-RUNDATE-LINE.
012500     05  FILLER                    PIC X(01)   VALUE SPACE.
012600     05  FILLER                    PIC X(09)   VALUE 'RUN DATE '.
012700     05  RL-RUN-DATE               PIC 9(08).
012800 01  WS-BLANK-LINE                 PIC X(01)   VALUE SPACE.
012900 01  WS-OVD-HEADING-1.
013000     05  FILLER                    PIC X(01)   VALUE SPACE.
013100     05  FILLER                    PIC X(50)   VALUE
013200         'CHANGES AWAITING APPROVAL MORE THAN ONE DAY'.
013300 01  WS-ACT-HEADING-1.
013400     05  FILLER                    PIC X(01)   VALUE SPACE.
013500     05  FILLER                    PIC X(50)   VALUE
013600         'CHANGES APPROVED OR DECLINED'.
013700 01  WS-DET-HEADING-1.
013800     05  FILLER                    PIC X(01)   VALUE SPACE.
013900     05  FILLER                    PIC X(37)   VALUE
013920         'CUST   FIELD         OLD VALUE       '.
013940     05  FILLER                    PIC X(39)   VALUE
013960         'NEW VALUE  REQ BY    REQ DATE REQ TM   '.
013980     05  FILLER                    PIC X(35)   VALUE
013990         'STATUS    ACT BY    ACT DATE ACT TM'.
014300 01  WS-DETAIL-LINE.
014400     05  FILLER                    PIC X(01)   VALUE SPACE.
014500     05  RL-DET-CUSTOMER           PIC X(06).
014600     05  FILLER                    PIC X(01)   VALUE SPACE.
014700     05  RL-DET-FIELD              PIC X(07).
014800     05  FILLER                    PIC X(01)   VALUE SPACE.
014900     05  RL-DET-OLD                PIC -ZZZ,ZZZ,ZZ9.99.
015000     05  FILLER                    PIC X(01)   VALUE SPACE.
015100     05  RL-DET-NEW                PIC -ZZZ,ZZZ,ZZ9.99.
015200     05  FILLER                    PIC X(02)   VALUE SPACES.
015300     05  RL-DET-REQ-OPER           PIC X(08).
015400     05  FILLER                    PIC X(02)   VALUE SPACES.
015500     05  RL-DET-REQ-DATE           PIC 9(08).
015600     05  FILLER                    PIC X(01)   VALUE SPACE.
015700     05  RL-DET-REQ-TIME           PIC 9(06).
015800     05  FILLER                    PIC X(03)   VALUE SPACES.
015900     05  RL-DET-STATUS             PIC X(08).
016000     05  FILLER                    PIC X(02)   VALUE SPACES.
016100     05  RL-DET-ACT-OPER           PIC X(08).
016200     05  FILLER                    PIC X(02)   VALUE SPACES.
016300     05  RL-DET-ACT-DATE           PIC X(08).
016400     05  FILLER                    PIC X(01)   VALUE SPACE.
016500     05  RL-DET-ACT-TIME           PIC X(06).
016600 01  WS-COUNT-LINE.
016700     05  FILLER                    PIC X(01)   VALUE SPACE.
016800     05  RL-COUNT-DESC             PIC X(32).
016900     05  RL-COUNT                  PIC ZZZ,ZZ9.
017800 PROCEDURE DIVISION.
017900*****************************************************************
018000*    0000-MAINLINE - TWO PASSES OVER THE PENDING-CHANGE FILE:   *
018100*    THE FIRST LISTS OVERDUE PENDING CHANGES, THE SECOND LISTS  *
018200*    AND DELETES THE ACTIONED ONES, SO EACH SECTION OF THE      *
018300*    REPORT IS WRITTEN WHOLE.                                   *
018400*****************************************************************
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018700     PERFORM 2000-LIST-OVERDUE THRU 2000-EXIT.
018800     PERFORM 3000-LIST-ACTIONED THRU 3000-EXIT.
018900     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
019000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019100
019200     STOP RUN.
019300*****************************************************************
019400*    1000-INITIALIZE - OPEN THE REPORT, GET THE BUSINESS DATE   *
019500*    AND PRINT THE REPORT HEADING                               *
019600*****************************************************************
019700 1000-INITIALIZE.
019800     OPEN OUTPUT REPORT-FILE.
019900     IF WS-RPT-STATUS NOT = '00'
020000         DISPLAY 'PENDRPT - UNABLE TO OPEN REPORT-FILE, STATUS='
020100             WS-RPT-STATUS
020200         MOVE 16 TO RETURN-CODE
020300         STOP RUN
020400     END-IF.
020500
020600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
021200     MOVE WS-RUN-DATE TO WS-DTS-DATE.
021300     PERFORM 1500-DATE-TO-SERIAL THRU 1500-EXIT.
021400     MOVE WS-DTS-SERIAL TO WS-RUN-SERIAL.
021500
021600     PERFORM 6800-RECORD-RUN-START THRU 6800-EXIT.
021700
021800     MOVE WS-TITLE-LINE    TO RPT-RECORD.
021900     WRITE RPT-RECORD.
022000     MOVE WS-SUBTITLE-LINE TO RPT-RECORD.
022100     WRITE RPT-RECORD.
022200     MOVE WS-RUN-DATE      TO RL-RUN-DATE.
022300     MOVE WS-RUNDATE-LINE  TO RPT-RECORD.
022400     WRITE RPT-RECORD.
022500 1000-EXIT.
022600     EXIT.
022602*****************************************************************
022604*    1050-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE  *
022606*    BUSINESS-DATE CONTROL RECORD (COPY BUSDATE).  THE NIGHT    *
022608*    MUST HAVE BEEN OPENED BY TXNSWEEP AND NOT YET ROLLED BY    *
022610*    DATEROLL, OR THIS STEP WOULD RUN UNDER THE WRONG DATE.     *
022612*****************************************************************
022614 1050-GET-BUSINESS-DATE.
022616     OPEN INPUT  BUSINESS-DATE-FILE.
022618     IF WS-BD-STATUS NOT = '00'
022620         DISPLAY 'PENDRPT - UNABLE TO OPEN BUSDATE, STATUS='
022622             WS-BD-STATUS
022624         MOVE 16 TO RETURN-CODE
022626         STOP RUN
022628     END-IF.
022630     SET BD-CONTROL-RECORD TO TRUE.
022632     READ BUSINESS-DATE-FILE
022634         INVALID KEY
022636             CONTINUE
022638     END-READ.
022640     IF WS-BD-STATUS NOT = '00'
022642         DISPLAY 'PENDRPT - NO BUSINESS-DATE RECORD, STATUS='
022644             WS-BD-STATUS
022646         MOVE 16 TO RETURN-CODE
022648         STOP RUN
022650     END-IF.
022652     IF NOT BD-BATCH-IN-PROGRESS
022654         DISPLAY 'PENDRPT - NIGHT NOT OPEN, BUSINESS DATE '
022656             BD-CURRENT-DATE
022658         MOVE 16 TO RETURN-CODE
022660         STOP RUN
022662     END-IF.
022664     MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
022666     CLOSE BUSINESS-DATE-FILE.
022668 1050-EXIT.
022670     EXIT.
022700*****************************************************************
022800*    1100-READ-PENDING - READ THE NEXT PENDING-CHANGE RECORD    *
022900*****************************************************************
023000 1100-READ-PENDING.
023100     READ PENDING-FILE
023200         AT END
023300             SET WS-EOF-PENDING TO TRUE
023400     END-READ.
023500     IF NOT WS-EOF-PENDING
023600      AND WS-PC-STATUS NOT = '00'
023700         DISPLAY 'PENDRPT - READ FAILED ON PENDCHG, STATUS='
023800             WS-PC-STATUS
023900         MOVE 16 TO RETURN-CODE
024000         STOP RUN
024100     END-IF.
024200 1100-EXIT.
024300     EXIT.
024400*****************************************************************
024500*    1500-DATE-TO-SERIAL - WS-DTS-DATE (YYYYMMDD) TO A DAY      *
024600*    SERIAL IN WS-DTS-SERIAL.  JANUARY AND FEBRUARY COUNT AS    *
024700*    MONTHS 13 AND 14 OF THE PRIOR YEAR SO EVERY DIVISION       *
024800*    WORKS ON POSITIVE NUMBERS.                                 *
024900*****************************************************************
025000 1500-DATE-TO-SERIAL.
025100     IF WS-DTS-MM < 3
025200         COMPUTE WS-DTS-WORK-YEAR  = WS-DTS-YYYY - 1
025300         COMPUTE WS-DTS-WORK-MONTH = WS-DTS-MM + 12
025400     ELSE
025500         MOVE WS-DTS-YYYY TO WS-DTS-WORK-YEAR
025600         MOVE WS-DTS-MM   TO WS-DTS-WORK-MONTH
025700     END-IF.
025800     COMPUTE WS-DTS-SERIAL
025900         = (365 * WS-DTS-WORK-YEAR)
026000         + (WS-DTS-WORK-YEAR / 4)
026100         - (WS-DTS-WORK-YEAR / 100)
026200         + (WS-DTS-WORK-YEAR / 400)
026300         + ((153 * (WS-DTS-WORK-MONTH + 1)) / 5)
026400         + WS-DTS-DD.
026500 1500-EXIT.
026600     EXIT.
026700*****************************************************************
026800*    2000-LIST-OVERDUE - FIRST PASS, READ ONLY.  LIST EVERY     *
026900*    CHANGE STILL PENDING MORE THAN WS-OVERDUE-DAYS AFTER THE   *
027000*    DAY IT WAS KEYED; COUNT THE REST.                          *
027100*****************************************************************
027200 2000-LIST-OVERDUE.
027300     OPEN INPUT PENDING-FILE.
027400     IF WS-PC-STATUS NOT = '00'
027500         DISPLAY 'PENDRPT - UNABLE TO OPEN PENDCHG, STATUS='
027600             WS-PC-STATUS
027700         MOVE 16 TO RETURN-CODE
027800         STOP RUN
027900     END-IF.
028000
028100     MOVE WS-BLANK-LINE    TO RPT-RECORD.
028200     WRITE RPT-RECORD.
028300     MOVE WS-OVD-HEADING-1 TO RPT-RECORD.
028400     WRITE RPT-RECORD.
028500     MOVE WS-DET-HEADING-1 TO RPT-RECORD.
028600     WRITE RPT-RECORD.
028700
028800     MOVE 'N' TO WS-EOF-SW.
028900     PERFORM 1100-READ-PENDING THRU 1100-EXIT.
029000     PERFORM 2100-CHECK-OVERDUE THRU 2100-EXIT
029100         UNTIL WS-EOF-PENDING.
029200     CLOSE PENDING-FILE.
029300 2000-EXIT.
029400     EXIT.
029500
029600 2100-CHECK-OVERDUE.
029700     ADD 1 TO WS-RECORDS-READ.
029800     IF NOT PC-PENDING
029900         GO TO 2100-READ-NEXT
030000     END-IF.
030100
030200     MOVE PC-REQ-DATE TO WS-DTS-DATE.
030300     PERFORM 1500-DATE-TO-SERIAL THRU 1500-EXIT.
030400     COMPUTE WS-RECORD-AGE
030500         = WS-RUN-SERIAL - WS-DTS-SERIAL.
030600     IF WS-RECORD-AGE > WS-OVERDUE-DAYS
030700         ADD 1 TO WS-PENDING-OVERDUE
030800         PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT
030900     ELSE
031000         ADD 1 TO WS-PENDING-CURRENT
031100     END-IF.
031200 2100-READ-NEXT.
031300     PERFORM 1100-READ-PENDING THRU 1100-EXIT.
031400 2100-EXIT.
031500     EXIT.
031600*****************************************************************
031700*    3000-LIST-ACTIONED - SECOND PASS, UPDATE.  LIST EVERY      *
031800*    APPROVED OR DECLINED CHANGE AND DELETE IT ONCE ITS LINE    *
031900*    IS WRITTEN.  PENDING CHANGES ARE LEFT IN PLACE.            *
032000*****************************************************************
032100 3000-LIST-ACTIONED.
032200     OPEN I-O PENDING-FILE.
032300     IF WS-PC-STATUS NOT = '00'
032400         DISPLAY 'PENDRPT - UNABLE TO OPEN PENDCHG I-O, STATUS='
032500             WS-PC-STATUS
032600         MOVE 16 TO RETURN-CODE
032700         STOP RUN
032800     END-IF.
032900
033000     MOVE WS-BLANK-LINE    TO RPT-RECORD.
033100     WRITE RPT-RECORD.
033200     MOVE WS-ACT-HEADING-1 TO RPT-RECORD.
033300     WRITE RPT-RECORD.
033400     MOVE WS-DET-HEADING-1 TO RPT-RECORD.
033500     WRITE RPT-RECORD.
033600
033700     MOVE 'N' TO WS-EOF-SW.
033800     PERFORM 1100-READ-PENDING THRU 1100-EXIT.
033900     PERFORM 3100-LIST-ONE-ACTIONED THRU 3100-EXIT
034000         UNTIL WS-EOF-PENDING.
034100     CLOSE PENDING-FILE.
034200 3000-EXIT.
034300     EXIT.
034400
034500 3100-LIST-ONE-ACTIONED.
034600     IF PC-PENDING
034700         GO TO 3100-READ-NEXT
034800     END-IF.
034900     IF PC-APPROVED
035000         ADD 1 TO WS-APPROVED-COUNT
035100     ELSE
035200         ADD 1 TO WS-DECLINED-COUNT
035300     END-IF.
035400     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
035500
035600     DELETE PENDING-FILE.
035700     IF WS-PC-STATUS NOT = '00'
035800         DISPLAY 'PENDRPT - DELETE FAILED ON PENDCHG, STATUS='
035900             WS-PC-STATUS ' KEY=' PC-KEY
036000         MOVE 16 TO RETURN-CODE
036100         STOP RUN
036200     END-IF.
036300     ADD 1 TO WS-DELETED-COUNT.
036400 3100-READ-NEXT.
036500     PERFORM 1100-READ-PENDING THRU 1100-EXIT.
036600 3100-EXIT.
036700     EXIT.
036800*****************************************************************
036900*    7000-PRINT-DETAIL - ONE LINE FOR THE CURRENT PENDING-      *
037000*    CHANGE RECORD.  THE ACTION COLUMNS ARE BLANK WHILE IT IS   *
037100*    STILL PENDING.                                             *
037200*****************************************************************
037300 7000-PRINT-DETAIL.
037400     MOVE PC-CUSTOMER-ID   TO RL-DET-CUSTOMER.
037500     IF PC-BALANCE-CHANGE
037600         MOVE 'BALANCE' TO RL-DET-FIELD
037700     ELSE
037800         MOVE 'LIMIT'   TO RL-DET-FIELD
037900     END-IF.
038000     MOVE PC-OLD-AMOUNT    TO RL-DET-OLD.
038100     MOVE PC-NEW-AMOUNT    TO RL-DET-NEW.
038200     MOVE PC-REQ-OPERATOR  TO RL-DET-REQ-OPER.
038300     MOVE PC-REQ-DATE      TO RL-DET-REQ-DATE.
038400     MOVE PC-REQ-TIME      TO RL-DET-REQ-TIME.
038500     EVALUATE TRUE
038600         WHEN PC-APPROVED
038700             MOVE 'APPROVED' TO RL-DET-STATUS
038800         WHEN PC-DECLINED
038900             MOVE 'DECLINED' TO RL-DET-STATUS
039000         WHEN OTHER
039100             MOVE 'PENDING'  TO RL-DET-STATUS
039200     END-EVALUATE.
039300     IF PC-PENDING
039400         MOVE SPACES          TO RL-DET-ACT-OPER
039500         MOVE SPACES          TO RL-DET-ACT-DATE
039600         MOVE SPACES          TO RL-DET-ACT-TIME
039700     ELSE
039800         MOVE PC-ACT-OPERATOR TO RL-DET-ACT-OPER
039900         MOVE PC-ACT-DATE     TO RL-DET-ACT-DATE
040000         MOVE PC-ACT-TIME     TO RL-DET-ACT-TIME
040100     END-IF.
040200     MOVE WS-DETAIL-LINE   TO RPT-RECORD.
040300     WRITE RPT-RECORD.
040400 7000-EXIT.
040500     EXIT.
040600*****************************************************************
040700*    8000-PRINT-TOTALS - THE CONTROL COUNTS                     *
040800*****************************************************************
040900 8000-PRINT-TOTALS.
041000     MOVE WS-BLANK-LINE           TO RPT-RECORD.
041100     WRITE RPT-RECORD.
041200     MOVE 'RECORDS READ'          TO RL-COUNT-DESC.
041300     MOVE WS-RECORDS-READ         TO RL-COUNT.
041400     MOVE WS-COUNT-LINE           TO RPT-RECORD.
041500     WRITE RPT-RECORD.
041600     MOVE 'PENDING - OVERDUE'     TO RL-COUNT-DESC.
041700     MOVE WS-PENDING-OVERDUE      TO RL-COUNT.
041800     MOVE WS-COUNT-LINE           TO RPT-RECORD.
041900     WRITE RPT-RECORD.
042000     MOVE 'PENDING - WITHIN ONE DAY' TO RL-COUNT-DESC.
042100     MOVE WS-PENDING-CURRENT      TO RL-COUNT.
042200     MOVE WS-COUNT-LINE           TO RPT-RECORD.
042300     WRITE RPT-RECORD.
042400     MOVE 'APPROVED'              TO RL-COUNT-DESC.
042500     MOVE WS-APPROVED-COUNT       TO RL-COUNT.
042600     MOVE WS-COUNT-LINE           TO RPT-RECORD.
042700     WRITE RPT-RECORD.
042800     MOVE 'DECLINED'              TO RL-COUNT-DESC.
042900     MOVE WS-DECLINED-COUNT       TO RL-COUNT.
043000     MOVE WS-COUNT-LINE           TO RPT-RECORD.
043100     WRITE RPT-RECORD.
043200     MOVE 'ACTIONED RECORDS DELETED' TO RL-COUNT-DESC.
043300     MOVE WS-DELETED-COUNT        TO RL-COUNT.
043400     MOVE WS-COUNT-LINE           TO RPT-RECORD.
043500     WRITE RPT-RECORD.
043600 8000-EXIT.
043700     EXIT.
043800*****************************************************************
043900*    6800-RECORD-RUN-START - STAMP THIS STEP'S RUN-CONTROL      *
044000*    RECORD (STATUS S).  A RERUN REWRITES THE EXISTING RECORD.  *
044100*    A RUN-CONTROL FAILURE IS REPORTED BUT DOES NOT STOP THE    *
044200*    BUSINESS RUN - HELVER FAILS THE SCHEDULE INSTEAD.          *
044300*****************************************************************
044400 6800-RECORD-RUN-START.
044500     ACCEPT WS-RUN-START-DATE     FROM DATE YYYYMMDD.
044600     ACCEPT WS-RUN-START-TIME-RAW FROM TIME.
044700     OPEN I-O RUN-CONTROL.
044800     IF WS-RC-STATUS = '35'
044900         OPEN OUTPUT RUN-CONTROL
045000     END-IF.
045100     IF WS-RC-STATUS NOT = '00'
045200         DISPLAY 'PENDRPT - RUN-CONTROL OPEN FAILED, STATUS='
045300             WS-RC-STATUS
045400         GO TO 6800-EXIT
045500     END-IF.
045600     PERFORM 6850-BUILD-RUN-RECORD THRU 6850-EXIT.
045700     MOVE 'S' TO RC-STATUS.
045800     WRITE RC-RECORD.
045900     IF WS-RC-STATUS = '22'
046000         REWRITE RC-RECORD
046100     END-IF.
046200     IF WS-RC-STATUS NOT = '00'
046300         DISPLAY 'PENDRPT - RUN-CONTROL WRITE FAILED, STATUS='
046400             WS-RC-STATUS
046500     END-IF.
046600     CLOSE RUN-CONTROL.
046700 6800-EXIT.
046800     EXIT.
046900*****************************************************************
047000*    6850-BUILD-RUN-RECORD - THE RUN-CONTROL RECORD AS OF NOW   *
047100*****************************************************************
047200 6850-BUILD-RUN-RECORD.
047300     INITIALIZE RC-RECORD.
047400     MOVE WS-RUN-DATE        TO RC-RUN-DATE.
047500     MOVE WS-RUN-STEP-NO     TO RC-STEP-NO.
047600     MOVE 'PENDRPT'          TO RC-PROGRAM-ID.
047700     MOVE WS-RUN-START-DATE  TO RC-START-DATE.
047800     MOVE WS-RUN-START-TIME  TO RC-START-TIME.
047900     MOVE WS-RUN-END-DATE    TO RC-END-DATE.
048000     MOVE WS-RUN-END-TIME    TO RC-END-TIME.
048100     MOVE WS-RECORDS-READ    TO RC-RECORDS-IN.
048200     MOVE WS-DELETED-COUNT   TO RC-RECORDS-OUT.
048300 6850-EXIT.
048400     EXIT.
048500*****************************************************************
048600*    6900-RECORD-RUN-END - REWRITE THIS STEP'S RUN-CONTROL      *
048700*    RECORD AS COMPLETED, WITH THE END TIMESTAMP, RETURN CODE   *
048800*    AND CONTROL COUNTS                                         *
048900*****************************************************************
049000 6900-RECORD-RUN-END.
049100     ACCEPT WS-RUN-END-DATE     FROM DATE YYYYMMDD.
049200     ACCEPT WS-RUN-END-TIME-RAW FROM TIME.
049300     OPEN I-O RUN-CONTROL.
049400     IF WS-RC-STATUS NOT = '00'
049500         DISPLAY 'PENDRPT - RUN-CONTROL OPEN FAILED, STATUS='
049600             WS-RC-STATUS
049700         GO TO 6900-EXIT
049800     END-IF.
049900     PERFORM 6850-BUILD-RUN-RECORD THRU 6850-EXIT.
050000     MOVE 'C' TO RC-STATUS.
050100     MOVE RETURN-CODE TO RC-RETURN-CODE.
050200     REWRITE RC-RECORD.
050300     IF WS-RC-STATUS = '23'
050400         WRITE RC-RECORD
050500     END-IF.
050600     IF WS-RC-STATUS NOT = '00'
050700         DISPLAY 'PENDRPT - RUN-CONTROL WRITE FAILED, STATUS='
050800             WS-RC-STATUS
050900     END-IF.
051000     CLOSE RUN-CONTROL.
051100 6900-EXIT.
051200     EXIT.
051300*****************************************************************
051400*    9000-TERMINATE - CLOSE THE REPORT AND REPORT COUNTS.  AN   *
051500*    OVERDUE CHANGE ENDS THE STEP WITH RC 4 SO IT IS NOTICED.   *
051600*****************************************************************
051700 9000-TERMINATE.
051800     DISPLAY 'PENDRPT - RUN DATE ' WS-RUN-DATE
051900         ' RECORDS READ=' WS-RECORDS-READ
052000         ' OVERDUE=' WS-PENDING-OVERDUE
052100         ' APPROVED=' WS-APPROVED-COUNT
052200         ' DECLINED=' WS-DECLINED-COUNT.
052300     IF WS-PENDING-OVERDUE > ZERO
052400         MOVE 4 TO RETURN-CODE
052500     END-IF.
052600     CLOSE REPORT-FILE.
052700     PERFORM 6900-RECORD-RUN-END THRU 6900-EXIT.
052800 9000-EXIT.
052900     EXIT.
