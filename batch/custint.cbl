000100*****************************************************************
000200* PROGRAM-ID : CUSTINT                                          *
000300* PURPOSE    : MONTH-END OVERDRAFT INTEREST AND UNAUTHORISED-   *
000400*              OVERDRAFT FEE CALCULATION.  FOR EACH CUSTOMER    *
000500*              THE END-OF-DAY BALANCE FOR EVERY DAY OF THE      *
000600*              CHARGING PERIOD IS REBUILT FROM THE MOVEMENT-    *
000700*              HISTORY FILE (THE LAST CH-NEW-BALANCE OF EACH    *
000800*              CH-TXN-DATE, CARRIED ACROSS DAYS WITH NO         *
000900*              MOVEMENT).  DEBIT INTEREST ACCRUES ON EVERY DAY  *
001000*              THE BALANCE ENDS OVERDRAWN AND A FIXED FEE IS    *
001100*              CHARGED FOR EVERY DAY IT ENDS BEYOND THE         *
001200*              CUSTOMER'S CREDIT LIMIT, AT THE RATES ON THE     *
001300*              RATE TABLE (COPY CHGRATE).  EACH NON-ZERO CHARGE *
001400*              IS WRITTEN AS A DEBIT MOVEMENT (COPY POSTTXN) TO *
001500*              THE CHARGES FILE, REFERENCE ODINT YYYYMM OR      *
001600*              ODFEE YYYYMM, AND THE CALCULATION REPORT LISTS   *
001700*              EVERY OVERDRAWN CUSTOMER WITH A GRAND TOTAL FOR  *
001800*              CREDIT CONTROL TO SIGN OFF.  ONLY ONCE IT IS     *
001900*              SIGNED OFF IS THE CHARGES FILE GIVEN TO TXNSWEEP *
002000*              (DD CHGIN) FOR THE NEXT NIGHT'S POSTING RUN, SO  *
002100*              THE CHARGES POST THROUGH HELPOST AND APPEAR ON   *
002200*              THE NEXT STATEMENT LIKE ANY OTHER MOVEMENT.      *
002300*****************************************************************
002400* MODIFICATION HISTORY
002500*   DATE       INIT  DESCRIPTION
002600*   2026-10-15 DLH   INITIAL VERSION.  PARM IS 'YYYYMMDD,
002700*                     YYYYMMDD' (PERIOD START AND END), AS FOR
002800*                     CUSTSTMT.  THE OPENING BALANCE FOR THE
002900*                     PERIOD IS FOUND THE SAME WAY CUSTSTMT
003000*                     FINDS BROUGHT-FORWARD, SO THE CHARGES
003100*                     AGREE WITH THE BALANCES THE CUSTOMER IS
003200*                     SHOWN ON THE STATEMENT.
003220*   2026-10-15 DLH   A CLOSED ACCOUNT (CM-STATUS-CLOSED) IS NOT
003240*                     CHARGED - HELPOST WOULD REJECT THE CHARGE
003260*                     TO SUSPENSE.  CLOSED ACCOUNTS SKIPPED ARE
003280*                     COUNTED AND SHOWN ON THE REPORT SUMMARY.
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.     CUSTINT.
003600 AUTHOR.         D L HARRIS.
003700 INSTALLATION.   GSE UK.
003800 DATE-WRITTEN.   2026-10-15.
003900 DATE-COMPILED.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT RATE-TABLE       ASSIGN TO RATETAB
004400         FILE STATUS    IS WS-RT-STATUS.
004500
004600     SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAST
004700         ORGANIZATION   IS INDEXED
004800         ACCESS MODE    IS DYNAMIC
004900         RECORD KEY     IS CM-CUSTOMER-ID
005000         FILE STATUS    IS WS-CM-STATUS.
005100
005200     SELECT CUST-HISTORY     ASSIGN TO CUSTHIST
005300         ORGANIZATION   IS INDEXED
005400         ACCESS MODE    IS DYNAMIC
005500         RECORD KEY     IS CH-KEY
005600         FILE STATUS    IS WS-CH-STATUS.
005700
005800     SELECT CHARGES-FILE     ASSIGN TO CHGOUT
005900         FILE STATUS    IS WS-PT-STATUS.
006000
006100     SELECT REPORT-FILE      ASSIGN TO CHGRPT
006200         FILE STATUS    IS WS-RPT-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  RATE-TABLE
006600     RECORDING MODE IS F.
006700     COPY CHGRATE.
006800
006900 FD  CUSTOMER-MASTER
007000     RECORDING MODE IS F.
007100     COPY CUSTMAST.
007200
007300 FD  CUST-HISTORY
007400     RECORDING MODE IS F.
007500     COPY CUSTHIST.
007600
007700 FD  CHARGES-FILE
007800     RECORDING MODE IS F.
007900     COPY POSTTXN.
008000
008100 FD  REPORT-FILE
008200     RECORDING MODE IS F.
008300 01  RPT-RECORD                   PIC X(133).
008400 WORKING-STORAGE SECTION.
008500*--------------------------------------------------------------*
008600*    SWITCHES                                                  *
008700*--------------------------------------------------------------*
008800 01  WS-SWITCHES.
008900     05  WS-RT-EOF-SW             PIC X(01)   VALUE 'N'.
009000         88  WS-EOF-RATE-TABLE                VALUE 'Y'.
009100     05  WS-CM-EOF-SW             PIC X(01)   VALUE 'N'.
009200         88  WS-EOF-CUSTOMER                  VALUE 'Y'.
009300     05  WS-CH-EOF-SW             PIC X(01)   VALUE 'N'.
009400         88  WS-EOF-HISTORY                   VALUE 'Y'.
009500     05  WS-RATE-FOUND-SW         PIC X(01)   VALUE 'N'.
009600         88  WS-RATE-FOUND                    VALUE 'Y'.
009700     05  WS-PERIOD-STARTED-SW     PIC X(01)   VALUE 'N'.
009800         88  WS-PERIOD-STARTED                VALUE 'Y'.
009900     05  WS-PRIOR-HIST-SW         PIC X(01)   VALUE 'N'.
010000         88  WS-PRIOR-HIST-FOUND              VALUE 'Y'.
010100     05  WS-LIMIT-SET-SW          PIC X(01)   VALUE 'N'.
010200         88  WS-LIMIT-SET                     VALUE 'Y'.
010300     05  WS-WAIVED-SW             PIC X(01)   VALUE 'N'.
010400         88  WS-INTEREST-WAIVED               VALUE 'Y'.
010500*--------------------------------------------------------------*
010600*    FILE STATUS / COUNTERS                                    *
010700*--------------------------------------------------------------*
010800 01  WS-FILE-STATUSES.
010900     05  WS-RT-STATUS             PIC X(02)   VALUE SPACES.
011000     05  WS-CM-STATUS             PIC X(02)   VALUE SPACES.
011100     05  WS-CH-STATUS             PIC X(02)   VALUE SPACES.
011200     05  WS-PT-STATUS             PIC X(02)   VALUE SPACES.
011300     05  WS-RPT-STATUS            PIC X(02)   VALUE SPACES.
011400 01  WS-COUNTERS.
011500     05  WS-RATE-ROWS-READ        PIC 9(07)   COMP     VALUE ZERO.
011600     05  WS-CUSTOMERS-READ        PIC 9(07)   COMP     VALUE ZERO.
011650     05  WS-CLOSED-SKIPPED        PIC 9(07)   COMP     VALUE ZERO.
011700     05  WS-CUSTOMERS-OVERDRAWN   PIC 9(07)   COMP     VALUE ZERO.
011800     05  WS-CUSTOMERS-CHARGED     PIC 9(07)   COMP     VALUE ZERO.
011900     05  WS-INTEREST-CHARGES      PIC 9(07)   COMP     VALUE ZERO.
012000     05  WS-FEE-CHARGES           PIC 9(07)   COMP     VALUE ZERO.
012100     05  WS-WAIVED-COUNT          PIC 9(07)   COMP     VALUE ZERO.
012200     05  WS-CHARGES-WRITTEN       PIC 9(07)   COMP     VALUE ZERO.
012300*--------------------------------------------------------------*
012400*    CONTROL TOTALS - THE CHARGES WRITTEN MUST EQUAL THE        *
012500*    INTEREST PLUS THE FEES CALCULATED                          *
012600*--------------------------------------------------------------*
012700 01  WS-CONTROL-TOTALS.
012800     05  WS-TOTAL-INTEREST        PIC S9(11)V99 COMP-3 VALUE ZERO.
012900     05  WS-TOTAL-FEES            PIC S9(11)V99 COMP-3 VALUE ZERO.
013000     05  WS-TOTAL-WAIVED          PIC S9(11)V99 COMP-3 VALUE ZERO.
013100     05  WS-TOTAL-CHARGES         PIC S9(11)V99 COMP-3 VALUE ZERO.
013200     05  WS-TOTAL-WRITTEN         PIC S9(11)V99 COMP-3 VALUE ZERO.
013300*--------------------------------------------------------------*
013400*    CHARGING PERIOD AND THE RATE-TABLE ROW IN FORCE AT ITS END *
013500*--------------------------------------------------------------*
013600 01  WS-PERIOD-START              PIC 9(08)   VALUE ZERO.
013700 01  WS-PERIOD-END                PIC 9(08)   VALUE ZERO.
013800 01  WS-PERIOD-END-R              REDEFINES WS-PERIOD-END.
013900     05  WS-PERIOD-END-YYYYMM     PIC 9(06).
014000     05  FILLER                   PIC 9(02).
014100 01  WS-PERIOD-START-SERIAL       PIC 9(08)   COMP     VALUE ZERO.
014200 01  WS-PERIOD-END-SERIAL         PIC 9(08)   COMP     VALUE ZERO.
014300 01  WS-RATE-IN-FORCE.
014400     05  WS-RATE-EFFECTIVE-DATE   PIC 9(08)   VALUE ZERO.
014500     05  WS-RATE-DEBIT-RATE       PIC 9(03)V9(04) VALUE ZERO.
014600     05  WS-RATE-DAY-BASIS        PIC 9(03)   VALUE ZERO.
014700     05  WS-RATE-DAILY-FEE        PIC 9(05)V99 VALUE ZERO.
014800     05  WS-RATE-MIN-INTEREST     PIC 9(05)V99 VALUE ZERO.
014900     05  WS-RATE-DESCRIPTION      PIC X(30)   VALUE SPACES.
015000*--------------------------------------------------------------*
015100*    PER-CUSTOMER WORK AREAS.  WS-DAY-BALANCE IS THE END-OF-DAY *
015200*    BALANCE IN FORCE FROM WS-CURRENT-SERIAL ONWARDS UNTIL THE  *
015300*    NEXT MOVEMENT DATE.  WS-INTEREST-BASE IS THE SUM OF THE    *
015400*    OVERDRAWN END-OF-DAY BALANCES (AS POSITIVE AMOUNTS) OVER   *
015500*    EVERY OVERDRAWN DAY.                                       *
015600*--------------------------------------------------------------*
015700 01  WS-CUSTOMER-WORK.
015800     05  WS-DAY-BALANCE           PIC S9(11)V99 COMP-3 VALUE ZERO.
015900     05  WS-LIMIT-FLOOR           PIC S9(11)V99 COMP-3 VALUE ZERO.
016000     05  WS-INTEREST-BASE         PIC S9(15)V99 COMP-3 VALUE ZERO.
016100     05  WS-AVERAGE-OVERDRAWN     PIC S9(11)V99 COMP-3 VALUE ZERO.
016200     05  WS-CUST-INTEREST         PIC S9(09)V99 COMP-3 VALUE ZERO.
016300     05  WS-CUST-FEES             PIC S9(09)V99 COMP-3 VALUE ZERO.
016400     05  WS-CUST-TOTAL            PIC S9(09)V99 COMP-3 VALUE ZERO.
016500     05  WS-CURRENT-SERIAL        PIC 9(08)   COMP     VALUE ZERO.
016600     05  WS-ACCRUE-DAYS           PIC S9(05)  COMP     VALUE ZERO.
016700     05  WS-OVERDRAWN-DAYS        PIC 9(05)   COMP     VALUE ZERO.
016800     05  WS-OVER-LIMIT-DAYS       PIC 9(05)   COMP     VALUE ZERO.
016900 01  WS-CHARGE-AMOUNT             PIC 9(09)V99 VALUE ZERO.
017000 01  WS-CHARGE-REF.
017100     05  WS-CHARGE-REF-TYPE       PIC X(06)   VALUE SPACES.
017200     05  WS-CHARGE-REF-MONTH      PIC 9(06)   VALUE ZERO.
017300*--------------------------------------------------------------*
017400*    WS-DATE-SERIAL-WORK - CIVIL-CALENDAR DAY-SERIAL            *
017500*    CONVERSION, AS IN HELARC, WITH EACH QUOTIENT TAKEN WHOLE   *
017600*    SO CONSECUTIVE DATES ALWAYS DIFFER BY EXACTLY ONE - THE    *
017700*    DAY COUNTS HERE ARE CHARGED FOR.                           *
017800*--------------------------------------------------------------*
017900 01  WS-DATE-SERIAL-WORK.
018000     05  WS-DTS-DATE               PIC 9(08).
018100     05  WS-DTS-DATE-R             REDEFINES WS-DTS-DATE.
018200         10  WS-DTS-YYYY           PIC 9(04).
018300         10  WS-DTS-MM             PIC 9(02).
018400         10  WS-DTS-DD             PIC 9(02).
018500     05  WS-DTS-WORK-YEAR          PIC 9(04)   COMP.
018600     05  WS-DTS-WORK-MONTH         PIC 9(02)   COMP.
018700     05  WS-DTS-QUAD-YEARS         PIC 9(04)   COMP.
018800     05  WS-DTS-CENTURIES          PIC 9(04)   COMP.
018900     05  WS-DTS-QUAD-CENTURIES     PIC 9(04)   COMP.
019000     05  WS-DTS-MONTH-DAYS         PIC 9(04)   COMP.
019100     05  WS-DTS-SERIAL             PIC 9(08)   COMP.
019200*--------------------------------------------------------------*
019300*    REPORT LINES                                              *
019400*--------------------------------------------------------------*
019500 01  WS-TITLE-LINE.
019600     05  FILLER                    PIC X(01)   VALUE SPACE.
019700     05  FILLER                    PIC X(44)   VALUE
019800         'GSE UK - OVERDRAFT INTEREST AND FEES'.
019900 01  WS-SUBTITLE-LINE.
020000     05  FILLER                    PIC X(01)   VALUE SPACE.
020100     05  FILLER                    PIC X(44)   VALUE
020200         '(SOURCE: CUSTOMER MASTER / MOVEMENT HISTORY)'.
020300 01  WS-PERIOD-LINE.
020400     05  FILLER                    PIC X(01)   VALUE SPACE.
020500     05  FILLER                    PIC X(17)   VALUE
020600         'CHARGING PERIOD  '.
020700     05  RL-PERIOD-START           PIC 9(08).
020800     05  FILLER                    PIC X(04)   VALUE ' TO '.
020900     05  RL-PERIOD-END             PIC 9(08).
021000 01  WS-RATE-LINE-1.
021100     05  FILLER                    PIC X(01)   VALUE SPACE.
021200     05  FILLER                    PIC X(17)   VALUE
021300         'RATES EFFECTIVE  '.
021400     05  RL-RATE-EFFECTIVE         PIC 9(08).
021500     05  FILLER                    PIC X(02)   VALUE SPACES.
021600     05  RL-RATE-DESCRIPTION       PIC X(30).
021700 01  WS-RATE-LINE-2.
021800     05  FILLER                    PIC X(01)   VALUE SPACE.
021900     05  FILLER                    PIC X(17)   VALUE
022000         'DEBIT RATE  PCT  '.
022100     05  RL-RATE-DEBIT             PIC ZZ9.9999.
022200     05  FILLER                    PIC X(13)   VALUE
022300         '   DAY BASIS '.
022400     05  RL-RATE-BASIS             PIC ZZ9.
022500     05  FILLER                    PIC X(13)   VALUE
022600         '   DAILY FEE '.
022700     05  RL-RATE-FEE               PIC ZZ,ZZ9.99.
022800     05  FILLER                    PIC X(16)   VALUE
022900         '   MIN INTEREST '.
023000     05  RL-RATE-MIN               PIC ZZ,ZZ9.99.
023100 01  WS-BLANK-LINE                 PIC X(01)   VALUE SPACE.
023200 01  WS-COLHDG-LINE.
023300     05  FILLER                    PIC X(01)   VALUE SPACE.
023400     05  FILLER                    PIC X(40)   VALUE
023500         'CUST    NAME'.
023600     05  FILLER                    PIC X(45)   VALUE
023700         'OD DAYS  OL DAYS   AVERAGE OD BAL    INTEREST'.
023800     05  FILLER                    PIC X(36)   VALUE
023900         '        FEES       TOTAL'.
024000 01  WS-DETAIL-LINE.
024100     05  FILLER                    PIC X(01)   VALUE SPACE.
024200     05  RL-DET-CUST               PIC X(06).
024300     05  FILLER                    PIC X(02)   VALUE SPACES.
024400     05  RL-DET-NAME               PIC X(30).
024500     05  FILLER                    PIC X(04)   VALUE SPACES.
024600     05  RL-DET-OD-DAYS            PIC ZZ9.
024700     05  FILLER                    PIC X(06)   VALUE SPACES.
024800     05  RL-DET-OL-DAYS            PIC ZZ9.
024900     05  FILLER                    PIC X(03)   VALUE SPACES.
025000     05  RL-DET-AVERAGE            PIC ZZZ,ZZZ,ZZ9.99.
025100     05  FILLER                    PIC X(02)   VALUE SPACES.
025200     05  RL-DET-INTEREST           PIC ZZZ,ZZ9.99.
025300     05  FILLER                    PIC X(02)   VALUE SPACES.
025400     05  RL-DET-FEES               PIC ZZZ,ZZ9.99.
025500     05  FILLER                    PIC X(02)   VALUE SPACES.
025600     05  RL-DET-TOTAL              PIC ZZZ,ZZ9.99.
025700     05  FILLER                    PIC X(02)   VALUE SPACES.
025800     05  RL-DET-NOTE               PIC X(20).
025900 01  WS-COUNT-LINE.
026000     05  FILLER                    PIC X(01)   VALUE SPACE.
026100     05  RL-COUNT-DESC             PIC X(24).
026200     05  RL-COUNT                  PIC ZZZ,ZZ9.
026300     05  FILLER                    PIC X(03)   VALUE SPACES.
026400     05  RL-COUNT-AMOUNT           PIC ----,---,---,--9.99.
026500 01  WS-BALANCED-LINE.
026600     05  FILLER                    PIC X(01)   VALUE SPACE.
026700     05  RL-BALANCED-TEXT          PIC X(60).
026800 01  WS-SIGNOFF-LINE.
026900     05  FILLER                    PIC X(01)   VALUE SPACE.
027000     05  FILLER                    PIC X(45)   VALUE
027100         'CREDIT CONTROL SIGN-OFF  ___________________ '.
027200     05  FILLER                    PIC X(30)   VALUE
027300         ' DATE  __________'.
027400 LINKAGE SECTION.
027500*--------------------------------------------------------------*
027600*    PARM PASSED ON THE EXEC STATEMENT - THE CHARGING PERIOD   *
027700*    START AND END DATES (YYYYMMDD,YYYYMMDD).  SEE             *
027800*    JCL/CUSTINT.JCL.                                          *
027900*--------------------------------------------------------------*
028000 01  WS-PARM-AREA.
028100     05  WS-PARM-LENGTH            PIC S9(04) COMP.
028200     05  WS-PARM-PERIOD-START      PIC X(08).
028300     05  FILLER                    PIC X(01).
028400     05  WS-PARM-PERIOD-END        PIC X(08).
028500 PROCEDURE DIVISION USING WS-PARM-AREA.
028600*****************************************************************
028700*    0000-MAINLINE                                              *
028800*****************************************************************
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029100     PERFORM 2000-PROCESS-CUSTOMERS THRU 2000-EXIT
029200         UNTIL WS-EOF-CUSTOMER.
029300     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
029400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029500
029600     STOP RUN.
029700*****************************************************************
029800*    1000-INITIALIZE - OPEN FILES, RESOLVE THE PARM, PICK THE   *
029900*    RATE-TABLE ROW IN FORCE AND PRIME THE CUSTOMER READ        *
030000*****************************************************************
030100 1000-INITIALIZE.
030200     IF WS-PARM-LENGTH >= 17
030300        AND WS-PARM-PERIOD-START IS NUMERIC
030400        AND WS-PARM-PERIOD-END IS NUMERIC
030500        AND WS-PARM-PERIOD-END NOT < WS-PARM-PERIOD-START
030600         MOVE WS-PARM-PERIOD-START TO WS-PERIOD-START
030700         MOVE WS-PARM-PERIOD-END   TO WS-PERIOD-END
030800     ELSE
030900         DISPLAY 'CUSTINT - PERIOD PARM MISSING OR INVALID - '
031000             'EXPECTED YYYYMMDD,YYYYMMDD'
031100         MOVE 16 TO RETURN-CODE
031200         STOP RUN
031300     END-IF.
031400
031500     OPEN INPUT  RATE-TABLE.
031600     IF WS-RT-STATUS NOT = '00'
031700         DISPLAY 'CUSTINT - UNABLE TO OPEN RATETAB, STATUS='
031800             WS-RT-STATUS
031900         MOVE 16 TO RETURN-CODE
032000         STOP RUN
032100     END-IF.
032200
032300     OPEN INPUT  CUSTOMER-MASTER.
032400     IF WS-CM-STATUS NOT = '00'
032500         DISPLAY 'CUSTINT - UNABLE TO OPEN CUSTMAST, STATUS='
032600             WS-CM-STATUS
032700         MOVE 16 TO RETURN-CODE
032800         STOP RUN
032900     END-IF.
033000
033100     OPEN INPUT  CUST-HISTORY.
033200     IF WS-CH-STATUS NOT = '00'
033300         DISPLAY 'CUSTINT - UNABLE TO OPEN CUSTHIST, STATUS='
033400             WS-CH-STATUS
033500         MOVE 16 TO RETURN-CODE
033600         STOP RUN
033700     END-IF.
033800
033900     OPEN OUTPUT CHARGES-FILE.
034000     IF WS-PT-STATUS NOT = '00'
034100         DISPLAY 'CUSTINT - UNABLE TO OPEN CHGOUT, STATUS='
034200             WS-PT-STATUS
034300         MOVE 16 TO RETURN-CODE
034400         STOP RUN
034500     END-IF.
034600
034700     OPEN OUTPUT REPORT-FILE.
034800     IF WS-RPT-STATUS NOT = '00'
034900         DISPLAY 'CUSTINT - UNABLE TO OPEN REPORT FILE, STATUS='
035000             WS-RPT-STATUS
035100         MOVE 16 TO RETURN-CODE
035200         STOP RUN
035300     END-IF.
035400
035500     PERFORM 1200-LOAD-RATE-ROW THRU 1200-EXIT
035600         UNTIL WS-EOF-RATE-TABLE.
035700     CLOSE RATE-TABLE.
035800     IF NOT WS-RATE-FOUND
035900         DISPLAY 'CUSTINT - NO RATE-TABLE ROW EFFECTIVE ON OR '
036000             'BEFORE ' WS-PERIOD-END
036100         MOVE 16 TO RETURN-CODE
036200         STOP RUN
036300     END-IF.
036400
036500     MOVE WS-PERIOD-START TO WS-DTS-DATE.
036600     PERFORM 1500-DATE-TO-SERIAL THRU 1500-EXIT.
036700     MOVE WS-DTS-SERIAL   TO WS-PERIOD-START-SERIAL.
036800     MOVE WS-PERIOD-END   TO WS-DTS-DATE.
036900     PERFORM 1500-DATE-TO-SERIAL THRU 1500-EXIT.
037000     MOVE WS-DTS-SERIAL   TO WS-PERIOD-END-SERIAL.
037100
037200     PERFORM 1700-PRINT-HEADINGS THRU 1700-EXIT.
037300
037400     MOVE LOW-VALUES TO CM-CUSTOMER-ID.
037500     START CUSTOMER-MASTER KEY >= CM-CUSTOMER-ID
037600         INVALID KEY
037700             SET WS-EOF-CUSTOMER TO TRUE
037800     END-START.
037900     IF NOT WS-EOF-CUSTOMER
038000         PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT
038100     END-IF.
038200 1000-EXIT.
038300     EXIT.
038400*****************************************************************
038500*    1100-READ-CUSTOMER - READ THE NEXT CUSTOMER-MASTER RECORD  *
038600*****************************************************************
038700 1100-READ-CUSTOMER.
038800     READ CUSTOMER-MASTER NEXT
038900         AT END
039000             SET WS-EOF-CUSTOMER TO TRUE
039100     END-READ.
039200 1100-EXIT.
039300     EXIT.
039400*****************************************************************
039500*    1200-LOAD-RATE-ROW - READ ONE RATE-TABLE ROW AND KEEP IT   *
039600*    IF IT IS THE LATEST SO FAR THAT IS IN FORCE BY THE PERIOD  *
039700*    END.  COMMENT ROWS ARE SKIPPED; A ROW THAT WOULD BE USED   *
039800*    BUT HOLDS A NON-NUMERIC OR ZERO RATE FIELD STOPS THE RUN   *
039900*    RATHER THAN CHARGE CUSTOMERS FROM A DAMAGED TABLE.         *
040000*****************************************************************
040100 1200-LOAD-RATE-ROW.
040200     READ RATE-TABLE
040300         AT END
040400             SET WS-EOF-RATE-TABLE TO TRUE
040500             GO TO 1200-EXIT
040600     END-READ.
040700     ADD 1 TO WS-RATE-ROWS-READ.
040800
040900     IF RT-EFFECTIVE-DATE NOT NUMERIC
041000         GO TO 1200-EXIT
041100     END-IF.
041200     IF RT-EFFECTIVE-DATE > WS-PERIOD-END
041300        OR RT-EFFECTIVE-DATE < WS-RATE-EFFECTIVE-DATE
041400         GO TO 1200-EXIT
041500     END-IF.
041600
041700     IF RT-DEBIT-RATE NOT NUMERIC
041800        OR RT-DAY-BASIS NOT NUMERIC
041900        OR RT-DAY-BASIS = ZERO
042000        OR RT-DAILY-FEE NOT NUMERIC
042100        OR RT-MIN-INTEREST NOT NUMERIC
042200         DISPLAY 'CUSTINT - RATE-TABLE ROW EFFECTIVE '
042300             RT-EFFECTIVE-DATE ' IS INVALID'
042400         MOVE 16 TO RETURN-CODE
042500         STOP RUN
042600     END-IF.
042700
042800     MOVE RT-EFFECTIVE-DATE TO WS-RATE-EFFECTIVE-DATE.
042900     MOVE RT-DEBIT-RATE     TO WS-RATE-DEBIT-RATE.
043000     MOVE RT-DAY-BASIS      TO WS-RATE-DAY-BASIS.
043100     MOVE RT-DAILY-FEE      TO WS-RATE-DAILY-FEE.
043200     MOVE RT-MIN-INTEREST   TO WS-RATE-MIN-INTEREST.
043300     MOVE RT-DESCRIPTION    TO WS-RATE-DESCRIPTION.
043400     SET WS-RATE-FOUND TO TRUE.
043500 1200-EXIT.
043600     EXIT.
043700*****************************************************************
043800*    1500-DATE-TO-SERIAL - WS-DTS-DATE (YYYYMMDD) TO A DAY      *
043900*    SERIAL IN WS-DTS-SERIAL.  JANUARY AND FEBRUARY COUNT AS    *
044000*    MONTHS 13 AND 14 OF THE PRIOR YEAR SO EVERY DIVISION       *
044100*    WORKS ON POSITIVE NUMBERS.                                 *
044200*****************************************************************
044300 1500-DATE-TO-SERIAL.
044400     IF WS-DTS-MM < 3
044500         COMPUTE WS-DTS-WORK-YEAR  = WS-DTS-YYYY - 1
044600         COMPUTE WS-DTS-WORK-MONTH = WS-DTS-MM + 12
044700     ELSE
044800         MOVE WS-DTS-YYYY TO WS-DTS-WORK-YEAR
044900         MOVE WS-DTS-MM   TO WS-DTS-WORK-MONTH
045000     END-IF.
045100     COMPUTE WS-DTS-QUAD-YEARS     = WS-DTS-WORK-YEAR / 4.
045200     COMPUTE WS-DTS-CENTURIES      = WS-DTS-WORK-YEAR / 100.
045300     COMPUTE WS-DTS-QUAD-CENTURIES = WS-DTS-WORK-YEAR / 400.
045400     COMPUTE WS-DTS-MONTH-DAYS
045500         = (153 * (WS-DTS-WORK-MONTH + 1)) / 5.
045600     COMPUTE WS-DTS-SERIAL
045700         = (365 * WS-DTS-WORK-YEAR)
045800         + WS-DTS-QUAD-YEARS
045900         - WS-DTS-CENTURIES
046000         + WS-DTS-QUAD-CENTURIES
046100         + WS-DTS-MONTH-DAYS
046200         + WS-DTS-DD.
046300 1500-EXIT.
046400     EXIT.
046500*****************************************************************
046600*    1700-PRINT-HEADINGS - TITLE, PERIOD, THE RATES IN FORCE    *
046700*    AND THE COLUMN HEADINGS                                    *
046800*****************************************************************
046900 1700-PRINT-HEADINGS.
047000     MOVE WS-TITLE-LINE    TO RPT-RECORD.
047100     WRITE RPT-RECORD.
047200     MOVE WS-SUBTITLE-LINE TO RPT-RECORD.
047300     WRITE RPT-RECORD.
047400     MOVE WS-PERIOD-START  TO RL-PERIOD-START.
047500     MOVE WS-PERIOD-END    TO RL-PERIOD-END.
047600     MOVE WS-PERIOD-LINE   TO RPT-RECORD.
047700     WRITE RPT-RECORD.
047800     MOVE WS-RATE-EFFECTIVE-DATE TO RL-RATE-EFFECTIVE.
047900     MOVE WS-RATE-DESCRIPTION    TO RL-RATE-DESCRIPTION.
048000     MOVE WS-RATE-LINE-1         TO RPT-RECORD.
048100     WRITE RPT-RECORD.
048200     MOVE WS-RATE-DEBIT-RATE     TO RL-RATE-DEBIT.
048300     MOVE WS-RATE-DAY-BASIS      TO RL-RATE-BASIS.
048400     MOVE WS-RATE-DAILY-FEE      TO RL-RATE-FEE.
048500     MOVE WS-RATE-MIN-INTEREST   TO RL-RATE-MIN.
048600     MOVE WS-RATE-LINE-2         TO RPT-RECORD.
048700     WRITE RPT-RECORD.
048800     MOVE WS-BLANK-LINE    TO RPT-RECORD.
048900     WRITE RPT-RECORD.
049000     MOVE WS-COLHDG-LINE   TO RPT-RECORD.
049100     WRITE RPT-RECORD.
049200 1700-EXIT.
049300     EXIT.
049400*****************************************************************
049500*    2000-PROCESS-CUSTOMERS - CHARGES FOR ONE CUSTOMER, THEN    *
049600*    STEP TO THE NEXT                                           *
049700*****************************************************************
049800 2000-PROCESS-CUSTOMERS.
049900     ADD 1 TO WS-CUSTOMERS-READ.
050000     PERFORM 3000-CHARGE-ONE-CUSTOMER THRU 3000-EXIT.
050100     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
050200 2000-EXIT.
050300     EXIT.
050400*****************************************************************
050500*    3000-CHARGE-ONE-CUSTOMER - REBUILD THE END-OF-DAY BALANCES *
050600*    FOR THE CUSTOMER IN CM-RECORD ACROSS THE PERIOD, THEN      *
050700*    CALCULATE, REPORT AND WRITE THE CHARGES.  THE LIMIT TESTED *
050800*    IS THE CUSTOMER'S CURRENT CM-CREDIT-LIMIT - THE MASTER     *
050900*    KEEPS NO HISTORY OF LIMIT CHANGES.  A ZERO OR NON-NUMERIC  *
051000*    LIMIT MEANS NO LIMIT IS SET, AS IN HELPOST, AND NO FEE IS  *
051100*    CHARGED.  A CLOSED ACCOUNT IS SKIPPED AND COUNTED - ANY    *
051166*    CHARGE ON IT WOULD ONLY BE REJECTED BY HELPOST.            *
051200*****************************************************************
051300 3000-CHARGE-ONE-CUSTOMER.
051316     IF CM-STATUS-CLOSED
051332         ADD 1 TO WS-CLOSED-SKIPPED
051348         GO TO 3000-EXIT
051364     END-IF.
051380
051400     MOVE 'N'  TO WS-CH-EOF-SW.
051500     MOVE 'N'  TO WS-PERIOD-STARTED-SW.
051600     MOVE 'N'  TO WS-PRIOR-HIST-SW.
051700     MOVE 'N'  TO WS-LIMIT-SET-SW.
051800     MOVE ZERO TO WS-DAY-BALANCE.
051900     MOVE ZERO TO WS-INTEREST-BASE.
052000     MOVE ZERO TO WS-OVERDRAWN-DAYS.
052100     MOVE ZERO TO WS-OVER-LIMIT-DAYS.
052200     MOVE WS-PERIOD-START-SERIAL TO WS-CURRENT-SERIAL.
052300
052400     IF CM-CREDIT-LIMIT NUMERIC
052500        AND CM-CREDIT-LIMIT > ZERO
052600         SET WS-LIMIT-SET TO TRUE
052700         COMPUTE WS-LIMIT-FLOOR = ZERO - CM-CREDIT-LIMIT
052800     END-IF.
052900
053000     MOVE CM-CUSTOMER-ID TO CH-CUSTOMER-ID.
053100     MOVE ZEROS          TO CH-TXN-DATE.
053200     MOVE ZEROS          TO CH-TXN-SEQ.
053300     START CUST-HISTORY KEY >= CH-KEY
053400         INVALID KEY
053500             SET WS-EOF-HISTORY TO TRUE
053600     END-START.
053700     IF NOT WS-EOF-HISTORY
053800         PERFORM 3200-READ-HISTORY THRU 3200-EXIT
053900     END-IF.
054000     PERFORM 3300-PROCESS-MOVEMENT THRU 3300-EXIT
054100         UNTIL WS-EOF-HISTORY.
054200
054300*    NO MOVEMENT IN THE PERIOD - THE OPENING BALANCE IS THE
054400*    LAST PRE-PERIOD RESULTING BALANCE, OR THE MASTER BALANCE
054500*    WHEN THERE IS NO HISTORY AT ALL, AND HOLDS ALL PERIOD
054600     IF NOT WS-PERIOD-STARTED
054700        AND NOT WS-PRIOR-HIST-FOUND
054800         MOVE CM-BALANCE TO WS-DAY-BALANCE
054900     END-IF.
055000
055100*    THE LAST BALANCE HOLDS TO THE END OF THE PERIOD INCLUSIVE
055200     COMPUTE WS-ACCRUE-DAYS
055300         = WS-PERIOD-END-SERIAL + 1 - WS-CURRENT-SERIAL.
055400     PERFORM 3500-ACCRUE-DAYS THRU 3500-EXIT.
055500
055600     IF WS-OVERDRAWN-DAYS = ZERO
055700         GO TO 3000-EXIT
055800     END-IF.
055900     PERFORM 3600-CALCULATE-CHARGES THRU 3600-EXIT.
056000     PERFORM 3700-WRITE-CHARGES THRU 3700-EXIT.
056100     PERFORM 3900-PRINT-DETAIL THRU 3900-EXIT.
056200 3000-EXIT.
056300     EXIT.
056400*****************************************************************
056500*    3200-READ-HISTORY - READ THE NEXT HISTORY RECORD; END OF   *
056600*    THIS CUSTOMER'S HISTORY WHEN THE KEY LEAVES THE CUSTOMER   *
056700*****************************************************************
056800 3200-READ-HISTORY.
056900     READ CUST-HISTORY NEXT
057000         AT END
057100             SET WS-EOF-HISTORY TO TRUE
057200     END-READ.
057300     IF NOT WS-EOF-HISTORY
057400        AND CH-CUSTOMER-ID NOT = CM-CUSTOMER-ID
057500         SET WS-EOF-HISTORY TO TRUE
057600     END-IF.
057700 3200-EXIT.
057800     EXIT.
057900*****************************************************************
058000*    3300-PROCESS-MOVEMENT - ONE HISTORY RECORD.  PRE-PERIOD    *
058100*    MOVEMENTS ONLY CARRY THE OPENING BALANCE FORWARD.  THE     *
058200*    FIRST IN-PERIOD MOVEMENT FIXES THE OPENING BALANCE BY      *
058300*    BACKING ITS AMOUNT OUT OF ITS RESULTING BALANCE, AS        *
058400*    CUSTSTMT DOES.  EACH IN-PERIOD MOVEMENT ON A LATER DATE    *
058500*    FIRST ACCRUES THE DAYS THE PREVIOUS BALANCE WAS HELD; THE  *
058600*    LAST MOVEMENT OF A DATE LEAVES THAT DAY'S CLOSING BALANCE. *
058700*    HISTORY AFTER THE PERIOD ENDS THE WALK.                    *
058800*****************************************************************
058900 3300-PROCESS-MOVEMENT.
059000     EVALUATE TRUE
059100         WHEN CH-TXN-DATE < WS-PERIOD-START
059200             MOVE CH-NEW-BALANCE TO WS-DAY-BALANCE
059300             SET WS-PRIOR-HIST-FOUND TO TRUE
059400         WHEN CH-TXN-DATE > WS-PERIOD-END
059500             SET WS-EOF-HISTORY TO TRUE
059600             GO TO 3300-EXIT
059700         WHEN OTHER
059800             IF NOT WS-PERIOD-STARTED
059900                 IF CH-CREDIT
060000                     COMPUTE WS-DAY-BALANCE
060100                         = CH-NEW-BALANCE - CH-AMOUNT
060200                 ELSE
060300                     COMPUTE WS-DAY-BALANCE
060400                         = CH-NEW-BALANCE + CH-AMOUNT
060500                 END-IF
060600                 SET WS-PERIOD-STARTED TO TRUE
060700             END-IF
060800             MOVE CH-TXN-DATE TO WS-DTS-DATE
060900             PERFORM 1500-DATE-TO-SERIAL THRU 1500-EXIT
061000             COMPUTE WS-ACCRUE-DAYS
061100                 = WS-DTS-SERIAL - WS-CURRENT-SERIAL
061200             PERFORM 3500-ACCRUE-DAYS THRU 3500-EXIT
061300             MOVE WS-DTS-SERIAL  TO WS-CURRENT-SERIAL
061400             MOVE CH-NEW-BALANCE TO WS-DAY-BALANCE
061500     END-EVALUATE.
061600     PERFORM 3200-READ-HISTORY THRU 3200-EXIT.
061700 3300-EXIT.
061800     EXIT.
061900*****************************************************************
062000*    3500-ACCRUE-DAYS - WS-ACCRUE-DAYS DAYS ENDED AT            *
062100*    WS-DAY-BALANCE.  OVERDRAWN DAYS ADD TO THE INTEREST BASE;  *
062200*    DAYS BEYOND THE CREDIT LIMIT ALSO COUNT FOR THE FEE.       *
062300*****************************************************************
062400 3500-ACCRUE-DAYS.
062500     IF WS-ACCRUE-DAYS NOT > ZERO
062600         GO TO 3500-EXIT
062700     END-IF.
062800     IF WS-DAY-BALANCE NOT < ZERO
062900         GO TO 3500-EXIT
063000     END-IF.
063100     ADD WS-ACCRUE-DAYS TO WS-OVERDRAWN-DAYS.
063200     COMPUTE WS-INTEREST-BASE = WS-INTEREST-BASE
063300         - (WS-DAY-BALANCE * WS-ACCRUE-DAYS).
063400     IF WS-LIMIT-SET
063500        AND WS-DAY-BALANCE < WS-LIMIT-FLOOR
063600         ADD WS-ACCRUE-DAYS TO WS-OVER-LIMIT-DAYS
063700     END-IF.
063800 3500-EXIT.
063900     EXIT.
064000*****************************************************************
064100*    3600-CALCULATE-CHARGES - INTEREST ON THE INTEREST BASE AT  *
064200*    THE ANNUAL RATE OVER THE DAY BASIS, ROUNDED TO THE PENNY,  *
064300*    WAIVED WHEN BELOW THE MINIMUM; THE FEE IS THE DAILY FEE    *
064400*    FOR EACH DAY BEYOND THE LIMIT                              *
064500*****************************************************************
064600 3600-CALCULATE-CHARGES.
064700     ADD 1 TO WS-CUSTOMERS-OVERDRAWN.
064800     MOVE 'N' TO WS-WAIVED-SW.
064900     COMPUTE WS-AVERAGE-OVERDRAWN ROUNDED
065000         = WS-INTEREST-BASE / WS-OVERDRAWN-DAYS.
065100     COMPUTE WS-CUST-INTEREST ROUNDED
065200         = (WS-INTEREST-BASE * WS-RATE-DEBIT-RATE)
065300         / (100 * WS-RATE-DAY-BASIS).
065400     IF WS-CUST-INTEREST > ZERO
065500        AND WS-CUST-INTEREST < WS-RATE-MIN-INTEREST
065600         SET WS-INTEREST-WAIVED TO TRUE
065700         ADD 1 TO WS-WAIVED-COUNT
065800         ADD WS-CUST-INTEREST TO WS-TOTAL-WAIVED
065900         MOVE ZERO TO WS-CUST-INTEREST
066000     END-IF.
066100     COMPUTE WS-CUST-FEES
066200         = WS-OVER-LIMIT-DAYS * WS-RATE-DAILY-FEE.
066300     COMPUTE WS-CUST-TOTAL = WS-CUST-INTEREST + WS-CUST-FEES.
066400     ADD WS-CUST-INTEREST TO WS-TOTAL-INTEREST.
066500     ADD WS-CUST-FEES     TO WS-TOTAL-FEES.
066600     ADD WS-CUST-TOTAL    TO WS-TOTAL-CHARGES.
066700 3600-EXIT.
066800     EXIT.
066900*****************************************************************
067000*    3700-WRITE-CHARGES - ONE DEBIT MOVEMENT FOR THE INTEREST   *
067100*    AND ONE FOR THE FEES, EACH ONLY WHEN NOT ZERO              *
067200*****************************************************************
067300 3700-WRITE-CHARGES.
067400     MOVE WS-PERIOD-END-YYYYMM TO WS-CHARGE-REF-MONTH.
067500     IF WS-CUST-INTEREST > ZERO
067600         MOVE 'ODINT '         TO WS-CHARGE-REF-TYPE
067700         MOVE WS-CUST-INTEREST TO WS-CHARGE-AMOUNT
067800         PERFORM 3750-WRITE-CHARGE THRU 3750-EXIT
067900         ADD 1 TO WS-INTEREST-CHARGES
068000     END-IF.
068100     IF WS-CUST-FEES > ZERO
068200         MOVE 'ODFEE '         TO WS-CHARGE-REF-TYPE
068300         MOVE WS-CUST-FEES     TO WS-CHARGE-AMOUNT
068400         PERFORM 3750-WRITE-CHARGE THRU 3750-EXIT
068500         ADD 1 TO WS-FEE-CHARGES
068600     END-IF.
068700     IF WS-CUST-TOTAL > ZERO
068800         ADD 1 TO WS-CUSTOMERS-CHARGED
068900     END-IF.
069000 3700-EXIT.
069100     EXIT.
069200*****************************************************************
069300*    3750-WRITE-CHARGE - WRITE ONE CHARGE TO THE CHARGES FILE,  *
069400*    DATED THE PERIOD END AND MARKED AS A BANK CHARGE SO        *
069500*    HELPOST POSTS IT WHATEVER THE CREDIT LIMIT.  TXNSWEEP      *
069600*    STAMPS THE BUSINESS DATE IT ACTUALLY POSTS ON.             *
069700*****************************************************************
069800 3750-WRITE-CHARGE.
069900     MOVE SPACES           TO PT-RECORD.
070000     MOVE CM-CUSTOMER-ID   TO PT-CUSTOMER-ID.
070100     MOVE WS-PERIOD-END    TO PT-TXN-DATE.
070200     SET PT-DEBIT          TO TRUE.
070300     MOVE WS-CHARGE-AMOUNT TO PT-AMOUNT.
070400     MOVE WS-CHARGE-REF    TO PT-REFERENCE.
070500     SET PT-CHARGE-POSTING TO TRUE.
070600     WRITE PT-RECORD.
070700     IF WS-PT-STATUS NOT = '00'
070800         DISPLAY 'CUSTINT - WRITE FAILED ON CHGOUT, STATUS='
070900             WS-PT-STATUS
071000         MOVE 16 TO RETURN-CODE
071100         STOP RUN
071200     END-IF.
071300     ADD 1 TO WS-CHARGES-WRITTEN.
071400     ADD WS-CHARGE-AMOUNT TO WS-TOTAL-WRITTEN.
071500 3750-EXIT.
071600     EXIT.
071700*****************************************************************
071800*    3900-PRINT-DETAIL - ONE REPORT LINE PER OVERDRAWN CUSTOMER *
071900*****************************************************************
072000 3900-PRINT-DETAIL.
072100     MOVE CM-CUSTOMER-ID       TO RL-DET-CUST.
072200     MOVE CM-CUSTOMER-NAME     TO RL-DET-NAME.
072300     MOVE WS-OVERDRAWN-DAYS    TO RL-DET-OD-DAYS.
072400     MOVE WS-OVER-LIMIT-DAYS   TO RL-DET-OL-DAYS.
072500     MOVE WS-AVERAGE-OVERDRAWN TO RL-DET-AVERAGE.
072600     MOVE WS-CUST-INTEREST     TO RL-DET-INTEREST.
072700     MOVE WS-CUST-FEES         TO RL-DET-FEES.
072800     MOVE WS-CUST-TOTAL        TO RL-DET-TOTAL.
072900     IF WS-INTEREST-WAIVED
073000         MOVE 'INTEREST WAIVED'  TO RL-DET-NOTE
073100     ELSE
073200         MOVE SPACES             TO RL-DET-NOTE
073300     END-IF.
073400     MOVE WS-DETAIL-LINE       TO RPT-RECORD.
073500     WRITE RPT-RECORD.
073600 3900-EXIT.
073700     EXIT.
073800*****************************************************************
073900*    8000-PRINT-SUMMARY - GRAND TOTALS, THE PROOF THAT THE      *
074000*    CHARGES FILE HOLDS EXACTLY WHAT WAS CALCULATED, AND THE    *
074100*    CREDIT CONTROL SIGN-OFF LINE                               *
074200*****************************************************************
074300 8000-PRINT-SUMMARY.
074400     MOVE WS-BLANK-LINE    TO RPT-RECORD.
074500     WRITE RPT-RECORD.
074600
074700     MOVE 'CUSTOMERS READ'       TO RL-COUNT-DESC.
074800     MOVE WS-CUSTOMERS-READ      TO RL-COUNT.
074900     MOVE ZERO                   TO RL-COUNT-AMOUNT.
075000     MOVE WS-COUNT-LINE          TO RPT-RECORD.
075100     WRITE RPT-RECORD.
075114
075128     MOVE 'CLOSED - NOT CHARGED' TO RL-COUNT-DESC.
075142     MOVE WS-CLOSED-SKIPPED      TO RL-COUNT.
075156     MOVE ZERO                   TO RL-COUNT-AMOUNT.
075170     MOVE WS-COUNT-LINE          TO RPT-RECORD.
075184     WRITE RPT-RECORD.
075200
075300     MOVE 'CUSTOMERS OVERDRAWN'  TO RL-COUNT-DESC.
075400     MOVE WS-CUSTOMERS-OVERDRAWN TO RL-COUNT.
075500     MOVE ZERO                   TO RL-COUNT-AMOUNT.
075600     MOVE WS-COUNT-LINE          TO RPT-RECORD.
075700     WRITE RPT-RECORD.
075800
075900     MOVE 'CUSTOMERS CHARGED'    TO RL-COUNT-DESC.
076000     MOVE WS-CUSTOMERS-CHARGED   TO RL-COUNT.
076100     MOVE WS-TOTAL-CHARGES       TO RL-COUNT-AMOUNT.
076200     MOVE WS-COUNT-LINE          TO RPT-RECORD.
076300     WRITE RPT-RECORD.
076400
076500     MOVE 'INTEREST CHARGES'     TO RL-COUNT-DESC.
076600     MOVE WS-INTEREST-CHARGES    TO RL-COUNT.
076700     MOVE WS-TOTAL-INTEREST      TO RL-COUNT-AMOUNT.
076800     MOVE WS-COUNT-LINE          TO RPT-RECORD.
076900     WRITE RPT-RECORD.
077000
077100     MOVE 'FEE CHARGES'          TO RL-COUNT-DESC.
077200     MOVE WS-FEE-CHARGES         TO RL-COUNT.
077300     MOVE WS-TOTAL-FEES          TO RL-COUNT-AMOUNT.
077400     MOVE WS-COUNT-LINE          TO RPT-RECORD.
077500     WRITE RPT-RECORD.
077600
077700     MOVE 'INTEREST WAIVED'      TO RL-COUNT-DESC.
077800     MOVE WS-WAIVED-COUNT        TO RL-COUNT.
077900     MOVE WS-TOTAL-WAIVED        TO RL-COUNT-AMOUNT.
078000     MOVE WS-COUNT-LINE          TO RPT-RECORD.
078100     WRITE RPT-RECORD.
078200
078300     MOVE 'CHARGE RECORDS WRITTEN' TO RL-COUNT-DESC.
078400     MOVE WS-CHARGES-WRITTEN     TO RL-COUNT.
078500     MOVE WS-TOTAL-WRITTEN       TO RL-COUNT-AMOUNT.
078600     MOVE WS-COUNT-LINE          TO RPT-RECORD.
078700     WRITE RPT-RECORD.
078800
078900     MOVE WS-BLANK-LINE    TO RPT-RECORD.
079000     WRITE RPT-RECORD.
079100
079200     IF WS-TOTAL-WRITTEN = WS-TOTAL-CHARGES
079300         MOVE 'RUN BALANCED - CHARGES WRITTEN = INTEREST+FEES'
079400             TO RL-BALANCED-TEXT
079500     ELSE
079600         MOVE '** CHARGES FILE OUT OF BALANCE - DO NOT POST **'
079700             TO RL-BALANCED-TEXT
079800     END-IF.
079900     MOVE WS-BALANCED-LINE TO RPT-RECORD.
080000     WRITE RPT-RECORD.
080100
080200     MOVE WS-BLANK-LINE    TO RPT-RECORD.
080300     WRITE RPT-RECORD.
080400     MOVE WS-SIGNOFF-LINE  TO RPT-RECORD.
080500     WRITE RPT-RECORD.
080600 8000-EXIT.
080700     EXIT.
080800*****************************************************************
080900*    9000-TERMINATE - CLOSE FILES, REPORT COUNTS AND SET THE    *
081000*    RETURN CODE IF THE CHARGES FILE DID NOT BALANCE            *
081100*****************************************************************
081200 9000-TERMINATE.
081300     CLOSE CUSTOMER-MASTER.
081400     CLOSE CUST-HISTORY.
081500     CLOSE CHARGES-FILE.
081600     CLOSE REPORT-FILE.
081700     DISPLAY 'CUSTINT - PERIOD             = ' WS-PERIOD-START
081800         ' TO ' WS-PERIOD-END.
081900     DISPLAY 'CUSTINT - RATES EFFECTIVE    = '
082000         WS-RATE-EFFECTIVE-DATE.
082100     DISPLAY 'CUSTINT - CUSTOMERS READ     = ' WS-CUSTOMERS-READ.
082150     DISPLAY 'CUSTINT - CLOSED SKIPPED     = ' WS-CLOSED-SKIPPED.
082200     DISPLAY 'CUSTINT - CUSTOMERS OVERDRAWN= '
082300         WS-CUSTOMERS-OVERDRAWN.
082400     DISPLAY 'CUSTINT - CUSTOMERS CHARGED  = '
082500         WS-CUSTOMERS-CHARGED.
082600     DISPLAY 'CUSTINT - INTEREST WAIVED    = ' WS-WAIVED-COUNT.
082700     DISPLAY 'CUSTINT - CHARGES WRITTEN    = '
082800         WS-CHARGES-WRITTEN.
082900     IF WS-TOTAL-WRITTEN NOT = WS-TOTAL-CHARGES
083000         DISPLAY 'CUSTINT - CHARGES FILE OUT OF BALANCE - '
083100             'DO NOT POST'
083200         MOVE 16 TO RETURN-CODE
083300     END-IF.
083400 9000-EXIT.
083500     EXIT.
