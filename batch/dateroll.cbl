000100*****************************************************************
000200* PROGRAM-ID : DATEROLL                                         *
000300* PURPOSE    : END-OF-NIGHT BUSINESS-DATE ROLL.  THE LAST STEP  *
000400*              OF THE NIGHT SCHEDULE, RUN AFTER HELVER.  ONLY   *
000500*              IF HELVER'S STEP-99 RUN-CONTROL RECORD FOR THE   *
000600*              NIGHT SHOWS A CLEAN VERIFICATION IS THE          *
000700*              BUSINESS-DATE CONTROL RECORD (COPY BUSDATE)      *
000800*              MOVED ON: THE CURRENT DATE BECOMES THE PREVIOUS  *
000900*              DATE, THE NEXT WORKING DATE BECOMES CURRENT, AND *
001000*              A NEW NEXT WORKING DATE IS WORKED OUT FROM THE   *
001100*              HOLIDAY CALENDAR (COPY HOLCAL) - SATURDAYS,      *
001200*              SUNDAYS AND THE CALENDAR'S ROWS ARE SKIPPED.     *
001300*              THE NIGHT IS THEN CLOSED (BATCH NOT RUNNING) AND *
001400*              THE ONLINE DAY REOPENED.  A FAILED OR MISSING    *
001500*              VERIFICATION LEAVES THE RECORD UNTOUCHED AND     *
001600*              ENDS THE STEP RC=16, SO THE NIGHT CAN BE PUT     *
001700*              RIGHT AND RERUN UNDER THE SAME DATE.             *
001800*                                                               *
001900*              RUN ONCE WITH PARM 'YYYYMMDD' AGAINST A NEWLY    *
002000*              DEFINED BUSDATE CLUSTER, THE PROGRAM WRITES THE  *
002100*              FIRST CONTROL RECORD FOR THAT BUSINESS DATE      *
002200*              INSTEAD OF ROLLING.  IT WILL NOT OVERWRITE A     *
002300*              RECORD THAT IS ALREADY THERE.                    *
002400*****************************************************************
002500* MODIFICATION HISTORY
002600*   DATE       INIT  DESCRIPTION
002700*   2026-10-15 DLH   INITIAL VERSION.  STEP 15 OF THE NIGHT
002800*                     SCHEDULE, RUN AFTER HELVER; RUN-CONTROL
002900*                     RECORDING AS THE OTHER STEPS, UNDER THE
003000*                     BUSINESS DATE BEING CLOSED.  DAY-OF-WEEK
003100*                     FROM HELARC'S DATE SERIAL, DAY STEPPING
003200*                     FROM TXNSWEEP'S MONTH-DAYS TABLE.
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.     DATEROLL.
003600 AUTHOR.         D L HARRIS.
003700 INSTALLATION.   GSE UK.
003800 DATE-WRITTEN.   2026-10-15.
003900 DATE-COMPILED.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004400         ORGANIZATION   IS INDEXED
004500         ACCESS MODE    IS RANDOM
004600         RECORD KEY     IS BD-KEY
004700         FILE STATUS    IS WS-BD-STATUS.
004800
004900     SELECT HOLIDAY-CALENDAR ASSIGN TO HOLCAL
005000         FILE STATUS    IS WS-HC-STATUS.
005100
005200     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
005300         ORGANIZATION   IS INDEXED
005400         ACCESS MODE    IS RANDOM
005500         RECORD KEY     IS RC-KEY
005600         FILE STATUS    IS WS-RC-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  BUSINESS-DATE-FILE
006000     RECORDING MODE IS F.
006100     COPY BUSDATE.
006200
006300 FD  HOLIDAY-CALENDAR
006400     RECORDING MODE IS F.
006500     COPY HOLCAL.
006600
006700 FD  RUN-CONTROL
006800     RECORDING MODE IS F.
006900     COPY RUNCTL.
007000 WORKING-STORAGE SECTION.
007100*--------------------------------------------------------------*
007200*    SWITCHES                                                  *
007300*--------------------------------------------------------------*
007400 01  WS-SWITCHES.
007500     05  WS-EOF-CALENDAR-SW       PIC X(01)   VALUE 'N'.
007600         88  WS-EOF-CALENDAR                  VALUE 'Y'.
007700     05  WS-INIT-RUN-SW           PIC X(01)   VALUE 'N'.
007800         88  WS-INIT-RUN                      VALUE 'Y'.
007900     05  WS-NEW-FILE-SW           PIC X(01)   VALUE 'N'.
008000         88  WS-NEW-FILE                      VALUE 'Y'.
008100     05  WS-WORKING-DAY-SW        PIC X(01)   VALUE 'N'.
008200         88  WS-WORKING-DAY                   VALUE 'Y'.
008300     05  WS-HOLIDAY-FOUND-SW      PIC X(01)   VALUE 'N'.
008400         88  WS-HOLIDAY-FOUND                 VALUE 'Y'.
008500*--------------------------------------------------------------*
008600*    FILE STATUS / COUNTERS                                    *
008700*--------------------------------------------------------------*
008800 01  WS-FILE-STATUSES.
008900     05  WS-BD-STATUS             PIC X(02)   VALUE SPACES.
009000     05  WS-HC-STATUS             PIC X(02)   VALUE SPACES.
009100     05  WS-RC-STATUS             PIC X(02)   VALUE SPACES.
009200 01  WS-COUNTERS.
009300     05  WS-CALENDAR-READ         PIC 9(07)   COMP     VALUE ZERO.
009400     05  WS-RECORDS-WRITTEN       PIC 9(07)   COMP     VALUE ZERO.
009500     05  WS-DAYS-STEPPED          PIC 9(04)   COMP     VALUE ZERO.
009600 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
009700 01  WS-OLD-NEXT-DATE             PIC 9(08)   VALUE ZERO.
009800 01  WS-PREV-HOLIDAY              PIC X(08)   VALUE LOW-VALUES.
009900 01  WS-LAST-CALENDAR-YEAR        PIC 9(04)   VALUE ZERO.
010000 01  WS-ROLLED-TIME-RAW           PIC 9(08)   VALUE ZERO.
010100 01  WS-ROLLED-TIME-R             REDEFINES WS-ROLLED-TIME-RAW.
010200     05  WS-ROLLED-TIME           PIC 9(06).
010300     05  FILLER                   PIC 9(02).
010400 01  WS-RUN-STEP-NO               PIC 9(02)   VALUE 15.
010500 01  WS-VERIFY-STEP-NO            PIC 9(02)   VALUE 99.
010600 01  WS-RUN-START-DATE            PIC 9(08)   VALUE ZERO.
010700 01  WS-RUN-START-TIME-RAW        PIC 9(08)   VALUE ZERO.
010800 01  WS-RUN-START-TIME-R          REDEFINES
010900     WS-RUN-START-TIME-RAW.
011000     05  WS-RUN-START-TIME        PIC 9(06).
011100     05  FILLER                   PIC 9(02).
011200 01  WS-RUN-END-DATE              PIC 9(08)   VALUE ZERO.
011300 01  WS-RUN-END-TIME-RAW          PIC 9(08)   VALUE ZERO.
011400 01  WS-RUN-END-TIME-R            REDEFINES
011500     WS-RUN-END-TIME-RAW.
011600     05  WS-RUN-END-TIME          PIC 9(06).
011700     05  FILLER                   PIC 9(02).
011800*--------------------------------------------------------------*
011900*    HOLIDAY TABLE - THE HOLCAL ROWS, IN DATE ORDER.  A NIGHT  *
012000*    ONLY EVER LOOKS A FEW DAYS AHEAD, SO 200 ROWS COVERS      *
012100*    SEVERAL YEARS OF BANK HOLIDAYS.                           *
012200*--------------------------------------------------------------*
012300 01  WS-HOLIDAY-MAX               PIC 9(04)   COMP     VALUE 200.
012400 01  WS-HOLIDAY-COUNT             PIC 9(04)   COMP     VALUE ZERO.
012500 01  WS-HOL-IDX                   PIC 9(04)   COMP     VALUE ZERO.
012600 01  WS-HOLIDAY-TABLE.
012700     05  WS-HOLIDAY-DATE          PIC 9(08)   OCCURS 200 TIMES.
012800*--------------------------------------------------------------*
012900*    DATE WORK AREAS.  WS-DW-DATE IS STEPPED ONE CALENDAR DAY  *
013000*    AT A TIME; WS-DTS-* TURN A DATE INTO A DAY SERIAL WHOSE   *
013100*    REMAINDER BY 7 GIVES THE DAY OF THE WEEK (0 SATURDAY,     *
013200*    1 SUNDAY, 2 MONDAY ... 6 FRIDAY).                         *
013300*--------------------------------------------------------------*
013400 01  WS-DW-DATE                   PIC 9(08)   VALUE ZERO.
013500 01  WS-DW-DATE-R                 REDEFINES WS-DW-DATE.
013600     05  WS-DW-YYYY               PIC 9(04).
013700     05  WS-DW-MM                 PIC 9(02).
013800     05  WS-DW-DD                 PIC 9(02).
013900 01  WS-DW-QUOTIENT               PIC 9(04)   COMP VALUE ZERO.
014000 01  WS-DW-REM-4                  PIC 9(04)   COMP VALUE ZERO.
014100 01  WS-DW-REM-100                PIC 9(04)   COMP VALUE ZERO.
014200 01  WS-DW-REM-400                PIC 9(04)   COMP VALUE ZERO.
014300 01  WS-DW-MONTH-DAYS             PIC 9(02)   VALUE ZERO.
014400 01  WS-MONTH-DAYS-VALUES         PIC X(24)   VALUE
014500     '312831303130313130313031'.
014600 01  WS-MONTH-DAYS-TABLE          REDEFINES WS-MONTH-DAYS-VALUES.
014700     05  WS-MONTH-DAYS            PIC 9(02)   OCCURS 12 TIMES.
014800 01  WS-DTS-WORK-YEAR             PIC 9(04)   COMP VALUE ZERO.
014900 01  WS-DTS-WORK-MONTH            PIC 9(02)   COMP VALUE ZERO.
015000 01  WS-DTS-Q4                    PIC 9(04)   COMP VALUE ZERO.
015100 01  WS-DTS-Q100                  PIC 9(04)   COMP VALUE ZERO.
015200 01  WS-DTS-Q400                  PIC 9(04)   COMP VALUE ZERO.
015300 01  WS-DTS-Q153                  PIC 9(04)   COMP VALUE ZERO.
015400 01  WS-DTS-SERIAL                PIC 9(09)   COMP VALUE ZERO.
015500 01  WS-DTS-WEEKS                 PIC 9(09)   COMP VALUE ZERO.
015600 01  WS-DAY-OF-WEEK               PIC 9(01)   VALUE ZERO.
015700     88  WS-WEEKEND                           VALUE 0 1.
015800 LINKAGE SECTION.
015900*--------------------------------------------------------------*
016000*    PARM PASSED ON THE EXEC STATEMENT - EMPTY ON THE NIGHTLY  *
016100*    RUN.  'YYYYMMDD' ONLY WHEN A NEW BUSDATE CLUSTER IS FIRST *
016200*    LOADED, GIVING THE FIRST BUSINESS DATE.  SEE              *
016300*    JCL/DATEROLL.JCL.                                         *
016400*--------------------------------------------------------------*
016500 01  WS-PARM-AREA.
016600     05  WS-PARM-LENGTH            PIC S9(04) COMP.
016700     05  WS-PARM-INIT-DATE         PIC X(08).
016800 PROCEDURE DIVISION USING WS-PARM-AREA.
016900*****************************************************************
017000*    0000-MAINLINE                                              *
017100*****************************************************************
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017400     IF WS-INIT-RUN
017500         PERFORM 4000-INITIALISE-RECORD THRU 4000-EXIT
017600     ELSE
017700         PERFORM 2000-CHECK-NIGHT THRU 2000-EXIT
017800         PERFORM 6800-RECORD-RUN-START THRU 6800-EXIT
017900         PERFORM 3000-ROLL-DATE THRU 3000-EXIT
018000     END-IF.
018100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018200
018300     STOP RUN.
018400*****************************************************************
018500*    1000-INITIALIZE - RESOLVE THE PARM, LOAD THE HOLIDAY       *
018600*    CALENDAR AND OPEN THE BUSINESS-DATE FILE                   *
018700*****************************************************************
018800 1000-INITIALIZE.
018900     IF WS-PARM-LENGTH >= 8
019000         IF WS-PARM-INIT-DATE IS NUMERIC
019100             SET WS-INIT-RUN TO TRUE
019200             MOVE WS-PARM-INIT-DATE TO WS-RUN-DATE
019300         ELSE
019400             DISPLAY 'DATEROLL - INVALID INITIAL DATE PARM '
019500                 WS-PARM-INIT-DATE
019600             MOVE 16 TO RETURN-CODE
019700             STOP RUN
019800         END-IF
019900     END-IF.
020000
020100     OPEN INPUT  HOLIDAY-CALENDAR.
020200     IF WS-HC-STATUS NOT = '00'
020300         DISPLAY 'DATEROLL - UNABLE TO OPEN HOLCAL, STATUS='
020400             WS-HC-STATUS
020500         MOVE 16 TO RETURN-CODE
020600         STOP RUN
020700     END-IF.
020800     PERFORM 1100-LOAD-HOLIDAY THRU 1100-EXIT
020900         UNTIL WS-EOF-CALENDAR.
021000     CLOSE HOLIDAY-CALENDAR.
021100
021200     OPEN I-O    BUSINESS-DATE-FILE.
021300     IF WS-BD-STATUS = '35'
021400      AND WS-INIT-RUN
021500         SET WS-NEW-FILE TO TRUE
021600         OPEN OUTPUT BUSINESS-DATE-FILE
021700     END-IF.
021800     IF WS-BD-STATUS NOT = '00'
021900         DISPLAY 'DATEROLL - UNABLE TO OPEN BUSDATE, STATUS='
022000             WS-BD-STATUS
022100         MOVE 16 TO RETURN-CODE
022200         STOP RUN
022300     END-IF.
022400 1000-EXIT.
022500     EXIT.
022600*****************************************************************
022700*    1100-LOAD-HOLIDAY - READ ONE HOLCAL ROW INTO THE TABLE.    *
022800*    COMMENT ROWS ARE SKIPPED.  A DATE THAT IS NOT NUMERIC OR   *
022900*    NOT LATER THAN THE ROW BEFORE IT, OR A FULL TABLE, STOPS   *
023000*    THE STEP - A WRONG CALENDAR WOULD OPEN THE BANK ON A       *
023100*    HOLIDAY OR SHUT IT ON A WORKING DAY.                       *
023200*****************************************************************
023300 1100-LOAD-HOLIDAY.
023400     READ HOLIDAY-CALENDAR
023500         AT END
023600             SET WS-EOF-CALENDAR TO TRUE
023700             GO TO 1100-EXIT
023800     END-READ.
023900     IF WS-HC-STATUS NOT = '00'
024000         DISPLAY 'DATEROLL - READ FAILED ON HOLCAL, STATUS='
024100             WS-HC-STATUS
024200         MOVE 16 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
024500     ADD 1 TO WS-CALENDAR-READ.
024600     IF HC-HOLIDAY-DATE (1:1) = '*'
024700         GO TO 1100-EXIT
024800     END-IF.
024900     IF HC-HOLIDAY-DATE NOT NUMERIC
025000      OR HC-HOLIDAY-DATE NOT > WS-PREV-HOLIDAY
025100         DISPLAY 'DATEROLL - HOLCAL ROW ' HC-HOLIDAY-DATE
025200             ' INVALID OR OUT OF DATE ORDER'
025300         MOVE 16 TO RETURN-CODE
025400         STOP RUN
025500     END-IF.
025600     IF WS-HOLIDAY-COUNT NOT < WS-HOLIDAY-MAX
025700         DISPLAY 'DATEROLL - HOLCAL HAS MORE THAN ' WS-HOLIDAY-MAX
025800             ' ROWS - REMOVE PAST YEARS'
025900         MOVE 16 TO RETURN-CODE
026000         STOP RUN
026100     END-IF.
026200     ADD 1 TO WS-HOLIDAY-COUNT.
026300     MOVE HC-HOLIDAY-DATE TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT).
026400     MOVE HC-HOLIDAY-DATE TO WS-PREV-HOLIDAY.
026500     MOVE HC-HOLIDAY-DATE (1:4) TO WS-LAST-CALENDAR-YEAR.
026600 1100-EXIT.
026700     EXIT.
026800*****************************************************************
026900*    2000-CHECK-NIGHT - THE DATE IS ONLY ROLLED IF THE NIGHT    *
027000*    IS OPEN AND HELVER HAS VERIFIED IT: A COMPLETED STEP-99    *
027100*    RECORD FOR THE BUSINESS DATE WITH RETURN CODE ZERO AND NO  *
027200*    STEPS IN ERROR.  ANYTHING ELSE LEAVES THE RECORD AS IT IS. *
027300*****************************************************************
027400 2000-CHECK-NIGHT.
027500     SET BD-CONTROL-RECORD TO TRUE.
027600     READ BUSINESS-DATE-FILE
027700         INVALID KEY
027800             CONTINUE
027900     END-READ.
028000     IF WS-BD-STATUS NOT = '00'
028100         DISPLAY 'DATEROLL - NO BUSINESS-DATE RECORD, STATUS='
028200             WS-BD-STATUS
028300         MOVE 16 TO RETURN-CODE
028400         STOP RUN
028500     END-IF.
028600     MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
028700     IF NOT BD-BATCH-IN-PROGRESS
028800         DISPLAY 'DATEROLL - NIGHT NOT OPEN, BUSINESS DATE '
028900             BD-CURRENT-DATE ' - NOTHING TO ROLL'
029000         MOVE 16 TO RETURN-CODE
029100         STOP RUN
029200     END-IF.
029300
029400     OPEN INPUT  RUN-CONTROL.
029500     IF WS-RC-STATUS NOT = '00'
029600         DISPLAY 'DATEROLL - UNABLE TO OPEN RUNCTL, STATUS='
029700             WS-RC-STATUS
029800         MOVE 16 TO RETURN-CODE
029900         STOP RUN
030000     END-IF.
030100     MOVE WS-RUN-DATE       TO RC-RUN-DATE.
030200     MOVE WS-VERIFY-STEP-NO TO RC-STEP-NO.
030300     READ RUN-CONTROL
030400         INVALID KEY
030500             CONTINUE
030600     END-READ.
030700     IF WS-RC-STATUS NOT = '00'
030800         DISPLAY 'DATEROLL - NO HELVER RECORD FOR ' WS-RUN-DATE
030900             ' - DATE NOT ROLLED'
031000         MOVE 16 TO RETURN-CODE
031100         STOP RUN
031200     END-IF.
031300     CLOSE RUN-CONTROL.
031400     IF NOT RC-COMPLETED
031500      OR RC-RETURN-CODE NOT = ZERO
031600      OR RC-RECORDS-OUT NOT = ZERO
031700         DISPLAY 'DATEROLL - HELVER DID NOT PASS ' WS-RUN-DATE
031800             ' (STATUS ' RC-STATUS ', RC ' RC-RETURN-CODE
031900             ', STEPS IN ERROR ' RC-RECORDS-OUT
032000             ') - DATE NOT ROLLED'
032100         MOVE 16 TO RETURN-CODE
032200         STOP RUN
032300     END-IF.
032400 2000-EXIT.
032500     EXIT.
032600*****************************************************************
032700*    3000-ROLL-DATE - MOVE THE RECORD ON ONE WORKING DAY.  THE  *
032800*    NEW CURRENT DATE IS WORKED OUT AFRESH FROM THE CALENDAR    *
032900*    RATHER THAN TAKEN BLIND FROM BD-NEXT-DATE, SO A HOLIDAY    *
033000*    ADDED SINCE THE LAST ROLL IS STILL HONOURED.  THE NIGHT IS *
033100*    CLOSED AND THE ONLINE DAY REOPENED IN THE SAME REWRITE.    *
033200*****************************************************************
033300 3000-ROLL-DATE.
033400     MOVE BD-NEXT-DATE    TO WS-OLD-NEXT-DATE.
033500     MOVE BD-CURRENT-DATE TO BD-PREVIOUS-DATE.
033600     MOVE BD-CURRENT-DATE TO WS-DW-DATE.
033700     PERFORM 5000-NEXT-WORKING-DAY THRU 5000-EXIT.
033800     MOVE WS-DW-DATE      TO BD-CURRENT-DATE.
033900     IF BD-CURRENT-DATE NOT = WS-OLD-NEXT-DATE
034000         DISPLAY 'DATEROLL - NEXT WORKING DATE WAS '
034100             WS-OLD-NEXT-DATE ', CALENDAR NOW GIVES '
034200             BD-CURRENT-DATE
034300     END-IF.
034400     PERFORM 5000-NEXT-WORKING-DAY THRU 5000-EXIT.
034500     MOVE WS-DW-DATE      TO BD-NEXT-DATE.
034600
034700     SET BD-BATCH-NOT-RUNNING TO TRUE.
034800     SET BD-ONLINE-OPEN       TO TRUE.
034900     ACCEPT BD-ROLLED-DATE     FROM DATE YYYYMMDD.
035000     ACCEPT WS-ROLLED-TIME-RAW FROM TIME.
035100     MOVE WS-ROLLED-TIME TO BD-ROLLED-TIME.
035200     REWRITE BD-RECORD.
035300     IF WS-BD-STATUS NOT = '00'
035400         DISPLAY 'DATEROLL - REWRITE FAILED ON BUSDATE, STATUS='
035500             WS-BD-STATUS
035600         MOVE 16 TO RETURN-CODE
035700         PERFORM 6900-RECORD-RUN-END THRU 6900-EXIT
035800         STOP RUN
035900     END-IF.
036000     ADD 1 TO WS-RECORDS-WRITTEN.
036100
036200     PERFORM 3100-CHECK-CALENDAR THRU 3100-EXIT.
036300 3000-EXIT.
036400     EXIT.
036500*****************************************************************
036600*    3100-CHECK-CALENDAR - WARN (RC=4) WHEN THE CALENDAR DOES   *
036700*    NOT YET REACH THE YEAR OF THE NEW NEXT WORKING DATE -      *
036800*    THAT DATE MAY BE A HOLIDAY NOBODY HAS KEYED.               *
036900*****************************************************************
037000 3100-CHECK-CALENDAR.
037100     IF WS-LAST-CALENDAR-YEAR < BD-NEXT-YYYY
037200         DISPLAY 'DATEROLL - HOLCAL HAS NO ROWS FOR ' BD-NEXT-YYYY
037300             ' - ADD THAT YEAR''S HOLIDAYS'
037400         MOVE 4 TO RETURN-CODE
037500     END-IF.
037600 3100-EXIT.
037700     EXIT.
037800*****************************************************************
037900*    4000-INITIALISE-RECORD - FIRST LOAD OF A NEW BUSDATE       *
038000*    CLUSTER.  THE PARM DATE MUST BE A REAL WORKING DAY.  THE   *
038100*    RECORD IS WRITTEN WITH THE NIGHT CLOSED AND THE ONLINE DAY *
038200*    OPEN; AN EXISTING RECORD IS NEVER OVERWRITTEN.             *
038300*****************************************************************
038400 4000-INITIALISE-RECORD.
038500     IF NOT WS-NEW-FILE
038600         SET BD-CONTROL-RECORD TO TRUE
038700         READ BUSINESS-DATE-FILE
038800             INVALID KEY
038900                 CONTINUE
039000         END-READ
039100         IF WS-BD-STATUS NOT = '23'
039200             DISPLAY 'DATEROLL - BUSINESS-DATE RECORD ALREADY '
039300                 'EXISTS, STATUS=' WS-BD-STATUS
039400                 ' - NOT INITIALISED'
039500             MOVE 16 TO RETURN-CODE
039600             GO TO 4000-EXIT
039700         END-IF
039800     END-IF.
039900
040000     MOVE WS-RUN-DATE TO WS-DW-DATE.
040100     PERFORM 5400-CHECK-VALID-DATE THRU 5400-EXIT.
040200     IF RETURN-CODE NOT = ZERO
040300         GO TO 4000-EXIT
040400     END-IF.
040500     PERFORM 5200-CHECK-WORKING-DAY THRU 5200-EXIT.
040600     IF NOT WS-WORKING-DAY
040700         DISPLAY 'DATEROLL - ' WS-RUN-DATE ' IS NOT A WORKING DAY'
040800             ' - NOT INITIALISED'
040900         MOVE 16 TO RETURN-CODE
041000         GO TO 4000-EXIT
041100     END-IF.
041200
041300     INITIALIZE BD-RECORD.
041400     SET BD-CONTROL-RECORD TO TRUE.
041500     MOVE WS-RUN-DATE TO BD-CURRENT-DATE.
041600     PERFORM 5100-PREVIOUS-WORKING-DAY THRU 5100-EXIT.
041700     MOVE WS-DW-DATE  TO BD-PREVIOUS-DATE.
041800     MOVE WS-RUN-DATE TO WS-DW-DATE.
041900     PERFORM 5000-NEXT-WORKING-DAY THRU 5000-EXIT.
042000     MOVE WS-DW-DATE  TO BD-NEXT-DATE.
042100     SET BD-BATCH-NOT-RUNNING TO TRUE.
042200     SET BD-ONLINE-OPEN       TO TRUE.
042300     ACCEPT BD-ROLLED-DATE     FROM DATE YYYYMMDD.
042400     ACCEPT WS-ROLLED-TIME-RAW FROM TIME.
042500     MOVE WS-ROLLED-TIME TO BD-ROLLED-TIME.
042600     WRITE BD-RECORD.
042700     IF WS-BD-STATUS NOT = '00'
042800         DISPLAY 'DATEROLL - WRITE FAILED ON BUSDATE, STATUS='
042900             WS-BD-STATUS
043000         MOVE 16 TO RETURN-CODE
043100         GO TO 4000-EXIT
043200     END-IF.
043300     ADD 1 TO WS-RECORDS-WRITTEN.
043400     DISPLAY 'DATEROLL - BUSINESS-DATE RECORD INITIALISED'.
043500
043600     PERFORM 3100-CHECK-CALENDAR THRU 3100-EXIT.
043700 4000-EXIT.
043800     EXIT.
043900*****************************************************************
044000*    5000-NEXT-WORKING-DAY - STEP WS-DW-DATE FORWARD TO THE     *
044100*    NEXT WORKING DAY AFTER IT                                  *
044200*****************************************************************
044300 5000-NEXT-WORKING-DAY.
044400     MOVE ZERO TO WS-DAYS-STEPPED.
044500     MOVE 'N'  TO WS-WORKING-DAY-SW.
044600     PERFORM 5050-STEP-FORWARD THRU 5050-EXIT
044700         UNTIL WS-WORKING-DAY.
044800 5000-EXIT.
044900     EXIT.
045000
045100 5050-STEP-FORWARD.
045200     PERFORM 5300-NEXT-DAY THRU 5300-EXIT.
045300     PERFORM 5200-CHECK-WORKING-DAY THRU 5200-EXIT.
045400     PERFORM 5500-CHECK-STEPS THRU 5500-EXIT.
045500 5050-EXIT.
045600     EXIT.
045700*****************************************************************
045800*    5100-PREVIOUS-WORKING-DAY - STEP WS-DW-DATE BACK TO THE    *
045900*    LAST WORKING DAY BEFORE IT                                 *
046000*****************************************************************
046100 5100-PREVIOUS-WORKING-DAY.
046200     MOVE ZERO TO WS-DAYS-STEPPED.
046300     MOVE 'N'  TO WS-WORKING-DAY-SW.
046400     PERFORM 5150-STEP-BACK THRU 5150-EXIT
046500         UNTIL WS-WORKING-DAY.
046600 5100-EXIT.
046700     EXIT.
046800
046900 5150-STEP-BACK.
047000     PERFORM 5350-PREVIOUS-DAY THRU 5350-EXIT.
047100     PERFORM 5200-CHECK-WORKING-DAY THRU 5200-EXIT.
047200     PERFORM 5500-CHECK-STEPS THRU 5500-EXIT.
047300 5150-EXIT.
047400     EXIT.
047500*****************************************************************
047600*    5200-CHECK-WORKING-DAY - WS-DW-DATE IS A WORKING DAY IF IT *
047700*    IS NOT A SATURDAY OR SUNDAY AND NOT ON THE CALENDAR.  THE  *
047800*    DAY SERIAL IS HELARC'S 1500-DATE-TO-SERIAL, DONE WITH      *
047900*    DIVIDE SO EVERY QUOTIENT IS A WHOLE NUMBER.                *
048000*****************************************************************
048100 5200-CHECK-WORKING-DAY.
048200     MOVE 'N' TO WS-WORKING-DAY-SW.
048300     IF WS-DW-MM < 3
048400         COMPUTE WS-DTS-WORK-YEAR  = WS-DW-YYYY - 1
048500         COMPUTE WS-DTS-WORK-MONTH = WS-DW-MM + 12
048600     ELSE
048700         MOVE WS-DW-YYYY TO WS-DTS-WORK-YEAR
048800         MOVE WS-DW-MM   TO WS-DTS-WORK-MONTH
048900     END-IF.
049000     DIVIDE WS-DTS-WORK-YEAR BY 4   GIVING WS-DTS-Q4.
049100     DIVIDE WS-DTS-WORK-YEAR BY 100 GIVING WS-DTS-Q100.
049200     DIVIDE WS-DTS-WORK-YEAR BY 400 GIVING WS-DTS-Q400.
049300     COMPUTE WS-DTS-SERIAL = 153 * (WS-DTS-WORK-MONTH + 1).
049400     DIVIDE WS-DTS-SERIAL BY 5 GIVING WS-DTS-Q153.
049500     COMPUTE WS-DTS-SERIAL
049600         = (365 * WS-DTS-WORK-YEAR)
049700         + WS-DTS-Q4
049800         - WS-DTS-Q100
049900         + WS-DTS-Q400
050000         + WS-DTS-Q153
050100         + WS-DW-DD.
050200     DIVIDE WS-DTS-SERIAL BY 7
050300         GIVING WS-DTS-WEEKS REMAINDER WS-DAY-OF-WEEK.
050400     IF WS-WEEKEND
050500         GO TO 5200-EXIT
050600     END-IF.
050700
050800     MOVE 'N' TO WS-HOLIDAY-FOUND-SW.
050900     PERFORM 5250-SEARCH-HOLIDAY THRU 5250-EXIT
051000         VARYING WS-HOL-IDX FROM 1 BY 1
051100         UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
051200            OR WS-HOLIDAY-FOUND.
051300     IF NOT WS-HOLIDAY-FOUND
051400         SET WS-WORKING-DAY TO TRUE
051500     END-IF.
051600 5200-EXIT.
051700     EXIT.
051800
051900 5250-SEARCH-HOLIDAY.
052000     IF WS-HOLIDAY-DATE (WS-HOL-IDX) = WS-DW-DATE
052100         SET WS-HOLIDAY-FOUND TO TRUE
052200     END-IF.
052300 5250-EXIT.
052400     EXIT.
052500*****************************************************************
052600*    5300-NEXT-DAY - ADD ONE CALENDAR DAY TO WS-DW-DATE         *
052700*****************************************************************
052800 5300-NEXT-DAY.
052900     PERFORM 5450-DAYS-IN-MONTH THRU 5450-EXIT.
053000     IF WS-DW-DD < WS-DW-MONTH-DAYS
053100         ADD 1 TO WS-DW-DD
053200         GO TO 5300-EXIT
053300     END-IF.
053400     MOVE 1 TO WS-DW-DD.
053500     IF WS-DW-MM < 12
053600         ADD 1 TO WS-DW-MM
053700     ELSE
053800         MOVE 1 TO WS-DW-MM
053900         ADD 1 TO WS-DW-YYYY
054000     END-IF.
054100 5300-EXIT.
054200     EXIT.
054300*****************************************************************
054400*    5350-PREVIOUS-DAY - TAKE ONE CALENDAR DAY OFF WS-DW-DATE   *
054500*    (TXNSWEEP'S 1750-PREVIOUS-DAY)                             *
054600*****************************************************************
054700 5350-PREVIOUS-DAY.
054800     IF WS-DW-DD > 1
054900         SUBTRACT 1 FROM WS-DW-DD
055000         GO TO 5350-EXIT
055100     END-IF.
055200     IF WS-DW-MM > 1
055300         SUBTRACT 1 FROM WS-DW-MM
055400     ELSE
055500         MOVE 12 TO WS-DW-MM
055600         SUBTRACT 1 FROM WS-DW-YYYY
055700     END-IF.
055800     PERFORM 5450-DAYS-IN-MONTH THRU 5450-EXIT.
055900     MOVE WS-DW-MONTH-DAYS TO WS-DW-DD.
056000 5350-EXIT.
056100     EXIT.
056200*****************************************************************
056300*    5400-CHECK-VALID-DATE - WS-DW-DATE MUST BE A REAL DATE     *
056400*****************************************************************
056500 5400-CHECK-VALID-DATE.
056600     IF WS-DW-MM < 1 OR WS-DW-MM > 12
056700         DISPLAY 'DATEROLL - ' WS-DW-DATE ' IS NOT A VALID DATE'
056800         MOVE 16 TO RETURN-CODE
056900         GO TO 5400-EXIT
057000     END-IF.
057100     PERFORM 5450-DAYS-IN-MONTH THRU 5450-EXIT.
057200     IF WS-DW-DD < 1 OR WS-DW-DD > WS-DW-MONTH-DAYS
057300         DISPLAY 'DATEROLL - ' WS-DW-DATE ' IS NOT A VALID DATE'
057400         MOVE 16 TO RETURN-CODE
057500     END-IF.
057600 5400-EXIT.
057700     EXIT.
057800*****************************************************************
057900*    5450-DAYS-IN-MONTH - LENGTH OF WS-DW-MM IN WS-DW-YYYY,     *
058000*    FEBRUARY 29 IN A LEAP YEAR                                 *
058100*****************************************************************
058200 5450-DAYS-IN-MONTH.
058300     MOVE WS-MONTH-DAYS (WS-DW-MM) TO WS-DW-MONTH-DAYS.
058400     IF WS-DW-MM = 2
058500         DIVIDE WS-DW-YYYY BY 4
058600             GIVING WS-DW-QUOTIENT REMAINDER WS-DW-REM-4
058700         DIVIDE WS-DW-YYYY BY 100
058800             GIVING WS-DW-QUOTIENT REMAINDER WS-DW-REM-100
058900         DIVIDE WS-DW-YYYY BY 400
059000             GIVING WS-DW-QUOTIENT REMAINDER WS-DW-REM-400
059100         IF WS-DW-REM-4 = ZERO
059200            AND (WS-DW-REM-100 NOT = ZERO OR WS-DW-REM-400 = ZERO)
059300             MOVE 29 TO WS-DW-MONTH-DAYS
059400         END-IF
059500     END-IF.
059600 5450-EXIT.
059700     EXIT.
059800*****************************************************************
059900*    5500-CHECK-STEPS - A CALENDAR THAT BLOCKS OUT A WHOLE      *
060000*    MONTH IS WRONG, NOT A LONG HOLIDAY - STOP RATHER THAN LOOP *
060100*****************************************************************
060200 5500-CHECK-STEPS.
060300     ADD 1 TO WS-DAYS-STEPPED.
060400     IF WS-DAYS-STEPPED > 31
060500      AND NOT WS-WORKING-DAY
060600         DISPLAY 'DATEROLL - NO WORKING DAY WITHIN 31 DAYS OF '
060700             WS-RUN-DATE ' - CHECK HOLCAL'
060800         MOVE 16 TO RETURN-CODE
060900         STOP RUN
061000     END-IF.
061100 5500-EXIT.
061200     EXIT.
061300*****************************************************************
061400*    6800-RECORD-RUN-START - STAMP THIS STEP'S RUN-CONTROL      *
061500*    RECORD (STATUS S).  A RERUN REWRITES THE EXISTING RECORD.  *
061600*    A RUN-CONTROL FAILURE IS REPORTED BUT DOES NOT STOP THE    *
061700*    ROLL - THE STEP-99 RECORD HAS ALREADY PROVED THE NIGHT.    *
061800*****************************************************************
061900 6800-RECORD-RUN-START.
062000     ACCEPT WS-RUN-START-DATE     FROM DATE YYYYMMDD.
062100     ACCEPT WS-RUN-START-TIME-RAW FROM TIME.
062200     OPEN I-O RUN-CONTROL.
062300     IF WS-RC-STATUS NOT = '00'
062400         DISPLAY 'DATEROLL - RUN-CONTROL OPEN FAILED, STATUS='
062500             WS-RC-STATUS
062600         GO TO 6800-EXIT
062700     END-IF.
062800     PERFORM 6850-BUILD-RUN-RECORD THRU 6850-EXIT.
062900     MOVE 'S' TO RC-STATUS.
063000     WRITE RC-RECORD.
063100     IF WS-RC-STATUS = '22'
063200         REWRITE RC-RECORD
063300     END-IF.
063400     IF WS-RC-STATUS NOT = '00'
063500         DISPLAY 'DATEROLL - RUN-CONTROL WRITE FAILED, STATUS='
063600             WS-RC-STATUS
063700     END-IF.
063800     CLOSE RUN-CONTROL.
063900 6800-EXIT.
064000     EXIT.
064100*****************************************************************
064200*    6850-BUILD-RUN-RECORD - THE RUN-CONTROL RECORD AS OF NOW.  *
064300*    IT IS KEYED ON THE BUSINESS DATE BEING CLOSED.             *
064400*****************************************************************
064500 6850-BUILD-RUN-RECORD.
064600     INITIALIZE RC-RECORD.
064700     MOVE WS-RUN-DATE        TO RC-RUN-DATE.
064800     MOVE WS-RUN-STEP-NO     TO RC-STEP-NO.
064900     MOVE 'DATEROLL'         TO RC-PROGRAM-ID.
065000     MOVE WS-RUN-START-DATE  TO RC-START-DATE.
065100     MOVE WS-RUN-START-TIME  TO RC-START-TIME.
065200     MOVE WS-RUN-END-DATE    TO RC-END-DATE.
065300     MOVE WS-RUN-END-TIME    TO RC-END-TIME.
065400     MOVE WS-HOLIDAY-COUNT   TO RC-RECORDS-IN.
065500     MOVE WS-RECORDS-WRITTEN TO RC-RECORDS-OUT.
065600 6850-EXIT.
065700     EXIT.
065800*****************************************************************
065900*    6900-RECORD-RUN-END - REWRITE THIS STEP'S RUN-CONTROL      *
066000*    RECORD AS COMPLETED, WITH THE END TIMESTAMP, RETURN CODE   *
066100*    AND CONTROL COUNTS                                         *
066200*****************************************************************
066300 6900-RECORD-RUN-END.
066400     ACCEPT WS-RUN-END-DATE     FROM DATE YYYYMMDD.
066500     ACCEPT WS-RUN-END-TIME-RAW FROM TIME.
066600     OPEN I-O RUN-CONTROL.
066700     IF WS-RC-STATUS NOT = '00'
066800         DISPLAY 'DATEROLL - RUN-CONTROL OPEN FAILED, STATUS='
066900             WS-RC-STATUS
067000         GO TO 6900-EXIT
067100     END-IF.
067200     PERFORM 6850-BUILD-RUN-RECORD THRU 6850-EXIT.
067300     MOVE 'C' TO RC-STATUS.
067400     MOVE RETURN-CODE TO RC-RETURN-CODE.
067500     REWRITE RC-RECORD.
067600     IF WS-RC-STATUS = '23'
067700         WRITE RC-RECORD
067800     END-IF.
067900     IF WS-RC-STATUS NOT = '00'
068000         DISPLAY 'DATEROLL - RUN-CONTROL WRITE FAILED, STATUS='
068100             WS-RC-STATUS
068200     END-IF.
068300     CLOSE RUN-CONTROL.
068400 6900-EXIT.
068500     EXIT.
068600*****************************************************************
068700*    9000-TERMINATE - CLOSE FILES AND REPORT THE DATES          *
068800*****************************************************************
068900 9000-TERMINATE.
069000     CLOSE BUSINESS-DATE-FILE.
069100     DISPLAY 'DATEROLL - HOLIDAY ROWS     = ' WS-HOLIDAY-COUNT.
069200     IF WS-RECORDS-WRITTEN > ZERO
069300         DISPLAY 'DATEROLL - PREVIOUS DATE    = ' BD-PREVIOUS-DATE
069400         DISPLAY 'DATEROLL - BUSINESS DATE    = ' BD-CURRENT-DATE
069500         DISPLAY 'DATEROLL - NEXT WORKING DAY = ' BD-NEXT-DATE
069600         DISPLAY 'DATEROLL - ONLINE DAY OPEN'
069700     END-IF.
069800     IF NOT WS-INIT-RUN
069900         PERFORM 6900-RECORD-RUN-END THRU 6900-EXIT
070000     END-IF.
070100 9000-EXIT.
070200     EXIT.
