000100*****************************************************************
000200* PROGRAM-ID : OPRCERT                                          *
000300* PURPOSE    : QUARTERLY OPERATOR ACCESS RECERTIFICATION.  FOR  *
000400*              EVERY OPERATOR ON THE OPERATOR MASTER LISTS THE  *
000500*              AUTHORITY, THE LAST SUCCESSFUL SIGN-ON, THE      *
000600*              FAILED SIGN-ONS IN THE QUARTER, THE PASSWORD AGE *
000700*              (FROM OP-PWD-CHANGED) AND THE MAINTENANCE        *
000800*              ACTIONS IN THE QUARTER, GROUPED BY TEAM FOR EACH *
000900*              TEAM MANAGER TO SIGN OFF (TEAM TABLE, COPY       *
001000*              OPTEAM).  AN OPERATOR WITH NO SIGN-ON FOR THE    *
001100*              DORMANCY PERIOD IS SUSPENDED - OP-LOCK-SW IS SET *
001200*              TO L, SO SIGN-ON IS REFUSED UNTIL A SUPERVISOR   *
001300*              CLEARS IT THROUGH OPERMNT - AND A MAINTENANCE-   *
001400*              AUDIT RECORD IS WRITTEN FOR EACH SUSPENSION.  A  *
001500*              SUPERVISOR WHO USED NO SUPERVISOR-ONLY FUNCTION  *
001600*              IN THE QUARTER IS FLAGGED FOR DOWNGRADE.         *
001650*              RELEASES OF HELD MOVEMENTS (MOVENTRY) COUNT AS   *
001675*              SUPERVISOR USE.                                  *
001700*****************************************************************
001800* MODIFICATION HISTORY
001900*   DATE       INIT  DESCRIPTION
002000*   2026-10-15 DLH   INITIAL VERSION.  PARM IS 'YYYYMMDD,YYYYMMDD
002100*                     ,NNN' - QUARTER START AND END, AS FOR
002200*                     CUSTINT, AND THE DORMANCY PERIOD IN DAYS
002300*                     (DEFAULT 090).  SIGN-ONS ARE READ FROM THE
002400*                     SIGNON-LOG FILE AND FROM THE HELARC
002500*                     ARCHIVE GENERATIONS, SINCE THE ONLINE FILE
002600*                     ONLY KEEPS HELARC'S RETENTION PERIOD.
002700*                     SUPERVISOR-ONLY FUNCTIONS ARE RECOGNISED
002800*                     FROM THEIR AUDIT RECORDS: SUSPENSE
002900*                     CORRECTIONS (SUSPMNT), MOVEMENT REVERSALS
003000*                     (CUSTENQ, FILE CUSTHIST), CHANGE APPROVALS
003100*                     (CUSTAPPR - FILE CUSTMAST WITH A REQUESTING
003200*                     OPERATOR), OPERATOR MAINTENANCE (OPERMNT)
003300*                     AND MESSAGE MAINTENANCE (HELLOMNT).
003400*                     RUN WITH CICS DOWN - THE OPERATOR MASTER IS
003500*                     UPDATED.
003510*   2026-10-15 DLH   HELD-MOVEMENT RELEASES (MOVENTRY PF6, AUDIT
003520*                     FILE DAYTXN) NOW COUNT AS SUPERVISOR USE,
003530*                     SO A SUPERVISOR WHOSE ONLY SUPERVISOR WORK
003540*                     WAS RELEASING MOVEMENTS IS NOT FLAGGED FOR
003550*                     DOWNGRADE.
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.     OPRCERT.
003900 AUTHOR.         D L HARRIS.
004000 INSTALLATION.   GSE UK.
004100 DATE-WRITTEN.   2026-10-15.
004200 DATE-COMPILED.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT TEAM-TABLE       ASSIGN TO TEAMTAB
004700         FILE STATUS    IS WS-OT-STATUS.
004800
004900     SELECT OPERATOR-MASTER  ASSIGN TO OPERMAST
005000         ORGANIZATION   IS INDEXED
005100         ACCESS MODE    IS DYNAMIC
005200         RECORD KEY     IS OP-OPERATOR-ID
005300         FILE STATUS    IS WS-OP-STATUS.
005400
005500     SELECT SIGNON-LOG-FILE  ASSIGN TO SIGNLOG
005600         ORGANIZATION   IS INDEXED
005700         ACCESS MODE    IS SEQUENTIAL
005800         RECORD KEY     IS SL-KEY
005900         FILE STATUS    IS WS-SL-STATUS.
006000
006100     SELECT SIGNON-ARCHIVE   ASSIGN TO SIGNARC
006200         FILE STATUS    IS WS-SA-STATUS.
006300
006400     SELECT AUDIT-FILE       ASSIGN TO MNTAUDIT
006500         ORGANIZATION   IS INDEXED
006600         ACCESS MODE    IS DYNAMIC
006700         RECORD KEY     IS MA-KEY
006800         FILE STATUS    IS WS-MA-STATUS.
006900
007000     SELECT REPORT-FILE      ASSIGN TO CERTRPT
007100         FILE STATUS    IS WS-RPT-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  TEAM-TABLE
007500     RECORDING MODE IS F.
007600     COPY OPTEAM.
007700
007800 FD  OPERATOR-MASTER
007900     RECORDING MODE IS F.
008000     COPY OPERMAST.
008100
008200 FD  SIGNON-LOG-FILE
008300     RECORDING MODE IS F.
008400     COPY SIGNLOG.
008500
008600 FD  SIGNON-ARCHIVE
008700     RECORDING MODE IS F.
008800 01  SA-RECORD                    PIC X(46).
008900
009000 FD  AUDIT-FILE
009100     RECORDING MODE IS F.
009200     COPY MNTAUDIT.
009300
009400 FD  REPORT-FILE
009500     RECORDING MODE IS F.
009600 01  RPT-RECORD                   PIC X(133).
009700 WORKING-STORAGE SECTION.
009800*--------------------------------------------------------------*
009900*    SWITCHES                                                  *
010000*--------------------------------------------------------------*
010100 01  WS-SWITCHES.
010200     05  WS-EOF-TEAM-SW           PIC X(01)   VALUE 'N'.
010300         88  WS-EOF-TEAM-TABLE                VALUE 'Y'.
010400     05  WS-EOF-OPERATOR-SW       PIC X(01)   VALUE 'N'.
010500         88  WS-EOF-OPERATOR                  VALUE 'Y'.
010600     05  WS-EOF-SIGNLOG-SW        PIC X(01)   VALUE 'N'.
010700         88  WS-EOF-SIGNLOG                   VALUE 'Y'.
010800     05  WS-EOF-ARCHIVE-SW        PIC X(01)   VALUE 'N'.
010900         88  WS-EOF-ARCHIVE                   VALUE 'Y'.
011000     05  WS-EOF-AUDIT-SW          PIC X(01)   VALUE 'N'.
011100         88  WS-EOF-AUDIT                     VALUE 'Y'.
011200     05  WS-ENTRY-FOUND-SW        PIC X(01)   VALUE 'N'.
011300         88  WS-ENTRY-FOUND                   VALUE 'Y'.
011400*--------------------------------------------------------------*
011500*    FILE STATUS / COUNTERS                                    *
011600*--------------------------------------------------------------*
011700 01  WS-FILE-STATUSES.
011800     05  WS-OT-STATUS             PIC X(02)   VALUE SPACES.
011900     05  WS-OP-STATUS             PIC X(02)   VALUE SPACES.
012000     05  WS-SL-STATUS             PIC X(02)   VALUE SPACES.
012100     05  WS-SA-STATUS             PIC X(02)   VALUE SPACES.
012200     05  WS-MA-STATUS             PIC X(02)   VALUE SPACES.
012300     05  WS-RPT-STATUS            PIC X(02)   VALUE SPACES.
012400 01  WS-COUNTERS.
012500     05  WS-TEAM-ROWS-READ        PIC 9(07)   COMP     VALUE ZERO.
012600     05  WS-SIGNON-READ           PIC 9(07)   COMP     VALUE ZERO.
012700     05  WS-ARCHIVE-READ          PIC 9(07)   COMP     VALUE ZERO.
012800     05  WS-AUDIT-READ            PIC 9(07)   COMP     VALUE ZERO.
012900     05  WS-UNKNOWN-ID-FAILS      PIC 9(07)   COMP     VALUE ZERO.
013000     05  WS-SUSPENDED             PIC 9(07)   COMP     VALUE ZERO.
013100     05  WS-ALREADY-LOCKED        PIC 9(07)   COMP     VALUE ZERO.
013200     05  WS-SUSPEND-FAILED        PIC 9(07)   COMP     VALUE ZERO.
013300     05  WS-DOWNGRADES            PIC 9(07)   COMP     VALUE ZERO.
013400     05  WS-NEVER-SIGNED-ON       PIC 9(07)   COMP     VALUE ZERO.
013500     05  WS-UNASSIGNED            PIC 9(07)   COMP     VALUE ZERO.
013600     05  WS-AUDIT-SEQ             PIC 9(04)   VALUE ZERO.
013700     05  WS-OPR-IDX               PIC 9(04)   COMP     VALUE ZERO.
013800     05  WS-TM-IDX                PIC 9(04)   COMP     VALUE ZERO.
013900     05  WS-GROUP-TEAM-IDX        PIC 9(04)   COMP     VALUE ZERO.
014000     05  WS-GROUP-MEMBERS         PIC 9(05)   COMP     VALUE ZERO.
014100     05  WS-GROUP-SUSPENDED       PIC 9(05)   COMP     VALUE ZERO.
014200     05  WS-GROUP-DOWNGRADES      PIC 9(05)   COMP     VALUE ZERO.
014300*--------------------------------------------------------------*
014400*    THE QUARTER, THE DORMANCY PERIOD AND THE AUDIT STAMP      *
014500*--------------------------------------------------------------*
014600 01  WS-QTR-START                 PIC 9(08)   VALUE ZERO.
014700 01  WS-QTR-END                   PIC 9(08)   VALUE ZERO.
014800 01  WS-QTR-END-SERIAL            PIC 9(08)   COMP     VALUE ZERO.
014900 01  WS-DORMANT-DAYS              PIC 9(03)   VALUE 090.
015000 01  WS-SEARCH-ID                 PIC X(08)   VALUE SPACES.
015100 01  WS-BATCH-OPERATOR            PIC X(08)   VALUE 'OPRCERT'.
015200 01  WS-BATCH-TERMINAL            PIC X(04)   VALUE 'BTCH'.
015300 01  WS-AUDIT-DATE                PIC 9(08)   VALUE ZERO.
015400 01  WS-AUDIT-TIME-RAW            PIC 9(08)   VALUE ZERO.
015500 01  WS-AUDIT-TIME-R              REDEFINES
015600     WS-AUDIT-TIME-RAW.
015700     05  WS-AUDIT-TIME            PIC 9(06).
015800     05  FILLER                   PIC 9(02).
015900 01  WS-BASIS-DATE                PIC 9(08)   VALUE ZERO.
016000*--------------------------------------------------------------*
016100*    WS-DATE-SERIAL-WORK - CIVIL-CALENDAR DAY-SERIAL           *
016200*    CONVERSION, AS IN HELARC AND CUSTINT                      *
016300*--------------------------------------------------------------*
016400 01  WS-DATE-SERIAL-WORK.
016500     05  WS-DTS-DATE               PIC 9(08).
016600     05  WS-DTS-DATE-R             REDEFINES WS-DTS-DATE.
016700         10  WS-DTS-YYYY           PIC 9(04).
016800         10  WS-DTS-MM             PIC 9(02).
016900         10  WS-DTS-DD             PIC 9(02).
017000     05  WS-DTS-WORK-YEAR          PIC 9(04)   COMP.
017100     05  WS-DTS-WORK-MONTH         PIC 9(02)   COMP.
017200     05  WS-DTS-QUAD-YEARS         PIC 9(04)   COMP.
017300     05  WS-DTS-CENTURIES          PIC 9(04)   COMP.
017400     05  WS-DTS-QUAD-CENTURIES     PIC 9(04)   COMP.
017500     05  WS-DTS-MONTH-DAYS         PIC 9(04)   COMP.
017600     05  WS-DTS-SERIAL             PIC 9(08)   COMP.
017700*--------------------------------------------------------------*
017800*    WS-TEAM-TABLE - THE TEAM TABLE, IN FILE ORDER, WHICH IS   *
017900*    THE ORDER THE TEAMS ARE PRINTED IN                        *
018000*--------------------------------------------------------------*
018100 01  WS-TM-MAX                    PIC 9(04)   COMP     VALUE 50.
018200 01  WS-TM-ENTRIES                PIC 9(04)   COMP     VALUE ZERO.
018300 01  WS-TEAM-TABLE.
018400     05  WS-TM-ENTRY              OCCURS 50 TIMES.
018500         10  WS-TM-CODE           PIC X(02).
018600         10  WS-TM-NAME           PIC X(30).
018700         10  WS-TM-MGR-ID         PIC X(08).
018800         10  WS-TM-MGR-NAME       PIC X(30).
018900*--------------------------------------------------------------*
019000*    WS-OPERATOR-TABLE - ONE ENTRY PER OPERATOR ON FILE, IN    *
019100*    OPERATOR-ID ORDER, WITH THE QUARTER'S FINDINGS.  EVERY    *
019200*    OPERATOR MUST BE RECERTIFIED, SO A FULL TABLE STOPS THE   *
019300*    RUN RATHER THAN LEAVE ANYONE OFF THE REPORT.              *
019400*--------------------------------------------------------------*
019500 01  WS-OPR-MAX                   PIC 9(04)   COMP     VALUE 500.
019600 01  WS-OPR-ENTRIES               PIC 9(04)   COMP     VALUE ZERO.
019700 01  WS-OPERATOR-TABLE.
019800     05  WS-OPR-ENTRY             OCCURS 500 TIMES.
019900         10  WS-OPR-ID            PIC X(08).
020000         10  WS-OPR-NAME          PIC X(30).
020100         10  WS-OPR-AUTHORITY     PIC X(01).
020200             88  WS-OPR-SUPERVISOR            VALUE 'S'.
020300         10  WS-OPR-TEAM-IDX      PIC 9(04)   COMP.
020400         10  WS-OPR-PWD-CHANGED   PIC X(08).
020500         10  WS-OPR-LOCK-SW       PIC X(01).
020600         10  WS-OPR-LAST-SIGNON.
020700             15  WS-OPR-SIGNON-DATE PIC 9(08).
020800             15  WS-OPR-SIGNON-TIME PIC 9(06).
020900         10  WS-OPR-LAST-SETUP    PIC 9(08).
021000         10  WS-OPR-FAILS         PIC 9(05)   COMP.
021100         10  WS-OPR-ACTIONS       PIC 9(05)   COMP.
021200         10  WS-OPR-SUPV-ACTIONS  PIC 9(05)   COMP.
021300         10  WS-OPR-IDLE-DAYS     PIC 9(05)   COMP.
021400         10  WS-OPR-IDLE-SW       PIC X(01).
021500             88  WS-OPR-IDLE-KNOWN            VALUE 'Y'.
021600         10  WS-OPR-PWD-AGE       PIC 9(05)   COMP.
021700         10  WS-OPR-PWD-SW        PIC X(01).
021800             88  WS-OPR-PWD-SET               VALUE 'Y'.
021900         10  WS-OPR-RESULT        PIC X(01).
022000             88  WS-OPR-ACTIVE                VALUE ' '.
022100             88  WS-OPR-WAS-LOCKED            VALUE 'L'.
022200             88  WS-OPR-SUSPENDED             VALUE 'S'.
022300             88  WS-OPR-SUSPEND-FAILED        VALUE 'F'.
022400         10  WS-OPR-DOWNGRADE-SW  PIC X(01).
022500             88  WS-OPR-DOWNGRADE             VALUE 'Y'.
022600*--------------------------------------------------------------*
022700*    REPORT LINES                                              *
022800*--------------------------------------------------------------*
022900 01  WS-TITLE-LINE.
023000     05  FILLER                    PIC X(01)   VALUE SPACE.
023100     05  FILLER                    PIC X(50)   VALUE
023200         'GSE UK - QUARTERLY OPERATOR ACCESS RECERTIFICATION'.
023300 01  WS-SUBTITLE-LINE.
023400     05  FILLER                    PIC X(01)   VALUE SPACE.
023500     05  FILLER                    PIC X(50)   VALUE
023600         '(SOURCE: OPERMAST, SIGNLOG AND ARCHIVE, MNTAUDIT)'.
023700 01  WS-PERIOD-LINE.
023800     05  FILLER                    PIC X(01)   VALUE SPACE.
023900     05  FILLER                    PIC X(08)   VALUE 'QUARTER '.
024000     05  RL-QTR-START              PIC 9(08).
024100     05  FILLER                    PIC X(04)   VALUE ' TO '.
024200     05  RL-QTR-END                PIC 9(08).
024300     05  FILLER                    PIC X(29)   VALUE
024400         '   SUSPEND AFTER NO SIGN-ON '.
024500     05  RL-DORMANT-DAYS           PIC ZZ9.
024600     05  FILLER                    PIC X(05)   VALUE ' DAYS'.
024700 01  WS-BLANK-LINE                 PIC X(01)   VALUE SPACE.
024800 01  WS-TEAM-LINE.
024900     05  FILLER                    PIC X(01)   VALUE SPACE.
025000     05  FILLER                    PIC X(05)   VALUE 'TEAM '.
025100     05  RL-TEAM-CODE              PIC X(02).
025200     05  FILLER                    PIC X(03)   VALUE ' - '.
025300     05  RL-TEAM-NAME              PIC X(30).
025400     05  FILLER                    PIC X(10)   VALUE ' MANAGER '.
025500     05  RL-MGR-ID                 PIC X(08).
025600     05  FILLER                    PIC X(01)   VALUE SPACE.
025700     05  RL-MGR-NAME               PIC X(30).
025800 01  WS-NO-TEAM-LINE.
025900     05  FILLER                    PIC X(01)   VALUE SPACE.
026000     05  FILLER                    PIC X(40)   VALUE
026100         'NO TEAM, OR TEAM CODE NOT ON THE TEAM TA'.
026200     05  FILLER                    PIC X(40)   VALUE
026300         'BLE - SECURITY ADMINISTRATION TO SIGN OF'.
026400     05  FILLER                    PIC X(01)   VALUE 'F'.
026500 01  WS-DET-HEADING-1.
026600     05  FILLER                    PIC X(01)   VALUE SPACE.
026700     05  FILLER                    PIC X(35)   VALUE
026800         'OPER ID  NAME                 AUTH '.
026900     05  FILLER                    PIC X(40)   VALUE
027000         'LAST ON   IDLE FAILS PWD AGE MAINT  SUPV'.
027100     05  FILLER                    PIC X(29)   VALUE
027200         '  STATUS               REVIEW'.
027300 01  WS-DET-HEADING-2.
027400     05  FILLER                    PIC X(01)   VALUE SPACE.
027500     05  FILLER                    PIC X(35)   VALUE
027600         '-------- -------------------- ---- '.
027700     05  FILLER                    PIC X(40)   VALUE
027800         '-------- ----- ----- ------- ----- -----'.
027900     05  FILLER                    PIC X(47)   VALUE
028000         '  -------------------- ------------------------'.
028100 01  WS-DETAIL-LINE.
028200     05  FILLER                    PIC X(01)   VALUE SPACE.
028300     05  RL-DET-OPER-ID            PIC X(08).
028400     05  FILLER                    PIC X(01)   VALUE SPACE.
028500     05  RL-DET-NAME               PIC X(20).
028600     05  FILLER                    PIC X(01)   VALUE SPACE.
028700     05  RL-DET-AUTHORITY          PIC X(04).
028800     05  FILLER                    PIC X(01)   VALUE SPACE.
028900     05  RL-DET-LAST-SIGNON        PIC X(08).
029000     05  FILLER                    PIC X(01)   VALUE SPACE.
029100     05  RL-DET-IDLE               PIC X(05).
029200     05  FILLER                    PIC X(01)   VALUE SPACE.
029300     05  RL-DET-FAILS              PIC ZZZZ9.
029400     05  FILLER                    PIC X(01)   VALUE SPACE.
029500     05  RL-DET-PWD-AGE            PIC X(07).
029600     05  FILLER                    PIC X(01)   VALUE SPACE.
029700     05  RL-DET-ACTIONS            PIC ZZZZ9.
029800     05  FILLER                    PIC X(01)   VALUE SPACE.
029900     05  RL-DET-SUPV-ACTIONS       PIC X(05).
030000     05  FILLER                    PIC X(02)   VALUE SPACES.
030100     05  RL-DET-STATUS             PIC X(20).
030200     05  FILLER                    PIC X(01)   VALUE SPACE.
030300     05  RL-DET-REVIEW             PIC X(24).
030400 01  WS-EDIT-FIELDS.
030500     05  WS-EDIT-DAYS              PIC ZZZZ9.
030600     05  WS-EDIT-AGE               PIC ZZZZZZ9.
030700 01  WS-GROUP-LINE.
030800     05  FILLER                    PIC X(01)   VALUE SPACE.
030900     05  FILLER                    PIC X(10)   VALUE 'OPERATORS '.
031000     05  RL-GRP-MEMBERS            PIC ZZZZ9.
031100     05  FILLER                    PIC X(13)   VALUE
031200         '   SUSPENDED '.
031300     05  RL-GRP-SUSPENDED          PIC ZZZZ9.
031400     05  FILLER                    PIC X(17)   VALUE
031500         '   FOR DOWNGRADE '.
031600     05  RL-GRP-DOWNGRADES         PIC ZZZZ9.
031700 01  WS-SIGNOFF-LINE.
031800     05  FILLER                    PIC X(01)   VALUE SPACE.
031900     05  FILLER                    PIC X(45)   VALUE
032000         'TEAM MANAGER SIGN-OFF  ___________________ '.
032100     05  FILLER                    PIC X(30)   VALUE
032200         ' DATE  __________'.
032300 01  WS-SUMMARY-HEADING.
032400     05  FILLER                    PIC X(01)   VALUE SPACE.
032500     05  FILLER                    PIC X(40)   VALUE
032600         'RECERTIFICATION SUMMARY'.
032700 01  WS-COUNT-LINE.
032800     05  FILLER                    PIC X(01)   VALUE SPACE.
032900     05  RL-COUNT-DESC             PIC X(36).
033000     05  RL-COUNT                  PIC ZZZ,ZZ9.
033100 LINKAGE SECTION.
033200*--------------------------------------------------------------*
033300*    PARM PASSED ON THE EXEC STATEMENT - THE QUARTER START AND *
033400*    END DATES AND THE DORMANCY PERIOD IN DAYS                 *
033500*    (YYYYMMDD,YYYYMMDD,NNN).  SEE JCL/OPRCERT.JCL.            *
033600*--------------------------------------------------------------*
033700 01  WS-PARM-AREA.
033800     05  WS-PARM-LENGTH            PIC S9(04) COMP.
033900     05  WS-PARM-QTR-START         PIC X(08).
034000     05  FILLER                    PIC X(01).
034100     05  WS-PARM-QTR-END           PIC X(08).
034200     05  FILLER                    PIC X(01).
034300     05  WS-PARM-DORMANT-DAYS      PIC X(03).
034400 PROCEDURE DIVISION USING WS-PARM-AREA.
034500*****************************************************************
034600*    0000-MAINLINE                                              *
034700*****************************************************************
034800 0000-MAINLINE.
034900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035000     PERFORM 2000-SCAN-SIGNONS THRU 2000-EXIT.
035100     PERFORM 3000-SCAN-AUDIT THRU 3000-EXIT.
035200     PERFORM 4000-REVIEW-OPERATORS THRU 4000-EXIT.
035300     PERFORM 5000-PRINT-TEAMS THRU 5000-EXIT.
035400     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
035500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035600
035700     STOP RUN.
035800*****************************************************************
035900*    1000-INITIALIZE - RESOLVE THE PARM, OPEN THE REPORT AND    *
036000*    LOAD THE TEAM TABLE AND THE OPERATOR MASTER                *
036100*****************************************************************
036200 1000-INITIALIZE.
036300     IF WS-PARM-LENGTH >= 17
036400        AND WS-PARM-QTR-START IS NUMERIC
036500        AND WS-PARM-QTR-END IS NUMERIC
036600        AND WS-PARM-QTR-END NOT < WS-PARM-QTR-START
036700         MOVE WS-PARM-QTR-START TO WS-QTR-START
036800         MOVE WS-PARM-QTR-END   TO WS-QTR-END
036900     ELSE
037000         DISPLAY 'OPRCERT - QUARTER PARM MISSING OR INVALID - '
037100             'EXPECTED YYYYMMDD,YYYYMMDD,NNN'
037200         MOVE 16 TO RETURN-CODE
037300         STOP RUN
037400     END-IF.
037500     IF WS-PARM-LENGTH >= 21
037600        AND WS-PARM-DORMANT-DAYS IS NUMERIC
037700        AND WS-PARM-DORMANT-DAYS NOT = '000'
037800         MOVE WS-PARM-DORMANT-DAYS TO WS-DORMANT-DAYS
037900     END-IF.
038000     MOVE WS-QTR-END TO WS-DTS-DATE.
038100     PERFORM 1500-DATE-TO-SERIAL THRU 1500-EXIT.
038200     MOVE WS-DTS-SERIAL TO WS-QTR-END-SERIAL.
038300
038400     OPEN OUTPUT REPORT-FILE.
038500     IF WS-RPT-STATUS NOT = '00'
038600         DISPLAY 'OPRCERT - UNABLE TO OPEN REPORT-FILE, STATUS='
038700             WS-RPT-STATUS
038800         MOVE 16 TO RETURN-CODE
038900         STOP RUN
039000     END-IF.
039100
039200     OPEN INPUT  TEAM-TABLE.
039300     IF WS-OT-STATUS NOT = '00'
039400         DISPLAY 'OPRCERT - UNABLE TO OPEN TEAMTAB, STATUS='
039500             WS-OT-STATUS
039600         MOVE 16 TO RETURN-CODE
039700         STOP RUN
039800     END-IF.
039900     PERFORM 1100-LOAD-TEAM-ROW THRU 1100-EXIT
040000         UNTIL WS-EOF-TEAM-TABLE.
040100     CLOSE TEAM-TABLE.
040200
040300     OPEN INPUT  OPERATOR-MASTER.
040400     IF WS-OP-STATUS NOT = '00'
040500         DISPLAY 'OPRCERT - UNABLE TO OPEN OPERMAST, STATUS='
040600             WS-OP-STATUS
040700         MOVE 16 TO RETURN-CODE
040800         STOP RUN
040900     END-IF.
041000     PERFORM 1200-READ-OPERATOR THRU 1200-EXIT.
041100     PERFORM 1250-LOAD-OPERATOR THRU 1250-EXIT
041200         UNTIL WS-EOF-OPERATOR.
041300     CLOSE OPERATOR-MASTER.
041400
041500     MOVE WS-TITLE-LINE    TO RPT-RECORD.
041600     WRITE RPT-RECORD.
041700     MOVE WS-SUBTITLE-LINE TO RPT-RECORD.
041800     WRITE RPT-RECORD.
041900     MOVE WS-QTR-START     TO RL-QTR-START.
042000     MOVE WS-QTR-END       TO RL-QTR-END.
042100     MOVE WS-DORMANT-DAYS  TO RL-DORMANT-DAYS.
042200     MOVE WS-PERIOD-LINE   TO RPT-RECORD.
042300     WRITE RPT-RECORD.
042400 1000-EXIT.
042500     EXIT.
042600*****************************************************************
042700*    1100-LOAD-TEAM-ROW - READ ONE TEAM-TABLE ROW.  COMMENT     *
042800*    ROWS ARE SKIPPED; A REPEATED TEAM CODE KEEPS ITS FIRST ROW *
042900*****************************************************************
043000 1100-LOAD-TEAM-ROW.
043100     READ TEAM-TABLE
043200         AT END
043300             SET WS-EOF-TEAM-TABLE TO TRUE
043400             GO TO 1100-EXIT
043500     END-READ.
043600     ADD 1 TO WS-TEAM-ROWS-READ.
043700     IF OT-TEAM-CODE (1:1) = '*'
043800        OR OT-TEAM-CODE = SPACES
043900         GO TO 1100-EXIT
044000     END-IF.
044100     PERFORM 1260-FIND-TEAM THRU 1260-EXIT.
044200     IF WS-TM-IDX NOT = ZERO
044300         GO TO 1100-EXIT
044400     END-IF.
044500     IF WS-TM-ENTRIES NOT < WS-TM-MAX
044600         DISPLAY 'OPRCERT - MORE THAN ' WS-TM-MAX
044700             ' TEAMS ON TEAMTAB - RAISE WS-TM-MAX'
044800         MOVE 16 TO RETURN-CODE
044900         STOP RUN
045000     END-IF.
045100     ADD 1 TO WS-TM-ENTRIES.
045200     MOVE OT-TEAM-CODE    TO WS-TM-CODE (WS-TM-ENTRIES).
045300     MOVE OT-TEAM-NAME    TO WS-TM-NAME (WS-TM-ENTRIES).
045400     MOVE OT-MANAGER-ID   TO WS-TM-MGR-ID (WS-TM-ENTRIES).
045500     MOVE OT-MANAGER-NAME TO WS-TM-MGR-NAME (WS-TM-ENTRIES).
045600 1100-EXIT.
045700     EXIT.
045800*****************************************************************
045900*    1200-READ-OPERATOR - NEXT OPERATOR-MASTER RECORD           *
046000*****************************************************************
046100 1200-READ-OPERATOR.
046200     READ OPERATOR-MASTER NEXT
046300         AT END
046400             SET WS-EOF-OPERATOR TO TRUE
046500     END-READ.
046600 1200-EXIT.
046700     EXIT.
046800*****************************************************************
046900*    1250-LOAD-OPERATOR - TABLE ONE OPERATOR AND FIND ITS TEAM  *
047000*****************************************************************
047100 1250-LOAD-OPERATOR.
047200     IF WS-OPR-ENTRIES NOT < WS-OPR-MAX
047300         DISPLAY 'OPRCERT - MORE THAN ' WS-OPR-MAX
047400             ' OPERATORS ON OPERMAST - RAISE WS-OPR-MAX'
047500         MOVE 16 TO RETURN-CODE
047600         STOP RUN
047700     END-IF.
047800     ADD 1 TO WS-OPR-ENTRIES.
047900     MOVE WS-OPR-ENTRIES TO WS-OPR-IDX.
048000     INITIALIZE WS-OPR-ENTRY (WS-OPR-IDX).
048100     MOVE OP-OPERATOR-ID   TO WS-OPR-ID (WS-OPR-IDX).
048200     MOVE OP-OPERATOR-NAME TO WS-OPR-NAME (WS-OPR-IDX).
048300     MOVE OP-AUTHORITY     TO WS-OPR-AUTHORITY (WS-OPR-IDX).
048400     MOVE OP-PWD-CHANGED   TO WS-OPR-PWD-CHANGED (WS-OPR-IDX).
048500     MOVE OP-LOCK-SW       TO WS-OPR-LOCK-SW (WS-OPR-IDX).
048600     MOVE ZERO             TO WS-OPR-TEAM-IDX (WS-OPR-IDX).
048700     MOVE ZERO             TO WS-OPR-SIGNON-DATE (WS-OPR-IDX).
048800     MOVE ZERO             TO WS-OPR-SIGNON-TIME (WS-OPR-IDX).
048900     MOVE ZERO             TO WS-OPR-LAST-SETUP (WS-OPR-IDX).
049000     IF OP-TEAM-CODE NOT = SPACES
049100      AND OP-TEAM-CODE NOT = LOW-VALUES
049200         MOVE OP-TEAM-CODE TO OT-TEAM-CODE
049300         PERFORM 1260-FIND-TEAM THRU 1260-EXIT
049400         MOVE WS-TM-IDX    TO WS-OPR-TEAM-IDX (WS-OPR-IDX)
049500     END-IF.
049600     IF WS-OPR-TEAM-IDX (WS-OPR-IDX) = ZERO
049700         ADD 1 TO WS-UNASSIGNED
049800     END-IF.
049900     PERFORM 1200-READ-OPERATOR THRU 1200-EXIT.
050000 1250-EXIT.
050100     EXIT.
050200*****************************************************************
050300*    1260-FIND-TEAM - WS-TM-IDX TO THE TEAM-TABLE ENTRY FOR     *
050400*    OT-TEAM-CODE, OR ZERO IF IT IS NOT ON THE TABLE            *
050500*****************************************************************
050600 1260-FIND-TEAM.
050700     MOVE 'N' TO WS-ENTRY-FOUND-SW.
050800     PERFORM 1265-SEARCH-TEAM THRU 1265-EXIT
050900         VARYING WS-TM-IDX FROM 1 BY 1
051000         UNTIL WS-TM-IDX > WS-TM-ENTRIES
051100            OR WS-ENTRY-FOUND.
051200     IF WS-ENTRY-FOUND
051300         SUBTRACT 1 FROM WS-TM-IDX
051400     ELSE
051500         MOVE ZERO TO WS-TM-IDX
051600     END-IF.
051700 1260-EXIT.
051800     EXIT.
051900
052000 1265-SEARCH-TEAM.
052100     IF OT-TEAM-CODE = WS-TM-CODE (WS-TM-IDX)
052200         SET WS-ENTRY-FOUND TO TRUE
052300     END-IF.
052400 1265-EXIT.
052500     EXIT.
052600*****************************************************************
052700*    1500-DATE-TO-SERIAL - WS-DTS-DATE (YYYYMMDD) TO A DAY      *
052800*    SERIAL IN WS-DTS-SERIAL.  JANUARY AND FEBRUARY COUNT AS    *
052900*    MONTHS 13 AND 14 OF THE PRIOR YEAR SO EVERY DIVISION       *
053000*    WORKS ON POSITIVE NUMBERS.                                 *
053100*****************************************************************
053200 1500-DATE-TO-SERIAL.
053300     IF WS-DTS-MM < 3
053400         COMPUTE WS-DTS-WORK-YEAR  = WS-DTS-YYYY - 1
053500         COMPUTE WS-DTS-WORK-MONTH = WS-DTS-MM + 12
053600     ELSE
053700         MOVE WS-DTS-YYYY TO WS-DTS-WORK-YEAR
053800         MOVE WS-DTS-MM   TO WS-DTS-WORK-MONTH
053900     END-IF.
054000     COMPUTE WS-DTS-QUAD-YEARS     = WS-DTS-WORK-YEAR / 4.
054100     COMPUTE WS-DTS-CENTURIES      = WS-DTS-WORK-YEAR / 100.
054200     COMPUTE WS-DTS-QUAD-CENTURIES = WS-DTS-WORK-YEAR / 400.
054300     COMPUTE WS-DTS-MONTH-DAYS
054400         = (153 * (WS-DTS-WORK-MONTH + 1)) / 5.
054500     COMPUTE WS-DTS-SERIAL
054600         = (365 * WS-DTS-WORK-YEAR)
054700         + WS-DTS-QUAD-YEARS
054800         - WS-DTS-CENTURIES
054900         + WS-DTS-QUAD-CENTURIES
055000         + WS-DTS-MONTH-DAYS
055100         + WS-DTS-DD.
055200 1500-EXIT.
055300     EXIT.
055400*****************************************************************
055500*    2000-SCAN-SIGNONS - THE ONLINE SIGNON-LOG FILE AND THEN    *
055600*    EVERY ARCHIVE GENERATION HELARC HAS WRITTEN FROM IT        *
055700*****************************************************************
055800 2000-SCAN-SIGNONS.
055900     OPEN INPUT  SIGNON-LOG-FILE.
056000     IF WS-SL-STATUS NOT = '00'
056100         DISPLAY 'OPRCERT - UNABLE TO OPEN SIGNLOG, STATUS='
056200             WS-SL-STATUS
056300         MOVE 16 TO RETURN-CODE
056400         STOP RUN
056500     END-IF.
056600     PERFORM 2100-READ-SIGNLOG THRU 2100-EXIT
056700         UNTIL WS-EOF-SIGNLOG.
056800     CLOSE SIGNON-LOG-FILE.
056900
057000     OPEN INPUT  SIGNON-ARCHIVE.
057100     IF WS-SA-STATUS NOT = '00'
057200         DISPLAY 'OPRCERT - UNABLE TO OPEN SIGNARC, STATUS='
057300             WS-SA-STATUS
057400         MOVE 16 TO RETURN-CODE
057500         STOP RUN
057600     END-IF.
057700     PERFORM 2150-READ-ARCHIVE THRU 2150-EXIT
057800         UNTIL WS-EOF-ARCHIVE.
057900     CLOSE SIGNON-ARCHIVE.
058000 2000-EXIT.
058100     EXIT.
058200
058300 2100-READ-SIGNLOG.
058400     READ SIGNON-LOG-FILE
058500         AT END
058600             SET WS-EOF-SIGNLOG TO TRUE
058700             GO TO 2100-EXIT
058800     END-READ.
058900     ADD 1 TO WS-SIGNON-READ.
059000     PERFORM 2200-TALLY-SIGNON THRU 2200-EXIT.
059100 2100-EXIT.
059200     EXIT.
059300
059400 2150-READ-ARCHIVE.
059500     READ SIGNON-ARCHIVE INTO SL-RECORD
059600         AT END
059700             SET WS-EOF-ARCHIVE TO TRUE
059800             GO TO 2150-EXIT
059900     END-READ.
060000     ADD 1 TO WS-ARCHIVE-READ.
060100     PERFORM 2200-TALLY-SIGNON THRU 2200-EXIT.
060200 2150-EXIT.
060300     EXIT.
060400*****************************************************************
060500*    2200-TALLY-SIGNON - A SIGN-ON UP TO THE QUARTER END MAY BE *
060600*    THE OPERATOR'S LAST; A FAILED ATTEMPT IN THE QUARTER IS    *
060700*    COUNTED AGAINST THE ID AS KEYED.  SIGN-OFFS ARE IGNORED.   *
060800*****************************************************************
060900 2200-TALLY-SIGNON.
061000     IF SL-SIGNON-DATE > WS-QTR-END
061100         GO TO 2200-EXIT
061200     END-IF.
061300     MOVE SL-OPERATOR-ID TO WS-SEARCH-ID.
061400     PERFORM 2300-FIND-OPERATOR THRU 2300-EXIT.
061500     EVALUATE TRUE
061600         WHEN SL-SIGNON-EVENT
061700             IF WS-OPR-IDX NOT = ZERO
061800              AND SL-KEY (5:14) > WS-OPR-LAST-SIGNON (WS-OPR-IDX)
061900                 MOVE SL-SIGNON-DATE
062000                     TO WS-OPR-SIGNON-DATE (WS-OPR-IDX)
062100                 MOVE SL-SIGNON-TIME
062200                     TO WS-OPR-SIGNON-TIME (WS-OPR-IDX)
062300             END-IF
062400         WHEN SL-SIGNFAIL-EVENT
062500             IF SL-SIGNON-DATE NOT < WS-QTR-START
062600                 IF WS-OPR-IDX = ZERO
062700                     ADD 1 TO WS-UNKNOWN-ID-FAILS
062800                 ELSE
062900                     ADD 1 TO WS-OPR-FAILS (WS-OPR-IDX)
063000                 END-IF
063100             END-IF
063200         WHEN OTHER
063300             CONTINUE
063400     END-EVALUATE.
063500 2200-EXIT.
063600     EXIT.
063700*****************************************************************
063800*    2300-FIND-OPERATOR - WS-OPR-IDX TO THE OPERATOR-TABLE      *
063900*    ENTRY FOR WS-SEARCH-ID, OR ZERO IF NOT ON FILE             *
064000*****************************************************************
064100 2300-FIND-OPERATOR.
064200     MOVE 'N' TO WS-ENTRY-FOUND-SW.
064300     PERFORM 2310-SEARCH-OPERATOR THRU 2310-EXIT
064400         VARYING WS-OPR-IDX FROM 1 BY 1
064500         UNTIL WS-OPR-IDX > WS-OPR-ENTRIES
064600            OR WS-ENTRY-FOUND.
064700     IF WS-ENTRY-FOUND
064800         SUBTRACT 1 FROM WS-OPR-IDX
064900     ELSE
065000         MOVE ZERO TO WS-OPR-IDX
065100     END-IF.
065200 2300-EXIT.
065300     EXIT.
065400
065500 2310-SEARCH-OPERATOR.
065600     IF WS-SEARCH-ID = WS-OPR-ID (WS-OPR-IDX)
065700         SET WS-ENTRY-FOUND TO TRUE
065800     END-IF.
065900 2310-EXIT.
066000     EXIT.
066100*****************************************************************
066200*    3000-SCAN-AUDIT - COUNT EACH OPERATOR'S MAINTENANCE        *
066300*    ACTIONS IN THE QUARTER, AND NOTE WHEN EACH OPERATOR'S OWN  *
066400*    RECORD WAS LAST SET UP (ADDED OR AMENDED) - THE DORMANCY   *
066500*    CLOCK FOR AN ID THAT HAS NEVER SIGNED ON                   *
066600*****************************************************************
066700 3000-SCAN-AUDIT.
066800     OPEN INPUT  AUDIT-FILE.
066900     IF WS-MA-STATUS NOT = '00'
067000         DISPLAY 'OPRCERT - UNABLE TO OPEN MNTAUDIT, STATUS='
067100             WS-MA-STATUS
067200         MOVE 16 TO RETURN-CODE
067300         STOP RUN
067400     END-IF.
067500     PERFORM 3100-READ-AUDIT THRU 3100-EXIT
067600         UNTIL WS-EOF-AUDIT.
067700     CLOSE AUDIT-FILE.
067800 3000-EXIT.
067900     EXIT.
068000
068100 3100-READ-AUDIT.
068200     READ AUDIT-FILE NEXT
068300         AT END
068400             SET WS-EOF-AUDIT TO TRUE
068500             GO TO 3100-EXIT
068600     END-READ.
068700     ADD 1 TO WS-AUDIT-READ.
068800     IF MA-AUDIT-DATE > WS-QTR-END
068900         GO TO 3100-EXIT
069000     END-IF.
069100     IF MA-AUDIT-DATE NOT < WS-QTR-START
069200         PERFORM 3200-TALLY-ACTION THRU 3200-EXIT
069300     END-IF.
069400     IF MA-FILE-NAME = 'OPERMAST'
069500      AND NOT MA-DELETE
069600         MOVE MA-RECORD-KEY (1:8) TO WS-SEARCH-ID
069700         PERFORM 2300-FIND-OPERATOR THRU 2300-EXIT
069800         IF WS-OPR-IDX NOT = ZERO
069900          AND MA-AUDIT-DATE > WS-OPR-LAST-SETUP (WS-OPR-IDX)
070000             MOVE MA-AUDIT-DATE TO WS-OPR-LAST-SETUP (WS-OPR-IDX)
070100         END-IF
070200     END-IF.
070300 3100-EXIT.
070400     EXIT.
070500*****************************************************************
070600*    3200-TALLY-ACTION - ONE MAINTENANCE ACTION IN THE QUARTER  *
070700*    FOR THE OPERATOR WHO MADE IT, AND WHETHER IT NEEDED        *
070800*    SUPERVISOR AUTHORITY                                       *
070900*****************************************************************
071000 3200-TALLY-ACTION.
071100     MOVE MA-OPERATOR-ID TO WS-SEARCH-ID.
071200     PERFORM 2300-FIND-OPERATOR THRU 2300-EXIT.
071300     IF WS-OPR-IDX = ZERO
071400         GO TO 3200-EXIT
071500     END-IF.
071600     ADD 1 TO WS-OPR-ACTIONS (WS-OPR-IDX).
071700     EVALUATE TRUE
071800         WHEN MA-FILE-NAME = 'SUSPENSE'
071900         WHEN MA-FILE-NAME = 'CUSTHIST'
072000         WHEN MA-FILE-NAME = 'OPERMAST'
072100         WHEN MA-FILE-NAME = 'MSGCTL'
072150         WHEN MA-FILE-NAME = 'DAYTXN'
072200             ADD 1 TO WS-OPR-SUPV-ACTIONS (WS-OPR-IDX)
072300         WHEN MA-FILE-NAME = 'CUSTMAST'
072400          AND MA-REQUEST-OPER NOT = SPACES
072500          AND MA-REQUEST-OPER NOT = LOW-VALUES
072600             ADD 1 TO WS-OPR-SUPV-ACTIONS (WS-OPR-IDX)
072700         WHEN OTHER
072800             CONTINUE
072900     END-EVALUATE.
073000 3200-EXIT.
073100     EXIT.
073200*****************************************************************
073300*    4000-REVIEW-OPERATORS - IDLE DAYS, PASSWORD AGE, DORMANCY  *
073400*    AND THE DOWNGRADE FLAG FOR EVERY OPERATOR.  THE OPERATOR   *
073500*    MASTER AND AUDIT FILE ARE OPENED FOR UPDATE HERE, ONCE THE *
073600*    SCANS ARE DONE.                                            *
073700*****************************************************************
073800 4000-REVIEW-OPERATORS.
073900     OPEN I-O    OPERATOR-MASTER.
074000     IF WS-OP-STATUS NOT = '00'
074100         DISPLAY 'OPRCERT - UNABLE TO OPEN OPERMAST FOR UPDATE, '
074200             'STATUS=' WS-OP-STATUS
074300         MOVE 16 TO RETURN-CODE
074400         STOP RUN
074500     END-IF.
074600     OPEN I-O    AUDIT-FILE.
074700     IF WS-MA-STATUS NOT = '00'
074800         DISPLAY 'OPRCERT - UNABLE TO OPEN MNTAUDIT FOR UPDATE, '
074900             'STATUS=' WS-MA-STATUS
075000         MOVE 16 TO RETURN-CODE
075100         STOP RUN
075200     END-IF.
075300     ACCEPT WS-AUDIT-DATE     FROM DATE YYYYMMDD.
075400     ACCEPT WS-AUDIT-TIME-RAW FROM TIME.
075500
075600     PERFORM 4100-REVIEW-ONE THRU 4100-EXIT
075700         VARYING WS-OPR-IDX FROM 1 BY 1
075800         UNTIL WS-OPR-IDX > WS-OPR-ENTRIES.
075900
076000     CLOSE OPERATOR-MASTER.
076100     CLOSE AUDIT-FILE.
076200 4000-EXIT.
076300     EXIT.
076400
076500 4100-REVIEW-ONE.
076600     IF WS-OPR-SIGNON-DATE (WS-OPR-IDX) > ZERO
076700         MOVE WS-OPR-SIGNON-DATE (WS-OPR-IDX) TO WS-BASIS-DATE
076800     ELSE
076900         ADD 1 TO WS-NEVER-SIGNED-ON
077000         MOVE WS-OPR-LAST-SETUP (WS-OPR-IDX)  TO WS-BASIS-DATE
077100     END-IF.
077200     IF WS-BASIS-DATE > ZERO
077300         MOVE WS-BASIS-DATE TO WS-DTS-DATE
077400         PERFORM 1500-DATE-TO-SERIAL THRU 1500-EXIT
077500         COMPUTE WS-OPR-IDLE-DAYS (WS-OPR-IDX)
077600             = WS-QTR-END-SERIAL - WS-DTS-SERIAL
077700         SET WS-OPR-IDLE-KNOWN (WS-OPR-IDX) TO TRUE
077800     END-IF.
077900
078000     IF WS-OPR-PWD-CHANGED (WS-OPR-IDX) IS NUMERIC
078100      AND WS-OPR-PWD-CHANGED (WS-OPR-IDX) NOT = ZEROS
078200      AND WS-OPR-PWD-CHANGED (WS-OPR-IDX) NOT > WS-QTR-END
078300         MOVE WS-OPR-PWD-CHANGED (WS-OPR-IDX) TO WS-DTS-DATE
078400         PERFORM 1500-DATE-TO-SERIAL THRU 1500-EXIT
078500         COMPUTE WS-OPR-PWD-AGE (WS-OPR-IDX)
078600             = WS-QTR-END-SERIAL - WS-DTS-SERIAL
078700         SET WS-OPR-PWD-SET (WS-OPR-IDX) TO TRUE
078800     END-IF.
078900
079000     EVALUATE TRUE
079100         WHEN WS-OPR-LOCK-SW (WS-OPR-IDX) = 'L'
079200             SET WS-OPR-WAS-LOCKED (WS-OPR-IDX) TO TRUE
079300             ADD 1 TO WS-ALREADY-LOCKED
079400         WHEN NOT WS-OPR-IDLE-KNOWN (WS-OPR-IDX)
079500         WHEN WS-OPR-IDLE-DAYS (WS-OPR-IDX) > WS-DORMANT-DAYS
079600             PERFORM 4200-SUSPEND-OPERATOR THRU 4200-EXIT
079700         WHEN OTHER
079800             SET WS-OPR-ACTIVE (WS-OPR-IDX) TO TRUE
079900     END-EVALUATE.
080000
080100     IF WS-OPR-SUPERVISOR (WS-OPR-IDX)
080200      AND WS-OPR-SUPV-ACTIONS (WS-OPR-IDX) = ZERO
080300         SET WS-OPR-DOWNGRADE (WS-OPR-IDX) TO TRUE
080400         ADD 1 TO WS-DOWNGRADES
080500     END-IF.
080600 4100-EXIT.
080700     EXIT.
080800*****************************************************************
080900*    4200-SUSPEND-OPERATOR - LOCK A DORMANT ID.  AS ONLINE, THE *
081000*    AUDIT RECORD IS WRITTEN BEFORE THE MASTER IS TOUCHED, SO   *
081100*    NO SUSPENSION GOES UNAUDITED.                              *
081200*****************************************************************
081300 4200-SUSPEND-OPERATOR.
081400     MOVE WS-OPR-ID (WS-OPR-IDX) TO OP-OPERATOR-ID.
081500     READ OPERATOR-MASTER
081600         INVALID KEY
081700             CONTINUE
081800     END-READ.
081900     IF WS-OP-STATUS NOT = '00'
082000         DISPLAY 'OPRCERT - READ FAILED ON OPERMAST, STATUS='
082100             WS-OP-STATUS ' OPERATOR=' OP-OPERATOR-ID
082200         SET WS-OPR-SUSPEND-FAILED (WS-OPR-IDX) TO TRUE
082300         ADD 1 TO WS-SUSPEND-FAILED
082400         GO TO 4200-EXIT
082500     END-IF.
082600
082700     INITIALIZE MA-RECORD.
082800     MOVE WS-BATCH-TERMINAL TO MA-TERMINAL-ID.
082900     MOVE WS-AUDIT-DATE     TO MA-AUDIT-DATE.
083000     MOVE WS-AUDIT-TIME     TO MA-AUDIT-TIME.
083100     MOVE WS-BATCH-OPERATOR TO MA-OPERATOR-ID.
083200     MOVE 'OPERMAST'        TO MA-FILE-NAME.
083300     MOVE 'C'               TO MA-ACTION.
083400     MOVE OP-OPERATOR-ID    TO MA-RECORD-KEY.
083500     MOVE OP-RECORD         TO MA-BEFORE-IMAGE.
083600     MOVE 'L'               TO OP-LOCK-SW.
083700     MOVE OP-RECORD         TO MA-AFTER-IMAGE.
083800     MOVE '22'              TO WS-MA-STATUS.
083900     PERFORM 4250-WRITE-AUDIT THRU 4250-EXIT
084000         UNTIL WS-MA-STATUS NOT = '22'.
084100     IF WS-MA-STATUS NOT = '00'
084200         DISPLAY 'OPRCERT - AUDIT WRITE FAILED, STATUS='
084300             WS-MA-STATUS ' - OPERATOR ' OP-OPERATOR-ID
084400             ' NOT SUSPENDED'
084500         SET WS-OPR-SUSPEND-FAILED (WS-OPR-IDX) TO TRUE
084600         ADD 1 TO WS-SUSPEND-FAILED
084700         GO TO 4200-EXIT
084800     END-IF.
084900
085000     REWRITE OP-RECORD
085100         INVALID KEY
085200             CONTINUE
085300     END-REWRITE.
085400     IF WS-OP-STATUS NOT = '00'
085500         DISPLAY 'OPRCERT - REWRITE FAILED ON OPERMAST, STATUS='
085600             WS-OP-STATUS ' OPERATOR=' OP-OPERATOR-ID
085700         SET WS-OPR-SUSPEND-FAILED (WS-OPR-IDX) TO TRUE
085800         ADD 1 TO WS-SUSPEND-FAILED
085900         GO TO 4200-EXIT
086000     END-IF.
086100     SET WS-OPR-SUSPENDED (WS-OPR-IDX) TO TRUE.
086200     ADD 1 TO WS-SUSPENDED.
086300 4200-EXIT.
086400     EXIT.
086500*****************************************************************
086600*    4250-WRITE-AUDIT - ONE ATTEMPT AT THE AUDIT WRITE ON THE   *
086700*    NEXT SEQUENCE NUMBER; A DUPLICATE KEY (A RERUN IN THE SAME *
086800*    SECOND) TRIES AGAIN ON THE ONE AFTER                       *
086900*****************************************************************
087000 4250-WRITE-AUDIT.
087100     ADD 1 TO WS-AUDIT-SEQ.
087200     MOVE WS-AUDIT-SEQ TO MA-AUDIT-SEQ.
087300     WRITE MA-RECORD
087400         INVALID KEY
087500             CONTINUE
087600     END-WRITE.
087700     IF WS-MA-STATUS = '22'
087800      AND WS-AUDIT-SEQ = 9999
087900         MOVE '99' TO WS-MA-STATUS
088000     END-IF.
088100 4250-EXIT.
088200     EXIT.
088300*****************************************************************
088400*    5000-PRINT-TEAMS - ONE SIGN-OFF GROUP PER TEAM ON THE      *
088500*    TABLE THAT HAS OPERATORS, THEN THE OPERATORS WITH NO TEAM  *
088600*****************************************************************
088700 5000-PRINT-TEAMS.
088800     PERFORM 5100-PRINT-TEAM THRU 5100-EXIT
088900         VARYING WS-GROUP-TEAM-IDX FROM 1 BY 1
089000         UNTIL WS-GROUP-TEAM-IDX > WS-TM-ENTRIES.
089100     IF WS-UNASSIGNED > ZERO
089200         MOVE ZERO TO WS-GROUP-TEAM-IDX
089300         PERFORM 5100-PRINT-TEAM THRU 5100-EXIT
089400     END-IF.
089500 5000-EXIT.
089600     EXIT.
089700
089800 5100-PRINT-TEAM.
089900     MOVE ZERO TO WS-GROUP-MEMBERS.
090000     PERFORM 5150-COUNT-MEMBER THRU 5150-EXIT
090100         VARYING WS-OPR-IDX FROM 1 BY 1
090200         UNTIL WS-OPR-IDX > WS-OPR-ENTRIES.
090300     IF WS-GROUP-MEMBERS = ZERO
090400         GO TO 5100-EXIT
090500     END-IF.
090600
090700     MOVE WS-BLANK-LINE TO RPT-RECORD.
090800     WRITE RPT-RECORD.
090900     IF WS-GROUP-TEAM-IDX = ZERO
091000         MOVE WS-NO-TEAM-LINE TO RPT-RECORD
091100     ELSE
091200         MOVE WS-TM-CODE (WS-GROUP-TEAM-IDX)     TO RL-TEAM-CODE
091300         MOVE WS-TM-NAME (WS-GROUP-TEAM-IDX)     TO RL-TEAM-NAME
091400         MOVE WS-TM-MGR-ID (WS-GROUP-TEAM-IDX)   TO RL-MGR-ID
091500         MOVE WS-TM-MGR-NAME (WS-GROUP-TEAM-IDX) TO RL-MGR-NAME
091600         MOVE WS-TEAM-LINE TO RPT-RECORD
091700     END-IF.
091800     WRITE RPT-RECORD.
091900     MOVE WS-DET-HEADING-1 TO RPT-RECORD.
092000     WRITE RPT-RECORD.
092100     MOVE WS-DET-HEADING-2 TO RPT-RECORD.
092200     WRITE RPT-RECORD.
092300
092400     MOVE ZERO TO WS-GROUP-SUSPENDED.
092500     MOVE ZERO TO WS-GROUP-DOWNGRADES.
092600     PERFORM 5200-PRINT-MEMBER THRU 5200-EXIT
092700         VARYING WS-OPR-IDX FROM 1 BY 1
092800         UNTIL WS-OPR-IDX > WS-OPR-ENTRIES.
092900
093000     MOVE WS-GROUP-MEMBERS    TO RL-GRP-MEMBERS.
093100     MOVE WS-GROUP-SUSPENDED  TO RL-GRP-SUSPENDED.
093200     MOVE WS-GROUP-DOWNGRADES TO RL-GRP-DOWNGRADES.
093300     MOVE WS-GROUP-LINE       TO RPT-RECORD.
093400     WRITE RPT-RECORD.
093500     MOVE WS-BLANK-LINE       TO RPT-RECORD.
093600     WRITE RPT-RECORD.
093700     MOVE WS-SIGNOFF-LINE     TO RPT-RECORD.
093800     WRITE RPT-RECORD.
093900 5100-EXIT.
094000     EXIT.
094100
094200 5150-COUNT-MEMBER.
094300     IF WS-OPR-TEAM-IDX (WS-OPR-IDX) = WS-GROUP-TEAM-IDX
094400         ADD 1 TO WS-GROUP-MEMBERS
094500     END-IF.
094600 5150-EXIT.
094700     EXIT.
094800*****************************************************************
094900*    5200-PRINT-MEMBER - ONE DETAIL LINE FOR AN OPERATOR IN THE *
095000*    GROUP BEING PRINTED                                        *
095100*****************************************************************
095200 5200-PRINT-MEMBER.
095300     IF WS-OPR-TEAM-IDX (WS-OPR-IDX) NOT = WS-GROUP-TEAM-IDX
095400         GO TO 5200-EXIT
095500     END-IF.
095600     MOVE SPACES TO WS-DETAIL-LINE.
095700     MOVE WS-OPR-ID (WS-OPR-IDX)      TO RL-DET-OPER-ID.
095800     MOVE WS-OPR-NAME (WS-OPR-IDX)    TO RL-DET-NAME.
095900     IF WS-OPR-SUPERVISOR (WS-OPR-IDX)
096000         MOVE 'SUPV' TO RL-DET-AUTHORITY
096100         MOVE WS-OPR-SUPV-ACTIONS (WS-OPR-IDX) TO WS-EDIT-DAYS
096200         MOVE WS-EDIT-DAYS TO RL-DET-SUPV-ACTIONS
096300     ELSE
096400         MOVE 'OPER' TO RL-DET-AUTHORITY
096500     END-IF.
096600     IF WS-OPR-SIGNON-DATE (WS-OPR-IDX) > ZERO
096700         MOVE WS-OPR-SIGNON-DATE (WS-OPR-IDX)
096800             TO RL-DET-LAST-SIGNON
096900     ELSE
097000         MOVE 'NEVER'    TO RL-DET-LAST-SIGNON
097100     END-IF.
097200     IF WS-OPR-IDLE-KNOWN (WS-OPR-IDX)
097300         MOVE WS-OPR-IDLE-DAYS (WS-OPR-IDX) TO WS-EDIT-DAYS
097400         MOVE WS-EDIT-DAYS TO RL-DET-IDLE
097500     ELSE
097600         MOVE '    ?'       TO RL-DET-IDLE
097700     END-IF.
097800     MOVE WS-OPR-FAILS (WS-OPR-IDX)   TO RL-DET-FAILS.
097900     IF WS-OPR-PWD-SET (WS-OPR-IDX)
098000         MOVE WS-OPR-PWD-AGE (WS-OPR-IDX) TO WS-EDIT-AGE
098100         MOVE WS-EDIT-AGE  TO RL-DET-PWD-AGE
098200     ELSE
098300         MOVE 'NOT SET'    TO RL-DET-PWD-AGE
098400     END-IF.
098500     MOVE WS-OPR-ACTIONS (WS-OPR-IDX) TO RL-DET-ACTIONS.
098600
098700     EVALUATE TRUE
098800         WHEN WS-OPR-WAS-LOCKED (WS-OPR-IDX)
098900             MOVE 'LOCKED'               TO RL-DET-STATUS
099000         WHEN WS-OPR-SUSPENDED (WS-OPR-IDX)
099100             MOVE 'SUSPENDED - DORMANT'  TO RL-DET-STATUS
099200             ADD 1 TO WS-GROUP-SUSPENDED
099300         WHEN WS-OPR-SUSPEND-FAILED (WS-OPR-IDX)
099400             MOVE 'DORMANT - NOT LOCKED' TO RL-DET-STATUS
099500         WHEN OTHER
099600             MOVE 'ACTIVE'               TO RL-DET-STATUS
099700     END-EVALUATE.
099800     IF WS-OPR-DOWNGRADE (WS-OPR-IDX)
099900         MOVE 'DOWNGRADE - NO SUPV USE' TO RL-DET-REVIEW
100000         ADD 1 TO WS-GROUP-DOWNGRADES
100100     END-IF.
100200
100300     MOVE WS-DETAIL-LINE TO RPT-RECORD.
100400     WRITE RPT-RECORD.
100500 5200-EXIT.
100600     EXIT.
100700*****************************************************************
100800*    8000-PRINT-SUMMARY - RUN TOTALS AND THE RETURN CODE: 4 IF  *
100900*    ANY ID WAS SUSPENDED OR FLAGGED, 8 IF A SUSPENSION FAILED  *
101000*****************************************************************
101100 8000-PRINT-SUMMARY.
101200     MOVE WS-BLANK-LINE       TO RPT-RECORD.
101300     WRITE RPT-RECORD.
101400     MOVE WS-SUMMARY-HEADING  TO RPT-RECORD.
101500     WRITE RPT-RECORD.
101600     MOVE 'OPERATORS ON FILE'                TO RL-COUNT-DESC.
101700     MOVE WS-OPR-ENTRIES                     TO RL-COUNT.
101800     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
101900     MOVE 'OPERATORS WITH NO TEAM ON TABLE'  TO RL-COUNT-DESC.
102000     MOVE WS-UNASSIGNED                      TO RL-COUNT.
102100     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
102200     MOVE 'NEVER SIGNED ON'                  TO RL-COUNT-DESC.
102300     MOVE WS-NEVER-SIGNED-ON                 TO RL-COUNT.
102400     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
102500     MOVE 'ALREADY LOCKED'                   TO RL-COUNT-DESC.
102600     MOVE WS-ALREADY-LOCKED                  TO RL-COUNT.
102700     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
102800     MOVE 'SUSPENDED AS DORMANT'             TO RL-COUNT-DESC.
102900     MOVE WS-SUSPENDED                       TO RL-COUNT.
103000     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
103100     MOVE 'DORMANT BUT SUSPENSION FAILED'    TO RL-COUNT-DESC.
103200     MOVE WS-SUSPEND-FAILED                  TO RL-COUNT.
103300     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
103400     MOVE 'SUPERVISORS FLAGGED FOR DOWNGRADE' TO RL-COUNT-DESC.
103500     MOVE WS-DOWNGRADES                      TO RL-COUNT.
103600     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
103700     MOVE 'FAILED SIGN-ONS FOR IDS NOT ON FILE' TO RL-COUNT-DESC.
103800     MOVE WS-UNKNOWN-ID-FAILS                TO RL-COUNT.
103900     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
104000
104100     EVALUATE TRUE
104200         WHEN WS-SUSPEND-FAILED > ZERO
104300             MOVE 8 TO RETURN-CODE
104400         WHEN WS-SUSPENDED > ZERO
104500         WHEN WS-DOWNGRADES > ZERO
104600             MOVE 4 TO RETURN-CODE
104700         WHEN OTHER
104800             MOVE 0 TO RETURN-CODE
104900     END-EVALUATE.
105000 8000-EXIT.
105100     EXIT.
105200
105300 8100-PRINT-COUNT-LINE.
105400     MOVE WS-COUNT-LINE TO RPT-RECORD.
105500     WRITE RPT-RECORD.
105600 8100-EXIT.
105700     EXIT.
105800*****************************************************************
105900*    9000-TERMINATE - CLOSE THE REPORT AND DISPLAY THE TOTALS   *
106000*****************************************************************
106100 9000-TERMINATE.
106200     CLOSE REPORT-FILE.
106300     DISPLAY 'OPRCERT - QUARTER ' WS-QTR-START ' TO ' WS-QTR-END.
106400     DISPLAY 'OPRCERT - OPERATORS LISTED  = ' WS-OPR-ENTRIES.
106500     DISPLAY 'OPRCERT - SUSPENDED         = ' WS-SUSPENDED.
106600     DISPLAY 'OPRCERT - SUSPEND FAILED    = ' WS-SUSPEND-FAILED.
106700     DISPLAY 'OPRCERT - FOR DOWNGRADE     = ' WS-DOWNGRADES.
106800 9000-EXIT.
106900     EXIT.
