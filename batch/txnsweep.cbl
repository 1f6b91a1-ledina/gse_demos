000400*              EXTERNALLY KEYED MOVEMENT FILE (EXTIN, POSTTXN   *
000500*              LAYOUT) WITH THE DAY-CAPTURE FILE WRITTEN BY     *
000600*              THE MOVENTRY ONLINE SCREEN (COPY DAYTXN) INTO    *
000700*              THE POSTING FILE HELPOST READS, TOGETHER WITH    *
000710*              SUSPENSE ITEMS APPROVED FOR REPOST AND, AT MONTH *
000755*              END, THE SIGNED-OFF CUSTINT CHARGES.  RELEASED   *
000800*              DAY RECORDS ARE TURNED INTO PT-RECORDS, STAMPED  *
000900*              WITH THE BUSINESS DATE (SO A MOVEMENT RELEASED   *
001000*              LATE POSTS ON THE NIGHT IT IS SWEPT, NOT THE     *
001100*              DAY IT WAS KEYED) AND DELETED FROM THE DAY       *
001200*              FILE; HELD RECORDS STAY BEHIND FOR SUPERVISOR    *
001300*              RELEASE AND ARE COUNTED.  THE RUN RECONCILES -   *
001400*              WRITTEN MUST EQUAL EXTERNAL PLUS SWEPT PLUS      *
001500*              REPOSTED - AND FAILS WITH A NON-ZERO RETURN      *
001600*              CODE IF IT DOES NOT.                             *
001611*              EXTIN IS WRAPPED IN A HEADER AND TRAILER         *
001622*              (COPY EXTCTL).  THE WHOLE FILE IS PROVED FIRST - *
001633*              COUNT AND DEBIT/CREDIT HASH TOTALS AGAINST THE   *
001644*              TRAILER, SOURCE/SEQUENCE AGAINST THE REGISTER OF *
001655*              FILES ALREADY TAKEN (COPY EXTREG) - AND REJECTED *
001666*              OUTRIGHT IF IT FAILS.  A MOVEMENT MATCHING ONE   *
001677*              POSTED IN THE LAST FEW DAYS IS HELD FOR SUSPENSE *
001688*              INSTEAD OF BEING POSTED.                         *
001700*****************************************************************
001800* MODIFICATION HISTORY
001900*   DATE       INIT  DESCRIPTION
002492*                     SCHEDULE, SO HELVER CAN PROVE THE NIGHT
002494*                     RAN COMPLETE, ONCE, IN ORDER AND ON ONE
002496*                     BUSINESS DATE.
002497*   2026-10-15 DLH   SUSPENSE REPOST.  AFTER THE DAY SWEEP,
002498*                     EVERY SUSPENSE ITEM A SUPERVISOR HAS
002499*                     CORRECTED OR APPROVED ON SUSPMNT (STATUS
002500*                     A) IS WRITTEN TO THE POSTING FILE FROM ITS
002501*                     REPOST FIELDS, STAMPED WITH THE RUN DATE
002502*                     AND CARRYING THE LIMIT OVERRIDE WHERE ONE
002503*                     WAS GRANTED, AND MARKED REPOSTED.  THE
002504*                     RECONCILIATION NOW INCLUDES THE REPOSTS.
002505*                     EXTERNAL MOVEMENTS HAVE THE SUSPENSE
002506*                     FIELDS CLEARED SO NONE CAN ARRIVE WITH AN
002507*                     OVERRIDE ALREADY SET.
002518*   2026-10-15 DLH   MONTH-END CHARGES.  THE CHARGES FILE CUSTINT
002529*                     WRITES (DD CHGIN, DUMMY EXCEPT ON THE NIGHT
002540*                     AFTER CREDIT CONTROL SIGN-OFF) IS COPIED TO
002551*                     THE POSTING FILE STAMPED WITH THE RUN DATE
002562*                     AND MARKED AS BANK CHARGES FOR HELPOST.  THE
002573*                     RECONCILIATION NOW INCLUDES THE CHARGES.
002575*   2026-10-15 DLH   REVERSALS.  A DAY RECORD KEYED AS A REVERSAL
002577*                     ON CUSTENQ IS SWEPT LIKE ANY RELEASED
002579*                     MOVEMENT BUT MARKED AS A REVERSAL FOR
002581*                     HELPOST, AND COUNTED.
002582*   2026-10-15 DLH   CONTROLLED EXTERNAL FILE.  EXTIN NOW HAS A
002583*                     HEADER AND TRAILER; A FIRST PASS PROVES THE
002584*                     RECORD COUNT AND DEBIT/CREDIT HASH TOTALS
002585*                     AND CHECKS THE SOURCE/SEQUENCE HAS NOT BEEN
002586*                     TAKEN BEFORE (INBOUND REGISTER EXTREG).  A
002587*                     FILE THAT FAILS IS NOT POSTED AT ALL (RC 4).
002588*                     EACH MOVEMENT OF AN ACCEPTED FILE IS CHECKED
002589*                     AGAINST THE CUSTOMER'S HISTORY FOR THE LAST
002590*                     WS-DUP-WINDOW-DAYS DAYS; A MATCH ON TYPE,
002591*                     AMOUNT AND REFERENCE IS WRITTEN TO POSTDUP
002592*                     (REASON DP) FOR SUSLOAD TO PUT IN SUSPENSE.
002593*                     INBOUND CONTROL TOTALS ARE SHOWN NEXT TO
002594*                     WHAT WAS ACCEPTED AND HELD.
002603*   2026-10-15 DLH   THE BUSINESS DATE NOW COMES FROM THE
002612*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
002621*                     1050-GET-BUSINESS-DATE) INSTEAD OF THE
002630*                     RUN-DATE PARM.  AS THE FIRST STEP OF THE
002639*                     NIGHT TXNSWEEP OPENS IT - BATCH IN
002648*                     PROGRESS, ONLINE CLOSED - SO THE ONLINE
002657*                     SCREENS STOP TAKING UPDATES UNTIL DATEROLL
002666*                     HAS MOVED THE DATE ON.
002675*****************************************************************
002684 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.     TXNSWEEP.
002800 AUTHOR.         D L HARRIS.
002900 INSTALLATION.   GSE UK.
004300
004400     SELECT POSTING-FILE     ASSIGN TO POSTOUT
004500         FILE STATUS    IS WS-PT-STATUS.
004510
004520     SELECT SUSPENSE-FILE    ASSIGN TO SUSPENSE
004530         ORGANIZATION   IS INDEXED
004540         ACCESS MODE    IS SEQUENTIAL
004550         RECORD KEY     IS SU-KEY
004560         FILE STATUS    IS WS-SU-STATUS.
004568
004576     SELECT CHARGES-FILE     ASSIGN TO CHGIN
004584         FILE STATUS    IS WS-CG-STATUS.
004589
004594     SELECT CUST-HISTORY     ASSIGN TO CUSTHIST
004599         ORGANIZATION   IS INDEXED
004604         ACCESS MODE    IS DYNAMIC
004609         RECORD KEY     IS CH-KEY
004614         FILE STATUS    IS WS-CH-STATUS.
004619
004624     SELECT EXT-REGISTER     ASSIGN TO EXTREG
004629         ORGANIZATION   IS INDEXED
004634         ACCESS MODE    IS RANDOM
004639         RECORD KEY     IS ER-KEY
004644         FILE STATUS    IS WS-ER-STATUS.
004649
004654     SELECT DUPLICATE-FILE   ASSIGN TO POSTDUP
004659         FILE STATUS    IS WS-DP-STATUS.
004664
004669     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
004674         ORGANIZATION   IS INDEXED
004679         ACCESS MODE    IS RANDOM
004684         RECORD KEY     IS RC-KEY
004689         FILE STATUS    IS WS-RC-STATUS.
004690
004691     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004692         ORGANIZATION   IS INDEXED
004693         ACCESS MODE    IS RANDOM
004694         RECORD KEY     IS BD-KEY
004695         FILE STATUS    IS WS-BD-STATUS.
004696 DATA DIVISION.
004700 FILE SECTION.
004800 FD  EXTERNAL-FILE
004900     RECORDING MODE IS F.
005600 FD  POSTING-FILE
005700     RECORDING MODE IS F.
005800     COPY POSTTXN.
005810
005820 FD  SUSPENSE-FILE
005830     RECORDING MODE IS F.
005840     COPY SUSPENSE.
005850
005860 FD  CHARGES-FILE
005870     RECORDING MODE IS F.
005880 01  CG-RECORD                    PIC X(80).
005881
005882 FD  CUST-HISTORY
005883     RECORDING MODE IS F.
005884     COPY CUSTHIST.
005885
005886 FD  EXT-REGISTER
005887     RECORDING MODE IS F.
005888     COPY EXTREG.
005889
005890 FD  DUPLICATE-FILE
005891     RECORDING MODE IS F.
005892 01  DP-RECORD                    PIC X(80).
005894
005895 FD  RUN-CONTROL
005896     RECORDING MODE IS F.
005897     COPY RUNCTL.
005914
005931 FD  BUSINESS-DATE-FILE
005948     RECORDING MODE IS F.
005965     COPY BUSDATE.
005982 WORKING-STORAGE SECTION.
006000*--------------------------------------------------------------*
006100*    SWITCHES                                                  *
006200*--------------------------------------------------------------*
006500         88  WS-EOF-EXTERNAL                  VALUE 'Y'.
006600     05  WS-DT-EOF-SW             PIC X(01)   VALUE 'N'.
006700         88  WS-EOF-DAY-CAPTURE               VALUE 'Y'.
006710     05  WS-SU-EOF-SW             PIC X(01)   VALUE 'N'.
006720         88  WS-EOF-SUSPENSE                  VALUE 'Y'.
006746     05  WS-CG-EOF-SW             PIC X(01)   VALUE 'N'.
006772         88  WS-EOF-CHARGES                   VALUE 'Y'.
006774     05  WS-CH-EOF-SW             PIC X(01)   VALUE 'N'.
006776         88  WS-EOF-HISTORY                   VALUE 'Y'.
006778     05  WS-DUP-FOUND-SW          PIC X(01)   VALUE 'N'.
006780         88  WS-DUP-FOUND                     VALUE 'Y'.
006782     05  WS-TRL-SEEN-SW           PIC X(01)   VALUE 'N'.
006784         88  WS-TRAILER-SEEN                  VALUE 'Y'.
006786     05  WS-EXT-RERUN-SW          PIC X(01)   VALUE 'N'.
006788         88  WS-EXT-RERUN                     VALUE 'Y'.
006790     05  WS-EXT-RESULT-SW         PIC X(01)   VALUE 'A'.
006792         88  WS-EXT-ACCEPTED                  VALUE 'A'.
006794         88  WS-EXT-REJECTED                  VALUE 'R'.
006796         88  WS-EXT-EMPTY                     VALUE 'E'.
006800*--------------------------------------------------------------*
006900*    FILE STATUS / COUNTERS                                    *
007000*--------------------------------------------------------------*
007200     05  WS-EX-STATUS             PIC X(02)   VALUE SPACES.
007300     05  WS-DT-STATUS             PIC X(02)   VALUE SPACES.
007400     05  WS-PT-STATUS             PIC X(02)   VALUE SPACES.
007410     05  WS-SU-STATUS             PIC X(02)   VALUE SPACES.
007455     05  WS-CG-STATUS             PIC X(02)   VALUE SPACES.
007466     05  WS-CH-STATUS             PIC X(02)   VALUE SPACES.
007477     05  WS-ER-STATUS             PIC X(02)   VALUE SPACES.
007488     05  WS-DP-STATUS             PIC X(02)   VALUE SPACES.
007500 01  WS-COUNTERS.
007600     05  WS-EXTERNAL-READ         PIC 9(07)   COMP VALUE ZERO.
007700     05  WS-DAY-READ              PIC 9(07)   COMP VALUE ZERO.
007800     05  WS-DAY-SWEPT             PIC 9(07)   COMP VALUE ZERO.
007900     05  WS-DAY-HELD              PIC 9(07)   COMP VALUE ZERO.
007950     05  WS-DAY-REVERSALS         PIC 9(07)   COMP VALUE ZERO.
008000     05  WS-RECORDS-WRITTEN       PIC 9(07)   COMP VALUE ZERO.
008010     05  WS-SUSPENSE-READ         PIC 9(07)   COMP VALUE ZERO.
008020     05  WS-SUSPENSE-REPOSTED     PIC 9(07)   COMP VALUE ZERO.
008060     05  WS-CHARGES-READ          PIC 9(07)   COMP VALUE ZERO.
008100     05  WS-RECONCILE-TOTAL       PIC 9(07)   COMP VALUE ZERO.
008125     05  WS-EXTERNAL-ACCEPTED     PIC 9(07)   COMP VALUE ZERO.
008150     05  WS-EXTERNAL-HELD         PIC 9(07)   COMP VALUE ZERO.
008175     05  WS-EXT-DETAIL-COUNT      PIC 9(07)   COMP VALUE ZERO.
008177*--------------------------------------------------------------*
008179*    INBOUND FILE CONTROL - THE HEADER AND TRAILER AS RECEIVED, *
008181*    THE TOTALS OF THE MOVEMENTS ACTUALLY ON THE FILE, AND THE  *
008183*    TOTALS OF WHAT WAS ACCEPTED FOR POSTING AND HELD           *
008185*--------------------------------------------------------------*
008187     COPY EXTCTL.
008189 01  WS-EXT-CONTROL.
008191     05  WS-HDR-SOURCE-SYSTEM     PIC X(08)   VALUE SPACES.
008193     05  WS-HDR-FILE-DATE         PIC 9(08)   VALUE ZERO.
008195     05  WS-HDR-FILE-SEQ          PIC 9(06)   VALUE ZERO.
008197     05  WS-TRL-RECORD-COUNT      PIC 9(07)   VALUE ZERO.
008199     05  WS-TRL-DEBIT-HASH        PIC 9(11)V99 VALUE ZERO.
008201     05  WS-TRL-CREDIT-HASH       PIC 9(11)V99 VALUE ZERO.
008203     05  WS-EXT-DEBIT-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
008205     05  WS-EXT-CREDIT-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
008207     05  WS-ACC-DEBIT-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
008209     05  WS-ACC-CREDIT-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
008211     05  WS-HELD-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
008213     05  WS-EXT-REJECT-REASON     PIC X(40)   VALUE SPACES.
008215 01  WS-EDIT-COUNT                PIC ZZZ,ZZ9.
008217 01  WS-EDIT-AMOUNT-1             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
008219 01  WS-EDIT-AMOUNT-2             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
008221*--------------------------------------------------------------*
008223*    DUPLICATE WINDOW - AN EXTERNAL MOVEMENT IS COMPARED WITH   *
008225*    THE CUSTOMER'S HISTORY POSTED ON OR AFTER THE DATE THIS    *
008227*    MANY DAYS BEFORE THE RUN DATE.  WS-DW-DATE STEPS BACK ONE  *
008229*    CALENDAR DAY AT A TIME FROM THE RUN DATE TO FIND IT.       *
008231*--------------------------------------------------------------*
008233 01  WS-DUP-WINDOW-DAYS           PIC 9(03)   VALUE 5.
008235 01  WS-DUP-START-DATE            PIC 9(08)   VALUE ZERO.
008237 01  WS-DW-DATE                   PIC 9(08)   VALUE ZERO.
008239 01  WS-DW-DATE-R                 REDEFINES WS-DW-DATE.
008241     05  WS-DW-YYYY               PIC 9(04).
008243     05  WS-DW-MM                 PIC 9(02).
008245     05  WS-DW-DD                 PIC 9(02).
008247 01  WS-DW-QUOTIENT               PIC 9(04)   COMP VALUE ZERO.
008249 01  WS-DW-REM-4                  PIC 9(04)   COMP VALUE ZERO.
008251 01  WS-DW-REM-100                PIC 9(04)   COMP VALUE ZERO.
008253 01  WS-DW-REM-400                PIC 9(04)   COMP VALUE ZERO.
008255 01  WS-MONTH-DAYS-VALUES         PIC X(24)   VALUE
008257     '312831303130313130313031'.
008259 01  WS-MONTH-DAYS-TABLE          REDEFINES WS-MONTH-DAYS-VALUES.
008261     05  WS-MONTH-DAYS            PIC 9(02)   OCCURS 12 TIMES.
008263 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
008265 01  WS-RC-STATUS                 PIC X(02)   VALUE SPACES.
008266 01  WS-BD-STATUS                 PIC X(02)   VALUE SPACES.
008267 01  WS-RUN-STEP-NO               PIC 9(02)   VALUE 1.
008269 01  WS-RUN-START-DATE            PIC 9(08)   VALUE ZERO.
008271 01  WS-RUN-START-TIME-RAW        PIC 9(08)   VALUE ZERO.
008273 01  WS-RUN-START-TIME-R          REDEFINES
008275     WS-RUN-START-TIME-RAW.
008277     05  WS-RUN-START-TIME        PIC 9(06).
008279     05  FILLER                   PIC 9(02).
008281 01  WS-RUN-END-DATE              PIC 9(08)   VALUE ZERO.
008283 01  WS-RUN-END-TIME-RAW          PIC 9(08)   VALUE ZERO.
008285 01  WS-RUN-END-TIME-R            REDEFINES
008287     WS-RUN-END-TIME-RAW.
008289     05  WS-RUN-END-TIME          PIC 9(06).
008291     05  FILLER                   PIC 9(02).
009200 PROCEDURE DIVISION.
009300*****************************************************************
009400*    0000-MAINLINE                                              *
009500*****************************************************************
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009800     PERFORM 2000-COPY-EXTERNAL THRU 2000-EXIT
009900         UNTIL WS-EOF-EXTERNAL.
009925     IF WS-EXT-ACCEPTED
009950         PERFORM 2900-REGISTER-BATCH THRU 2900-EXIT
009975     END-IF.
010000     PERFORM 3000-SWEEP-DAY-CAPTURE THRU 3000-EXIT
010100         UNTIL WS-EOF-DAY-CAPTURE.
010110     PERFORM 4000-SWEEP-SUSPENSE THRU 4000-EXIT
010112         UNTIL WS-EOF-SUSPENSE.
010114     PERFORM 5000-COPY-CHARGES THRU 5000-EXIT
010116         UNTIL WS-EOF-CHARGES.
010200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010300
010400     STOP RUN.
013700         STOP RUN
013800     END-IF.
013900
013910     OPEN I-O    SUSPENSE-FILE.
013920     IF WS-SU-STATUS = '35'
013930         SET WS-EOF-SUSPENSE TO TRUE
013940         DISPLAY 'TXNSWEEP - NO SUSPENSE FILE - NO REPOSTS'
013950     ELSE
013960         IF WS-SU-STATUS NOT = '00'
013970             DISPLAY 'TXNSWEEP - UNABLE TO OPEN SUSPENSE, STATUS='
013980                 WS-SU-STATUS
013990             MOVE 16 TO RETURN-CODE
013991             STOP RUN
013992         END-IF
013993     END-IF.
013998
014003*    THE CHARGES FILE IS DD DUMMY ON ALL BUT THE ONE NIGHT A
014008*    SIGNED-OFF MONTH-END CHARGES FILE IS GIVEN TO THE RUN
014013     OPEN INPUT  CHARGES-FILE.
014018     IF WS-CG-STATUS = '35'
014023         SET WS-EOF-CHARGES TO TRUE
014028         DISPLAY 'TXNSWEEP - NO CHARGES FILE - NO CHARGES POSTED'
014033     ELSE
014038         IF WS-CG-STATUS NOT = '00'
014043             DISPLAY 'TXNSWEEP - UNABLE TO OPEN CHGIN, STATUS='
014048                 WS-CG-STATUS
014053             MOVE 16 TO RETURN-CODE
014058             STOP RUN
014063         END-IF
014068     END-IF.
014073
014076     OPEN INPUT  CUST-HISTORY.
014079     IF WS-CH-STATUS = '35'
014082         DISPLAY 'TXNSWEEP - NO HISTORY FILE - NO DUPLICATE CHECK'
014085     ELSE
014088         IF WS-CH-STATUS NOT = '00'
014091             DISPLAY 'TXNSWEEP - UNABLE TO OPEN CUSTHIST, STATUS='
014094                 WS-CH-STATUS
014097             MOVE 16 TO RETURN-CODE
014100             STOP RUN
014103         END-IF
014106     END-IF.
014109
014112     OPEN I-O    EXT-REGISTER.
014115     IF WS-ER-STATUS = '35'
014118         OPEN OUTPUT EXT-REGISTER
014121         CLOSE EXT-REGISTER
014124         OPEN I-O EXT-REGISTER
014127     END-IF.
014130     IF WS-ER-STATUS NOT = '00'
014133         DISPLAY 'TXNSWEEP - UNABLE TO OPEN EXTREG, STATUS='
014136             WS-ER-STATUS
014139         MOVE 16 TO RETURN-CODE
014142         STOP RUN
014145     END-IF.
014148
014151     OPEN OUTPUT DUPLICATE-FILE.
014154     IF WS-DP-STATUS NOT = '00'
014157         DISPLAY 'TXNSWEEP - UNABLE TO OPEN POSTDUP, STATUS='
014160             WS-DP-STATUS
014163         MOVE 16 TO RETURN-CODE
014166         STOP RUN
014169     END-IF.
014172
014175     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
014700
014800     PERFORM 1500-VALIDATE-EXTERNAL THRU 1500-EXIT.
014850     PERFORM 1700-SET-DUP-WINDOW THRU 1700-EXIT.
014900     IF NOT WS-EOF-DAY-CAPTURE
015000         PERFORM 1200-READ-DAY-CAPTURE THRU 1200-EXIT
015100     END-IF.
015110     IF NOT WS-EOF-SUSPENSE
015120         PERFORM 1300-READ-SUSPENSE THRU 1300-EXIT
015130     END-IF.
015147     IF NOT WS-EOF-CHARGES
015164         PERFORM 1400-READ-CHARGES THRU 1400-EXIT
015181     END-IF.
015199     PERFORM 6800-RECORD-RUN-START THRU 6800-EXIT.
015200 1000-EXIT.
015300     EXIT.
015301*****************************************************************
015302*    1050-GET-BUSINESS-DATE - TAKE THE BUSINESS DATE FROM THE   *
015303*    BUSINESS-DATE CONTROL RECORD (COPY BUSDATE) AND OPEN THE   *
015304*    NIGHT: BATCH IN PROGRESS, ONLINE CLOSED.  FROM HERE UNTIL  *
015305*    DATEROLL HAS RUN THE ONLINE SCREENS REFUSE UPDATES AND     *
015306*    THE OTHER STEPS OF THE NIGHT WILL RUN.  A RERUN OF THIS    *
015307*    STEP FINDS THE NIGHT ALREADY OPEN AND LEAVES IT AS IT IS.  *
015308*****************************************************************
015309 1050-GET-BUSINESS-DATE.
015310     OPEN I-O    BUSINESS-DATE-FILE.
015311     IF WS-BD-STATUS NOT = '00'
015312         DISPLAY 'TXNSWEEP - UNABLE TO OPEN BUSDATE, STATUS='
015313             WS-BD-STATUS
015314         MOVE 16 TO RETURN-CODE
015315         STOP RUN
015316     END-IF.
015317     SET BD-CONTROL-RECORD TO TRUE.
015318     READ BUSINESS-DATE-FILE
015319         INVALID KEY
015320             CONTINUE
015321     END-READ.
015322     IF WS-BD-STATUS NOT = '00'
015323         DISPLAY 'TXNSWEEP - NO BUSINESS-DATE RECORD, STATUS='
015324             WS-BD-STATUS
015325         MOVE 16 TO RETURN-CODE
015326         STOP RUN
015327     END-IF.
015328     MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
015329     IF BD-BATCH-IN-PROGRESS
015330         DISPLAY 'TXNSWEEP - NIGHT ALREADY OPEN FOR '
015331             BD-CURRENT-DATE ', TREATED AS A RERUN'
015332         CLOSE BUSINESS-DATE-FILE
015333         GO TO 1050-EXIT
015334     END-IF.
015335
015336     SET BD-BATCH-IN-PROGRESS TO TRUE.
015337     SET BD-ONLINE-CLOSED     TO TRUE.
015338     ACCEPT BD-BATCH-START-DATE   FROM DATE YYYYMMDD.
015339     ACCEPT WS-RUN-START-TIME-RAW FROM TIME.
015340     MOVE WS-RUN-START-TIME TO BD-BATCH-START-TIME.
015341     REWRITE BD-RECORD.
015342     IF WS-BD-STATUS NOT = '00'
015343         DISPLAY 'TXNSWEEP - UNABLE TO OPEN THE NIGHT, STATUS='
015344             WS-BD-STATUS
015345         MOVE 16 TO RETURN-CODE
015346         STOP RUN
015347     END-IF.
015348     DISPLAY 'TXNSWEEP - NIGHT OPENED FOR BUSINESS DATE '
015349         BD-CURRENT-DATE.
015350     CLOSE BUSINESS-DATE-FILE.
015351 1050-EXIT.
015352     EXIT.
015400*****************************************************************
015500*    1100-READ-EXTERNAL - READ THE NEXT EXTERNAL MOVEMENT       *
015600*****************************************************************
017100     END-READ.
017200 1200-EXIT.
017300     EXIT.
017310*****************************************************************
017320*    1300-READ-SUSPENSE - READ THE NEXT SUSPENSE ITEM           *
017330*****************************************************************
017340 1300-READ-SUSPENSE.
017350     READ SUSPENSE-FILE
017360         AT END
017370             SET WS-EOF-SUSPENSE TO TRUE
017380     END-READ.
017390 1300-EXIT.
017395     EXIT.
017403*****************************************************************
017411*    1400-READ-CHARGES - READ THE NEXT MONTH-END CHARGE         *
017419*****************************************************************
017427 1400-READ-CHARGES.
017435     READ CHARGES-FILE
017443         AT END
017451             SET WS-EOF-CHARGES TO TRUE
017459     END-READ.
017467 1400-EXIT.
017475     EXIT.
017476*****************************************************************
017477*    1500-VALIDATE-EXTERNAL - FIRST PASS OF EXTIN.  THE FILE    *
017478*    MUST OPEN WITH A HEADER AND CLOSE WITH A TRAILER THAT      *
017479*    AGREES WITH IT, AND THE MOVEMENTS BETWEEN MUST AGREE WITH  *
017480*    THE TRAILER'S COUNT AND HASH TOTALS.  AN ACCEPTED FILE IS  *
017481*    THEN CHECKED AGAINST THE REGISTER AND REOPENED FOR THE     *
017482*    COPY; A REJECTED ONE IS NOT READ AGAIN.  AN EMPTY FILE IS  *
017483*    A NIGHT WITH NOTHING RECEIVED, NOT A REJECTION.            *
017484*****************************************************************
017485 1500-VALIDATE-EXTERNAL.
017486     PERFORM 1100-READ-EXTERNAL THRU 1100-EXIT.
017487     IF WS-EOF-EXTERNAL
017488         SET WS-EXT-EMPTY TO TRUE
017489         DISPLAY 'TXNSWEEP - EXTIN IS EMPTY - NO EXTERNAL FILE '
017490             'RECEIVED'
017491         GO TO 1500-EXIT
017492     END-IF.
017493     MOVE EX-RECORD TO EC-RECORD.
017494     IF NOT EC-HEADER
017495         SET WS-EXT-REJECTED TO TRUE
017496         MOVE 'FIRST RECORD IS NOT A HEADER'
017497             TO WS-EXT-REJECT-REASON
017498         SET WS-EOF-EXTERNAL TO TRUE
017499         GO TO 1500-EXIT
017500     END-IF.
017501     MOVE EC-SOURCE-SYSTEM TO WS-HDR-SOURCE-SYSTEM.
017502     MOVE EC-FILE-DATE     TO WS-HDR-FILE-DATE.
017503     MOVE EC-FILE-SEQ      TO WS-HDR-FILE-SEQ.
017504
017505     PERFORM 1100-READ-EXTERNAL THRU 1100-EXIT.
017506     PERFORM 1550-VALIDATE-RECORD THRU 1550-EXIT
017507         UNTIL WS-EOF-EXTERNAL
017508            OR WS-EXT-REJECTED.
017509     SET WS-EOF-EXTERNAL TO TRUE.
017510     IF WS-EXT-REJECTED
017511         GO TO 1500-EXIT
017512     END-IF.
017513
017514     EVALUATE TRUE
017515         WHEN NOT WS-TRAILER-SEEN
017516             MOVE 'NO TRAILER - FILE INCOMPLETE'
017517                 TO WS-EXT-REJECT-REASON
017518         WHEN EC-SOURCE-SYSTEM NOT = WS-HDR-SOURCE-SYSTEM
017519           OR EC-FILE-DATE     NOT = WS-HDR-FILE-DATE
017520           OR EC-FILE-SEQ      NOT = WS-HDR-FILE-SEQ
017521             MOVE 'TRAILER DOES NOT MATCH HEADER'
017522                 TO WS-EXT-REJECT-REASON
017523         WHEN WS-EXT-DETAIL-COUNT NOT = WS-TRL-RECORD-COUNT
017524             MOVE 'RECORD COUNT DISAGREES WITH TRAILER'
017525                 TO WS-EXT-REJECT-REASON
017526         WHEN WS-EXT-DEBIT-TOTAL NOT = WS-TRL-DEBIT-HASH
017527             MOVE 'DEBIT HASH DISAGREES WITH TRAILER'
017528                 TO WS-EXT-REJECT-REASON
017529         WHEN WS-EXT-CREDIT-TOTAL NOT = WS-TRL-CREDIT-HASH
017530             MOVE 'CREDIT HASH DISAGREES WITH TRAILER'
017531                 TO WS-EXT-REJECT-REASON
017532     END-EVALUATE.
017533     IF WS-EXT-REJECT-REASON NOT = SPACES
017534         SET WS-EXT-REJECTED TO TRUE
017535         GO TO 1500-EXIT
017536     END-IF.
017537
017538     PERFORM 1600-CHECK-REGISTER THRU 1600-EXIT.
017539     IF WS-EXT-REJECTED
017540         GO TO 1500-EXIT
017541     END-IF.
017542
017543     CLOSE EXTERNAL-FILE.
017544     OPEN INPUT EXTERNAL-FILE.
017545     IF WS-EX-STATUS NOT = '00'
017546         DISPLAY 'TXNSWEEP - UNABLE TO REOPEN EXTIN, STATUS='
017547             WS-EX-STATUS
017548         MOVE 16 TO RETURN-CODE
017549         STOP RUN
017550     END-IF.
017551     MOVE 'N' TO WS-EX-EOF-SW.
017552     PERFORM 1100-READ-EXTERNAL THRU 1100-EXIT.
017553 1500-EXIT.
017554     EXIT.
017555*****************************************************************
017556*    1550-VALIDATE-RECORD - ONE RECORD AFTER THE HEADER.  A     *
017557*    MOVEMENT IS COUNTED AND ITS AMOUNT ADDED TO THE DEBIT OR   *
017558*    CREDIT HASH; THE TRAILER'S TOTALS ARE KEPT.  ANYTHING      *
017559*    AFTER THE TRAILER, OR A SECOND HEADER, REJECTS THE FILE.   *
017560*****************************************************************
017561 1550-VALIDATE-RECORD.
017562     MOVE EX-RECORD TO EC-RECORD.
017563     IF WS-TRAILER-SEEN
017564         SET WS-EXT-REJECTED TO TRUE
017565         MOVE 'RECORDS FOUND AFTER THE TRAILER'
017566             TO WS-EXT-REJECT-REASON
017567         GO TO 1550-EXIT
017568     END-IF.
017569     EVALUATE TRUE
017570         WHEN EC-HEADER
017571             SET WS-EXT-REJECTED TO TRUE
017572             MOVE 'SECOND HEADER FOUND IN FILE'
017573                 TO WS-EXT-REJECT-REASON
017574             GO TO 1550-EXIT
017575         WHEN EC-TRAILER
017576             SET WS-TRAILER-SEEN TO TRUE
017577             IF EC-TRAILER-TOTALS NOT NUMERIC
017578                 SET WS-EXT-REJECTED TO TRUE
017579                 MOVE 'TRAILER CONTROL TOTALS NOT NUMERIC'
017580                     TO WS-EXT-REJECT-REASON
017581                 GO TO 1550-EXIT
017582             END-IF
017583             MOVE EC-RECORD-COUNT TO WS-TRL-RECORD-COUNT
017584             MOVE EC-DEBIT-HASH   TO WS-TRL-DEBIT-HASH
017585             MOVE EC-CREDIT-HASH  TO WS-TRL-CREDIT-HASH
017586         WHEN OTHER
017587             MOVE EX-RECORD TO PT-RECORD
017588             ADD 1 TO WS-EXT-DETAIL-COUNT
017589             IF PT-AMOUNT NUMERIC
017590                 IF PT-DEBIT
017591                     ADD PT-AMOUNT TO WS-EXT-DEBIT-TOTAL
017592                 END-IF
017593                 IF PT-CREDIT
017594                     ADD PT-AMOUNT TO WS-EXT-CREDIT-TOTAL
017595                 END-IF
017596             END-IF
017597     END-EVALUATE.
017598     PERFORM 1100-READ-EXTERNAL THRU 1100-EXIT.
017599 1550-EXIT.
017600     EXIT.
017601*****************************************************************
017602*    1600-CHECK-REGISTER - A SOURCE/SEQUENCE ALREADY ON THE     *
017603*    INBOUND REGISTER HAS BEEN POSTED BEFORE AND IS REJECTED -  *
017604*    UNLESS IT WAS REGISTERED FOR THIS SAME RUN DATE, WHICH IS  *
017605*    A RERUN OF TONIGHT'S SWEEP REBUILDING THE POSTING FILE.    *
017606*****************************************************************
017607 1600-CHECK-REGISTER.
017608     MOVE WS-HDR-SOURCE-SYSTEM TO ER-SOURCE-SYSTEM.
017609     MOVE WS-HDR-FILE-SEQ      TO ER-FILE-SEQ.
017610     READ EXT-REGISTER
017611         INVALID KEY
017612             GO TO 1600-EXIT
017613     END-READ.
017614     IF WS-ER-STATUS NOT = '00'
017615         DISPLAY 'TXNSWEEP - READ FAILED ON EXTREG, STATUS='
017616             WS-ER-STATUS
017617         MOVE 16 TO RETURN-CODE
017618         STOP RUN
017619     END-IF.
017620     IF ER-RUN-DATE = WS-RUN-DATE
017621         SET WS-EXT-RERUN TO TRUE
017622         DISPLAY 'TXNSWEEP - EXTERNAL FILE ALREADY REGISTERED '
017623             'FOR THIS RUN DATE - TREATED AS A RERUN'
017624     ELSE
017625         SET WS-EXT-REJECTED TO TRUE
017626         MOVE SPACES TO WS-EXT-REJECT-REASON
017627         STRING 'ALREADY PROCESSED ON RUN DATE ' ER-RUN-DATE
017628             DELIMITED BY SIZE INTO WS-EXT-REJECT-REASON
017629         END-STRING
017630     END-IF.
017631 1600-EXIT.
017632     EXIT.
017633*****************************************************************
017634*    1700-SET-DUP-WINDOW - THE EARLIEST HISTORY DATE AN         *
017635*    EXTERNAL MOVEMENT IS COMPARED WITH                         *
017636*****************************************************************
017637 1700-SET-DUP-WINDOW.
017638     MOVE WS-RUN-DATE TO WS-DW-DATE.
017639     PERFORM 1750-PREVIOUS-DAY THRU 1750-EXIT
017640         WS-DUP-WINDOW-DAYS TIMES.
017641     MOVE WS-DW-DATE TO WS-DUP-START-DATE.
017642 1700-EXIT.
017643     EXIT.
017644
017645 1750-PREVIOUS-DAY.
017646     IF WS-DW-DD > 1
017647         SUBTRACT 1 FROM WS-DW-DD
017648         GO TO 1750-EXIT
017649     END-IF.
017650     IF WS-DW-MM > 1
017651         SUBTRACT 1 FROM WS-DW-MM
017652     ELSE
017653         MOVE 12 TO WS-DW-MM
017654         SUBTRACT 1 FROM WS-DW-YYYY
017655     END-IF.
017656     MOVE WS-MONTH-DAYS (WS-DW-MM) TO WS-DW-DD.
017657     IF WS-DW-MM = 2
017658         DIVIDE WS-DW-YYYY BY 4
017659             GIVING WS-DW-QUOTIENT REMAINDER WS-DW-REM-4
017660         DIVIDE WS-DW-YYYY BY 100
017661             GIVING WS-DW-QUOTIENT REMAINDER WS-DW-REM-100
017662         DIVIDE WS-DW-YYYY BY 400
017663             GIVING WS-DW-QUOTIENT REMAINDER WS-DW-REM-400
017664         IF WS-DW-REM-4 = ZERO
017665            AND (WS-DW-REM-100 NOT = ZERO OR WS-DW-REM-400 = ZERO)
017666             MOVE 29 TO WS-DW-DD
017667         END-IF
017668     END-IF.
017669 1750-EXIT.
017670     EXIT.
017671*****************************************************************
017672*    2000-COPY-EXTERNAL - PASS ONE EXTERNAL MOVEMENT THROUGH TO *
017673*    THE POSTING FILE, SUSPENSE FIELDS CLEARED, OR HOLD IT AS   *
017700*    A SUSPECTED DUPLICATE.  HEADER AND TRAILER ARE SKIPPED.    *
017800 2000-COPY-EXTERNAL.
017819     MOVE EX-RECORD TO EC-RECORD.
017838     IF EC-HEADER OR EC-TRAILER
017857         PERFORM 1100-READ-EXTERNAL THRU 1100-EXIT
017876         GO TO 2000-EXIT
017895     END-IF.
017914     ADD 1 TO WS-EXTERNAL-READ.
017933     MOVE EX-RECORD TO PT-RECORD.
017952     MOVE SPACES    TO PT-REJECT-REASON
017971                       PT-LIMIT-OVERRIDE.
017990     PERFORM 2200-CHECK-DUPLICATE THRU 2200-EXIT.
018009     IF WS-DUP-FOUND
018028         PERFORM 2300-HOLD-DUPLICATE THRU 2300-EXIT
018047     ELSE
018066         PERFORM 2500-WRITE-POSTING THRU 2500-EXIT
018085         ADD 1 TO WS-EXTERNAL-ACCEPTED
018104         IF PT-AMOUNT NUMERIC
018123             IF PT-DEBIT
018142                 ADD PT-AMOUNT TO WS-ACC-DEBIT-TOTAL
018161             END-IF
018180             IF PT-CREDIT
018199                 ADD PT-AMOUNT TO WS-ACC-CREDIT-TOTAL
018218             END-IF
018237         END-IF
018256     END-IF.
018275     PERFORM 1100-READ-EXTERNAL THRU 1100-EXIT.
018300 2000-EXIT.
018400     EXIT.
018401*****************************************************************
018402*    2200-CHECK-DUPLICATE - LOOK THROUGH THE CUSTOMER'S HISTORY *
018403*    FROM THE START OF THE DUPLICATE WINDOW FOR A MOVEMENT OF   *
018404*    THE SAME TYPE, AMOUNT AND REFERENCE.  ONE ALREADY REVERSED *
018405*    DOES NOT COUNT - IT IS EXPECTED TO BE SENT AGAIN.          *
018406*****************************************************************
018407 2200-CHECK-DUPLICATE.
018408     MOVE 'N' TO WS-DUP-FOUND-SW.
018409     IF WS-CH-STATUS = '35'
018410      OR PT-AMOUNT NOT NUMERIC
018411         GO TO 2200-EXIT
018412     END-IF.
018413     MOVE PT-CUSTOMER-ID    TO CH-CUSTOMER-ID.
018414     MOVE WS-DUP-START-DATE TO CH-TXN-DATE.
018415     MOVE ZERO              TO CH-TXN-SEQ.
018416     START CUST-HISTORY KEY >= CH-KEY
018417         INVALID KEY
018418             GO TO 2200-EXIT
018419     END-START.
018420     MOVE 'N' TO WS-CH-EOF-SW.
018421     PERFORM 2250-READ-HISTORY THRU 2250-EXIT
018422         UNTIL WS-EOF-HISTORY
018423            OR WS-DUP-FOUND.
018424 2200-EXIT.
018425     EXIT.
018426
018427 2250-READ-HISTORY.
018428     READ CUST-HISTORY NEXT
018429         AT END
018430             SET WS-EOF-HISTORY TO TRUE
018431             GO TO 2250-EXIT
018432     END-READ.
018433     IF CH-CUSTOMER-ID NOT = PT-CUSTOMER-ID
018434         SET WS-EOF-HISTORY TO TRUE
018435         GO TO 2250-EXIT
018436     END-IF.
018437     IF CH-TXN-TYPE  = PT-TXN-TYPE
018438        AND CH-AMOUNT    = PT-AMOUNT
018439        AND CH-REFERENCE = PT-REFERENCE
018440        AND NOT CH-REVERSED
018441         SET WS-DUP-FOUND TO TRUE
018442     END-IF.
018443 2250-EXIT.
018444     EXIT.
018445*****************************************************************
018446*    2300-HOLD-DUPLICATE - WRITE A SUSPECTED DUPLICATE TO       *
018447*    POSTDUP WITH REASON DP; SUSLOAD PUTS IT IN SUSPENSE FOR A  *
018448*    SUPERVISOR TO APPROVE OR WRITE OFF                         *
018449*****************************************************************
018450 2300-HOLD-DUPLICATE.
018451     MOVE 'DP' TO PT-REJECT-REASON.
018452     WRITE DP-RECORD FROM PT-RECORD.
018453     IF WS-DP-STATUS NOT = '00'
018454         DISPLAY 'TXNSWEEP - WRITE FAILED ON POSTDUP, STATUS='
018455             WS-DP-STATUS
018456         MOVE 16 TO RETURN-CODE
018457         STOP RUN
018458     END-IF.
018459     ADD 1         TO WS-EXTERNAL-HELD.
018460     ADD PT-AMOUNT TO WS-HELD-AMOUNT.
018461     DISPLAY 'TXNSWEEP - SUSPECTED DUPLICATE HELD - CUSTOMER '
018462         PT-CUSTOMER-ID ' REF ' PT-REFERENCE.
018463 2300-EXIT.
018464     EXIT.
018465*****************************************************************
018466*    2900-REGISTER-BATCH - RECORD THE ACCEPTED FILE ON THE      *
018467*    INBOUND REGISTER SO IT CANNOT BE POSTED AGAIN.  A RERUN    *
018468*    REWRITES ITS OWN ENTRY.                                    *
018469*****************************************************************
018470 2900-REGISTER-BATCH.
018471     INITIALIZE ER-RECORD.
018472     MOVE WS-HDR-SOURCE-SYSTEM TO ER-SOURCE-SYSTEM.
018473     MOVE WS-HDR-FILE-SEQ      TO ER-FILE-SEQ.
018474     MOVE WS-HDR-FILE-DATE     TO ER-FILE-DATE.
018475     MOVE WS-RUN-DATE          TO ER-RUN-DATE.
018476     MOVE WS-TRL-RECORD-COUNT  TO ER-RECORD-COUNT.
018477     MOVE WS-TRL-DEBIT-HASH    TO ER-DEBIT-HASH.
018478     MOVE WS-TRL-CREDIT-HASH   TO ER-CREDIT-HASH.
018479     MOVE WS-EXTERNAL-ACCEPTED TO ER-ACCEPTED-COUNT.
018480     MOVE WS-EXTERNAL-HELD     TO ER-HELD-COUNT.
018481     IF WS-EXT-RERUN
018482         REWRITE ER-RECORD
018483     ELSE
018484         WRITE ER-RECORD
018485     END-IF.
018486     IF WS-ER-STATUS NOT = '00'
018487         DISPLAY 'TXNSWEEP - EXTREG UPDATE FAILED, STATUS='
018488             WS-ER-STATUS ' - REGISTER ' ER-KEY ' BY HAND'
018489         MOVE 16 TO RETURN-CODE
018490     END-IF.
018491 2900-EXIT.
018492     EXIT.
018500*****************************************************************
018600*    3000-SWEEP-DAY-CAPTURE - TURN ONE RELEASED DAY RECORD      *
018700*    INTO A POSTING MOVEMENT AND DELETE IT; HELD RECORDS STAY   *
019700         MOVE DT-TXN-TYPE    TO PT-TXN-TYPE
019800         MOVE DT-AMOUNT      TO PT-AMOUNT
019900         MOVE DT-REFERENCE   TO PT-REFERENCE
019920         IF DT-REVERSAL
019940             SET PT-REVERSAL-POSTING TO TRUE
019960             ADD 1 TO WS-DAY-REVERSALS
019980         END-IF
020000         PERFORM 2500-WRITE-POSTING THRU 2500-EXIT
020100         DELETE DAY-CAPTURE-FILE
020200         IF WS-DT-STATUS NOT = '00'
021300     PERFORM 1200-READ-DAY-CAPTURE THRU 1200-EXIT.
021400 3000-EXIT.
021500     EXIT.
021510*****************************************************************
021520*    4000-SWEEP-SUSPENSE - TURN ONE APPROVED SUSPENSE ITEM      *
021530*    INTO A POSTING MOVEMENT AND MARK IT REPOSTED.  OPEN ITEMS  *
021540*    STAY BEHIND FOR A SUPERVISOR; REPOSTED AND WRITTEN-OFF     *
021550*    ITEMS ARE FINISHED AND ARE LEFT ALONE.                     *
021560*****************************************************************
021570 4000-SWEEP-SUSPENSE.
021571     ADD 1 TO WS-SUSPENSE-READ.
021572
021573     IF SU-APPROVED
021574         INITIALIZE PT-RECORD
021575         MOVE SU-CUSTOMER-ID    TO PT-CUSTOMER-ID
021576         MOVE WS-RUN-DATE       TO PT-TXN-DATE
021577         MOVE SU-TXN-TYPE       TO PT-TXN-TYPE
021578         MOVE SU-AMOUNT         TO PT-AMOUNT
021579         MOVE SU-REFERENCE      TO PT-REFERENCE
021580         IF SU-OVERRIDE-LIMIT
021581             MOVE 'Y'           TO PT-LIMIT-OVERRIDE
021582         END-IF
021583         PERFORM 2500-WRITE-POSTING THRU 2500-EXIT
021584         MOVE 'P'               TO SU-STATUS
021585         MOVE WS-RUN-DATE       TO SU-REPOSTED-DATE
021586         REWRITE SU-RECORD
021587         IF WS-SU-STATUS NOT = '00'
021588             DISPLAY 'TXNSWEEP - REWRITE FAILED ON SUSPENSE, '
021589                 'STATUS=' WS-SU-STATUS ' KEY=' SU-KEY
021590             MOVE 16 TO RETURN-CODE
021591             STOP RUN
021592         END-IF
021593         ADD 1 TO WS-SUSPENSE-REPOSTED
021594     END-IF.
021595
021596     PERFORM 1300-READ-SUSPENSE THRU 1300-EXIT.
021597 4000-EXIT.
021598     EXIT.
021604*****************************************************************
021610*    5000-COPY-CHARGES - PASS ONE MONTH-END CHARGE THROUGH TO   *
021616*    THE POSTING FILE, STAMPED WITH THE RUN DATE AND MARKED AS  *
021622*    A BANK CHARGE SO HELPOST POSTS IT WHATEVER THE LIMIT       *
021628*****************************************************************
021634 5000-COPY-CHARGES.
021640     ADD 1 TO WS-CHARGES-READ.
021646     MOVE CG-RECORD   TO PT-RECORD.
021652     MOVE WS-RUN-DATE TO PT-TXN-DATE.
021658     MOVE SPACES      TO PT-REJECT-REASON.
021664     SET PT-CHARGE-POSTING TO TRUE.
021670     PERFORM 2500-WRITE-POSTING THRU 2500-EXIT.
021676     PERFORM 1400-READ-CHARGES THRU 1400-EXIT.
021682 5000-EXIT.
021688     EXIT.
021694*****************************************************************
021700*    2500-WRITE-POSTING - WRITE ONE MOVEMENT TO THE POSTING     *
021800*    FILE                                                       *
021900*****************************************************************
023800         CLOSE DAY-CAPTURE-FILE
023900     END-IF.
024000     CLOSE POSTING-FILE.
024010     IF WS-SU-STATUS NOT = '35'
024020         CLOSE SUSPENSE-FILE
024030     END-IF.
024047     IF WS-CG-STATUS NOT = '35'
024064         CLOSE CHARGES-FILE
024081     END-IF.
024083     IF WS-CH-STATUS NOT = '35'
024085         CLOSE CUST-HISTORY
024087     END-IF.
024089     CLOSE EXT-REGISTER.
024091     CLOSE DUPLICATE-FILE.
024093     PERFORM 9100-REPORT-EXTERNAL THRU 9100-EXIT.
024100     DISPLAY 'TXNSWEEP - RUN DATE          = ' WS-RUN-DATE.
024200     DISPLAY 'TXNSWEEP - EXTERNAL ACCEPTED = '
024250         WS-EXTERNAL-ACCEPTED.
024300     DISPLAY 'TXNSWEEP - DAY RECORDS READ  = ' WS-DAY-READ.
024400     DISPLAY 'TXNSWEEP - DAY RECORDS SWEPT = ' WS-DAY-SWEPT.
024500     DISPLAY 'TXNSWEEP - HELD - RETAINED   = ' WS-DAY-HELD.
024505     DISPLAY 'TXNSWEEP - REVERSALS SWEPT   = ' WS-DAY-REVERSALS.
024510     DISPLAY 'TXNSWEEP - SUSPENSE REPOSTED = '
024520         WS-SUSPENSE-REPOSTED.
024560     DISPLAY 'TXNSWEEP - CHARGES READ      = ' WS-CHARGES-READ.
024600     DISPLAY 'TXNSWEEP - RECORDS WRITTEN   = '
024700         WS-RECORDS-WRITTEN.
024800     IF WS-DAY-HELD > ZERO
025000             'RELEASE - SEE MOVENTRY'
025100     END-IF.
025200     COMPUTE WS-RECONCILE-TOTAL
025300         = WS-EXTERNAL-ACCEPTED + WS-DAY-SWEPT
025310         + WS-SUSPENSE-REPOSTED + WS-CHARGES-READ.
025400     IF WS-RECORDS-WRITTEN NOT = WS-RECONCILE-TOTAL
025433        OR WS-EXTERNAL-READ NOT =
025466           WS-EXTERNAL-ACCEPTED + WS-EXTERNAL-HELD
025500         DISPLAY 'TXNSWEEP - RUN OUT OF BALANCE - INVESTIGATE'
025600         MOVE 16 TO RETURN-CODE
025700     END-IF.
025719     IF WS-EXT-REJECTED
025738        AND RETURN-CODE < 4
025757         MOVE 4 TO RETURN-CODE
025776     END-IF.
025799     PERFORM 6900-RECORD-RUN-END THRU 6900-EXIT.
025800 9000-EXIT.
025900     EXIT.
026002*****************************************************************
026104*    9100-REPORT-EXTERNAL - THE INBOUND FILE'S CONTROL TOTALS   *
026206*    (FROM ITS TRAILER) NEXT TO WHAT WAS ACCEPTED FOR POSTING   *
026308*    AND WHAT WAS HELD AS SUSPECTED DUPLICATES                  *
026410*****************************************************************
026512 9100-REPORT-EXTERNAL.
026614     IF WS-EXT-EMPTY
026716         DISPLAY 'TXNSWEEP - EXTERNAL FILE     = NONE RECEIVED'
026818         GO TO 9100-EXIT
026920     END-IF.
027022     DISPLAY 'TXNSWEEP - EXTERNAL SOURCE   = '
027073         WS-HDR-SOURCE-SYSTEM
027124         ' FILE DATE ' WS-HDR-FILE-DATE
027226         ' SEQUENCE ' WS-HDR-FILE-SEQ.
027328     IF WS-EXT-REJECTED
027430         DISPLAY 'TXNSWEEP - EXTERNAL FILE REJECTED - '
027532             WS-EXT-REJECT-REASON
027634         DISPLAY 'TXNSWEEP - NO EXTERNAL MOVEMENTS POSTED - '
027736             'REQUEST A CORRECTED FILE FROM THE SENDER'
027838     ELSE
027940         DISPLAY 'TXNSWEEP - EXTERNAL FILE ACCEPTED'
028042     END-IF.
028144     DISPLAY 'TXNSWEEP -                     INBOUND (TRAILER)'
028246         '    ACCEPTED'.
028348     MOVE WS-TRL-RECORD-COUNT  TO WS-EDIT-COUNT.
028450     MOVE WS-EDIT-COUNT        TO WS-EDIT-AMOUNT-1.
028552     MOVE WS-EXTERNAL-ACCEPTED TO WS-EDIT-COUNT.
028654     DISPLAY 'TXNSWEEP - MOVEMENTS        = '
028756         WS-EDIT-AMOUNT-1 '          ' WS-EDIT-COUNT.
028858     MOVE WS-TRL-DEBIT-HASH    TO WS-EDIT-AMOUNT-1.
028960     MOVE WS-ACC-DEBIT-TOTAL   TO WS-EDIT-AMOUNT-2.
029062     DISPLAY 'TXNSWEEP - DEBIT TOTAL      = '
029164         WS-EDIT-AMOUNT-1 '  ' WS-EDIT-AMOUNT-2.
029266     MOVE WS-TRL-CREDIT-HASH   TO WS-EDIT-AMOUNT-1.
029368     MOVE WS-ACC-CREDIT-TOTAL  TO WS-EDIT-AMOUNT-2.
029470     DISPLAY 'TXNSWEEP - CREDIT TOTAL     = '
029572         WS-EDIT-AMOUNT-1 '  ' WS-EDIT-AMOUNT-2.
029674     MOVE WS-EXTERNAL-HELD     TO WS-EDIT-COUNT.
029776     MOVE WS-HELD-AMOUNT       TO WS-EDIT-AMOUNT-2.
029878     DISPLAY 'TXNSWEEP - HELD AS DUPLICATE= ' WS-EDIT-COUNT
029980         ' AMOUNT ' WS-EDIT-AMOUNT-2.
030082 9100-EXIT.
030184     EXIT.
