000100*****************************************************************
000200* PROGRAM-ID : CUSTUNL                                          *
000300* PURPOSE    : NIGHTLY POINT-IN-TIME UNLOAD OF THE CUSTOMER     *
000400*              MASTER, TAKEN STRAIGHT AFTER THE HELPOST POSTING *
000500*              RUN.  COPIES EVERY CUSTMAST RECORD UNCHANGED TO  *
000600*              A SEQUENTIAL GENERATION IN THE CUSTUNLD LAYOUT,  *
000700*              BETWEEN A HEADER NAMING THE BUSINESS DATE AND    *
000800*              THE TIME OF THE UNLOAD AND A TRAILER CARRYING    *
000900*              THE RECORD COUNT AND BALANCE TOTAL.  THE UNLOAD  *
001000*              IS THE STARTING POINT FOR THE CUSTRCV FORWARD-   *
001100*              RECOVERY REBUILD.                                *
001200*****************************************************************
001300* MODIFICATION HISTORY
001400*   DATE       INIT  DESCRIPTION
001500*   2026-10-15 DLH   INITIAL VERSION - MSGEXP'S STRAIGHT COPY
001600*                     OF THE WHOLE CLUSTER, WITH HELAUD'S RUN-
001700*                     DATE PARM AND RUN-CONTROL RECORDING (STEP
001800*                     13 OF THE NIGHT SCHEDULE, RUN STRAIGHT
001900*                     AFTER HELPOST).
001914*   2026-10-15 DLH   THE BUSINESS DATE NOW COMES FROM THE
001928*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
001942*                     1050-GET-BUSINESS-DATE) INSTEAD OF THE
001956*                     RUN-DATE PARM, AND THE STEP STOPS RC=16
001970*                     UNLESS THE NIGHT HAS BEEN OPENED BY
001984*                     TXNSWEEP AND NOT YET ROLLED BY DATEROLL.
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.     CUSTUNL.
002300 AUTHOR.         D L HARRIS.
002400 INSTALLATION.   GSE UK.
002500 DATE-WRITTEN.   2026-10-15.
002600 DATE-COMPILED.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAST
003100         ORGANIZATION   IS INDEXED
003200         ACCESS MODE    IS SEQUENTIAL
003300         RECORD KEY     IS CM-CUSTOMER-ID
003400         FILE STATUS    IS WS-CM-STATUS.
003500
003600     SELECT UNLOAD-FILE      ASSIGN TO CUSTUNLD
003700         FILE STATUS    IS WS-CU-STATUS.
003800
003900     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
004000         ORGANIZATION   IS INDEXED
004100         ACCESS MODE    IS RANDOM
004200         RECORD KEY     IS RC-KEY
004300         FILE STATUS    IS WS-RC-STATUS.
004314
004328     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004342         ORGANIZATION   IS INDEXED
004356         ACCESS MODE    IS RANDOM
004370         RECORD KEY     IS BD-KEY
004384         FILE STATUS    IS WS-BD-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CUSTOMER-MASTER
004700     RECORDING MODE IS F.
004800     COPY CUSTMAST.
004900
005000 FD  UNLOAD-FILE
005100     RECORDING MODE IS F.
005200     COPY CUSTUNLD.
005300
005400 FD  RUN-CONTROL
005500     RECORDING MODE IS F.
005600     COPY RUNCTL.
005620
005640 FD  BUSINESS-DATE-FILE
005660     RECORDING MODE IS F.
005680     COPY BUSDATE.
005700 WORKING-STORAGE SECTION.
005800*--------------------------------------------------------------*
005900*    SWITCHES                                                  *
006000*--------------------------------------------------------------*
006100 01  WS-SWITCHES.
006200     05  WS-EOF-SW                PIC X(01)   VALUE 'N'.
006300         88  WS-EOF-CUSTOMERS                 VALUE 'Y'.
006400*--------------------------------------------------------------*
006500*    FILE STATUS / COUNTERS                                    *
006600*--------------------------------------------------------------*
006700 01  WS-FILE-STATUSES.
006800     05  WS-CM-STATUS             PIC X(02)   VALUE SPACES.
006900     05  WS-CU-STATUS             PIC X(02)   VALUE SPACES.
007000 01  WS-COUNTERS.
007100     05  WS-RECORDS-READ          PIC 9(07)   COMP VALUE ZERO.
007200     05  WS-RECORDS-WRITTEN       PIC 9(07)   COMP VALUE ZERO.
007300 01  WS-BALANCE-TOTAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
007400 01  WS-BALANCE-EDIT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
007500 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
007600 01  WS-UNLOAD-DATE               PIC 9(08)   VALUE ZERO.
007700 01  WS-UNLOAD-TIME-RAW           PIC 9(08)   VALUE ZERO.
007800 01  WS-UNLOAD-TIME-R             REDEFINES WS-UNLOAD-TIME-RAW.
007900     05  WS-UNLOAD-TIME           PIC 9(06).
008000     05  FILLER                   PIC 9(02).
008100 01  WS-RC-STATUS                 PIC X(02)   VALUE SPACES.
008150 01  WS-BD-STATUS                 PIC X(02)   VALUE SPACES.
008200 01  WS-RUN-STEP-NO               PIC 9(02)   VALUE 13.
008300 01  WS-RUN-START-DATE            PIC 9(08)   VALUE ZERO.
008400 01  WS-RUN-START-TIME-RAW        PIC 9(08)   VALUE ZERO.
008500 01  WS-RUN-START-TIME-R          REDEFINES
008600     WS-RUN-START-TIME-RAW.
008700     05  WS-RUN-START-TIME        PIC 9(06).
008800     05  FILLER                   PIC 9(02).
008900 01  WS-RUN-END-DATE              PIC 9(08)   VALUE ZERO.
009000 01  WS-RUN-END-TIME-RAW          PIC 9(08)   VALUE ZERO.
009100 01  WS-RUN-END-TIME-R            REDEFINES
009200     WS-RUN-END-TIME-RAW.
009300     05  WS-RUN-END-TIME          PIC 9(06).
009400     05  FILLER                   PIC 9(02).
010400 PROCEDURE DIVISION.
010500*****************************************************************
010600*    0000-MAINLINE                                              *
010700*****************************************************************
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011000     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
011100         UNTIL WS-EOF-CUSTOMERS.
011200     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
011300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011400
011500     STOP RUN.
011600*****************************************************************
011700*    1000-INITIALIZE - OPEN FILES, GET THE BUSINESS DATE, WRITE *
011800*    THE HEADER AND PRIME THE READ                              *
011900*****************************************************************
012000 1000-INITIALIZE.
012100     OPEN INPUT  CUSTOMER-MASTER.
012200     IF WS-CM-STATUS NOT = '00'
012300         DISPLAY 'CUSTUNL - UNABLE TO OPEN CUSTMAST, STATUS='
012400             WS-CM-STATUS
012500         MOVE 16 TO RETURN-CODE
012600         STOP RUN
012700     END-IF.
012800
012900     OPEN OUTPUT UNLOAD-FILE.
013000     IF WS-CU-STATUS NOT = '00'
013100         DISPLAY 'CUSTUNL - UNABLE TO OPEN UNLOAD, STATUS='
013200             WS-CU-STATUS
013300         MOVE 16 TO RETURN-CODE
013400         STOP RUN
013500     END-IF.
013600
013700     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
014300
014400     PERFORM 6800-RECORD-RUN-START THRU 6800-EXIT.
014500
014600     ACCEPT WS-UNLOAD-DATE     FROM DATE YYYYMMDD.
014700     ACCEPT WS-UNLOAD-TIME-RAW FROM TIME.
014800     INITIALIZE CU-RECORD.
014900     SET CU-HEADER TO TRUE.
015000     MOVE WS-RUN-DATE    TO CU-HDR-RUN-DATE.
015100     MOVE WS-UNLOAD-DATE TO CU-HDR-UNLOAD-DATE.
015200     MOVE WS-UNLOAD-TIME TO CU-HDR-UNLOAD-TIME.
015300     PERFORM 2100-WRITE-UNLOAD THRU 2100-EXIT.
015400
015500     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
015600 1000-EXIT.
015700     EXIT.
015702*****************************************************************
015704*    1050-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE  *
015706*    BUSINESS-DATE CONTROL RECORD (COPY BUSDATE).  THE NIGHT    *
015708*    MUST HAVE BEEN OPENED BY TXNSWEEP AND NOT YET ROLLED BY    *
015710*    DATEROLL, OR THIS STEP WOULD RUN UNDER THE WRONG DATE.     *
015712*****************************************************************
015714 1050-GET-BUSINESS-DATE.
015716     OPEN INPUT  BUSINESS-DATE-FILE.
015718     IF WS-BD-STATUS NOT = '00'
015720         DISPLAY 'CUSTUNL - UNABLE TO OPEN BUSDATE, STATUS='
015722             WS-BD-STATUS
015724         MOVE 16 TO RETURN-CODE
015726         STOP RUN
015728     END-IF.
015730     SET BD-CONTROL-RECORD TO TRUE.
015732     READ BUSINESS-DATE-FILE
015734         INVALID KEY
015736             CONTINUE
015738     END-READ.
015740     IF WS-BD-STATUS NOT = '00'
015742         DISPLAY 'CUSTUNL - NO BUSINESS-DATE RECORD, STATUS='
015744             WS-BD-STATUS
015746         MOVE 16 TO RETURN-CODE
015748         STOP RUN
015750     END-IF.
015752     IF NOT BD-BATCH-IN-PROGRESS
015754         DISPLAY 'CUSTUNL - NIGHT NOT OPEN, BUSINESS DATE '
015756             BD-CURRENT-DATE
015758         MOVE 16 TO RETURN-CODE
015760         STOP RUN
015762     END-IF.
015764     MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
015766     CLOSE BUSINESS-DATE-FILE.
015768 1050-EXIT.
015770     EXIT.
015800*****************************************************************
015900*    1100-READ-CUSTOMER - READ THE NEXT CUSTOMER RECORD         *
016000*****************************************************************
016100 1100-READ-CUSTOMER.
016200     READ CUSTOMER-MASTER
016300         AT END
016400             SET WS-EOF-CUSTOMERS TO TRUE
016500     END-READ.
016600     IF NOT WS-EOF-CUSTOMERS
016700      AND WS-CM-STATUS NOT = '00'
016800         DISPLAY 'CUSTUNL - READ FAILED ON CUSTMAST, STATUS='
016900             WS-CM-STATUS
017000         MOVE 16 TO RETURN-CODE
017100         STOP RUN
017200     END-IF.
017300 1100-EXIT.
017400     EXIT.
017500*****************************************************************
017600*    2000-PROCESS-RECORDS - UNLOAD ONE CUSTOMER RECORD          *
017700*****************************************************************
017800 2000-PROCESS-RECORDS.
017900     ADD 1 TO WS-RECORDS-READ.
018000     ADD CM-BALANCE TO WS-BALANCE-TOTAL.
018100
018200     INITIALIZE CU-RECORD.
018300     SET CU-DETAIL TO TRUE.
018400     MOVE CM-RECORD TO CU-CUSTOMER-IMAGE.
018500     PERFORM 2100-WRITE-UNLOAD THRU 2100-EXIT.
018600     ADD 1 TO WS-RECORDS-WRITTEN.
018700
018800     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
018900 2000-EXIT.
019000     EXIT.
019100*****************************************************************
019200*    2100-WRITE-UNLOAD - WRITE ONE UNLOAD RECORD                *
019300*****************************************************************
019400 2100-WRITE-UNLOAD.
019500     WRITE CU-RECORD.
019600     IF WS-CU-STATUS NOT = '00'
019700         DISPLAY 'CUSTUNL - WRITE FAILED ON UNLOAD, STATUS='
019800             WS-CU-STATUS
019900         MOVE 16 TO RETURN-CODE
020000         STOP RUN
020100     END-IF.
020200 2100-EXIT.
020300     EXIT.
020400*****************************************************************
020500*    3000-WRITE-TRAILER - COUNT AND BALANCE TOTAL OF THE        *
020600*    DETAIL RECORDS JUST WRITTEN                                *
020700*****************************************************************
020800 3000-WRITE-TRAILER.
020900     INITIALIZE CU-RECORD.
021000     SET CU-TRAILER TO TRUE.
021100     MOVE WS-RUN-DATE        TO CU-TRL-RUN-DATE.
021200     MOVE WS-RECORDS-WRITTEN TO CU-TRL-RECORD-COUNT.
021300     MOVE WS-BALANCE-TOTAL   TO CU-TRL-BALANCE-TOTAL.
021400     PERFORM 2100-WRITE-UNLOAD THRU 2100-EXIT.
021500 3000-EXIT.
021600     EXIT.
021700*****************************************************************
021800*    6800-RECORD-RUN-START - STAMP THIS STEP'S RUN-CONTROL      *
021900*    RECORD (STATUS S).  A RERUN REWRITES THE EXISTING RECORD.  *
022000*    A RUN-CONTROL FAILURE IS REPORTED BUT DOES NOT STOP THE    *
022100*    BUSINESS RUN - HELVER FAILS THE SCHEDULE INSTEAD.          *
022200*****************************************************************
022300 6800-RECORD-RUN-START.
022400     ACCEPT WS-RUN-START-DATE     FROM DATE YYYYMMDD.
022500     ACCEPT WS-RUN-START-TIME-RAW FROM TIME.
022600     OPEN I-O RUN-CONTROL.
022700     IF WS-RC-STATUS = '35'
022800         OPEN OUTPUT RUN-CONTROL
022900     END-IF.
023000     IF WS-RC-STATUS NOT = '00'
023100         DISPLAY 'CUSTUNL - RUN-CONTROL OPEN FAILED, STATUS='
023200             WS-RC-STATUS
023300         GO TO 6800-EXIT
023400     END-IF.
023500     PERFORM 6850-BUILD-RUN-RECORD THRU 6850-EXIT.
023600     MOVE 'S' TO RC-STATUS.
023700     WRITE RC-RECORD.
023800     IF WS-RC-STATUS = '22'
023900         REWRITE RC-RECORD
024000     END-IF.
024100     IF WS-RC-STATUS NOT = '00'
024200         DISPLAY 'CUSTUNL - RUN-CONTROL WRITE FAILED, STATUS='
024300             WS-RC-STATUS
024400     END-IF.
024500     CLOSE RUN-CONTROL.
024600 6800-EXIT.
024700     EXIT.
024800*****************************************************************
024900*    6850-BUILD-RUN-RECORD - THE RUN-CONTROL RECORD AS OF NOW   *
025000*****************************************************************
025100 6850-BUILD-RUN-RECORD.
025200     INITIALIZE RC-RECORD.
025300     MOVE WS-RUN-DATE        TO RC-RUN-DATE.
025400     MOVE WS-RUN-STEP-NO     TO RC-STEP-NO.
025500     MOVE 'CUSTUNL'          TO RC-PROGRAM-ID.
025600     MOVE WS-RUN-START-DATE  TO RC-START-DATE.
025700     MOVE WS-RUN-START-TIME  TO RC-START-TIME.
025800     MOVE WS-RUN-END-DATE    TO RC-END-DATE.
025900     MOVE WS-RUN-END-TIME    TO RC-END-TIME.
026000     MOVE WS-RECORDS-READ    TO RC-RECORDS-IN.
026100     MOVE WS-RECORDS-WRITTEN TO RC-RECORDS-OUT.
026200 6850-EXIT.
026300     EXIT.
026400*****************************************************************
026500*    6900-RECORD-RUN-END - REWRITE THIS STEP'S RUN-CONTROL      *
026600*    RECORD AS COMPLETED, WITH THE END TIMESTAMP, RETURN CODE   *
026700*    AND CONTROL COUNTS                                         *
026800*****************************************************************
026900 6900-RECORD-RUN-END.
027000     ACCEPT WS-RUN-END-DATE     FROM DATE YYYYMMDD.
027100     ACCEPT WS-RUN-END-TIME-RAW FROM TIME.
027200     OPEN I-O RUN-CONTROL.
027300     IF WS-RC-STATUS NOT = '00'
027400         DISPLAY 'CUSTUNL - RUN-CONTROL OPEN FAILED, STATUS='
027500             WS-RC-STATUS
027600         GO TO 6900-EXIT
027700     END-IF.
027800     PERFORM 6850-BUILD-RUN-RECORD THRU 6850-EXIT.
027900     MOVE 'C' TO RC-STATUS.
028000     MOVE RETURN-CODE TO RC-RETURN-CODE.
028100     REWRITE RC-RECORD.
028200     IF WS-RC-STATUS = '23'
028300         WRITE RC-RECORD
028400     END-IF.
028500     IF WS-RC-STATUS NOT = '00'
028600         DISPLAY 'CUSTUNL - RUN-CONTROL WRITE FAILED, STATUS='
028700             WS-RC-STATUS
028800     END-IF.
028900     CLOSE RUN-CONTROL.
029000 6900-EXIT.
029100     EXIT.
029200*****************************************************************
029300*    9000-TERMINATE - CLOSE FILES AND REPORT COUNTS             *
029400*****************************************************************
029500 9000-TERMINATE.
029600     CLOSE CUSTOMER-MASTER.
029700     CLOSE UNLOAD-FILE.
029800     MOVE WS-BALANCE-TOTAL TO WS-BALANCE-EDIT.
029900     DISPLAY 'CUSTUNL - RUN DATE          = ' WS-RUN-DATE.
030000     DISPLAY 'CUSTUNL - UNLOAD TAKEN      = ' WS-UNLOAD-DATE
030100         ' ' WS-UNLOAD-TIME.
030200     DISPLAY 'CUSTUNL - RECORDS READ      = ' WS-RECORDS-READ.
030300     DISPLAY 'CUSTUNL - RECORDS WRITTEN   = ' WS-RECORDS-WRITTEN.
030400     DISPLAY 'CUSTUNL - BALANCE TOTAL     = ' WS-BALANCE-EDIT.
030500     IF WS-RECORDS-READ NOT = WS-RECORDS-WRITTEN
030600         DISPLAY 'CUSTUNL - READ/WRITTEN MISMATCH - INVESTIGATE'
030700         MOVE 8 TO RETURN-CODE
030800     END-IF.
030900     PERFORM 6900-RECORD-RUN-END THRU 6900-EXIT.
031000 9000-EXIT.
031100     EXIT.
