000600*              SCHEDULE (RC=16) IF ANY EXPECTED STEP IS         *
000700*              MISSING, WAS NOT COMPLETED, NAMES THE WRONG      *
000800*              PROGRAM OR STARTED BEFORE ITS PREDECESSOR        *
000900*              FINISHED - SO AN ABENDED OR A SKIPPED            *
001000*              STEP IS CAUGHT BEFORE THE MORNING, NOT BY MIS.   *
001100*              A STEP RUN UNDER THE WRONG BUSINESS DATE LANDS   *
001200*              UNDER THAT DATE'S KEY AND SO SHOWS HERE AS       *
001300*              MISSING.  A STEP THAT ENDED ABOVE RC=8 FAILS IT  *
001400*              TOO - RC 4 AND RC 8 ARE WARNING ENDINGS AND      *
001500*              PASS.  WRITES ITS OWN                            *
001600*              STEP-99 RECORD SO THE RUNENQ SCREEN SHOWS THE    *
001700*              VERIFICATION RAN.                                *
001800*****************************************************************
002200*                     MIRRORS THE STEP NUMBERS DOCUMENTED IN
002300*                     COPY RUNCTL - KEEP THE TWO IN STEP WHEN
002400*                     THE NIGHT SCHEDULE CHANGES.
002410*   2026-10-15 DLH   STEP 11 SUSLOAD ADDED, RUNNING BETWEEN
002420*                     HELPOST AND HELRPT.  THE EXPECTED-STEP
002430*                     TABLE IS NOW HELD IN RUN ORDER RATHER
002440*                     THAN STEP-NUMBER ORDER, AND RUN-CONTROL
002450*                     RECORDS ARE SLOTTED BY SEARCHING IT, SO
002460*                     NEW STEPS CAN TAKE THE NEXT FREE NUMBER
002470*                     WHEREVER THEY RUN.
002480*   2026-10-15 DLH   STEP 12 PENDRPT ADDED, RUNNING AFTER
002490*                     HELAUD.
002493*   2026-10-15 DLH   STEP 13 CUSTUNL ADDED, RUNNING STRAIGHT
002496*                     AFTER HELPOST.
002497*   2026-10-15 DLH   STEP 14 GLJRNL ADDED, RUNNING AFTER
002498*                     CUSTUNL.
002510*   2026-10-15 DLH   THE BUSINESS DATE NOW COMES FROM THE
002522*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
002534*                     1050-GET-BUSINESS-DATE) INSTEAD OF THE
002546*                     RUN-DATE PARM, AND THE STEP STOPS RC=16
002558*                     UNLESS THE NIGHT HAS BEEN OPENED BY
002570*                     TXNSWEEP AND NOT YET ROLLED BY DATEROLL.
002572*   2026-10-15 DLH   A STEP THAT ENDED ABOVE RC=8 NOW FAILS THE
002574*                     VERIFICATION (STEP ENDED IN ERROR) - A STEP
002576*                     CAN RECORD ITSELF COMPLETE WITH RC=16, AS
002578*                     GLJRNL DOES FOR A JOURNAL THAT MUST NOT BE
002580*                     SENT.  RC 4 AND RC 8 STILL PASS.
002582*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.     HELVER.
002800 AUTHOR.         D L HARRIS.
003700         ACCESS MODE    IS DYNAMIC
003800         RECORD KEY     IS RC-KEY
003900         FILE STATUS    IS WS-RC-STATUS.
003914
003928     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003942         ORGANIZATION   IS INDEXED
003956         ACCESS MODE    IS RANDOM
003970         RECORD KEY     IS BD-KEY
003984         FILE STATUS    IS WS-BD-STATUS.
004000
004100     SELECT REPORT-FILE      ASSIGN TO RPTOUT
004200         FILE STATUS    IS WS-RPT-STATUS.
004500 FD  RUN-CONTROL
004600     RECORDING MODE IS F.
004700     COPY RUNCTL.
004720
004740 FD  BUSINESS-DATE-FILE
004760     RECORDING MODE IS F.
004780     COPY BUSDATE.
004800
004900 FD  REPORT-FILE
005000     RECORDING MODE IS F.
006300*--------------------------------------------------------------*
006400 01  WS-FILE-STATUSES.
006500     05  WS-RC-STATUS             PIC X(02)   VALUE SPACES.
006550     05  WS-BD-STATUS             PIC X(02)   VALUE SPACES.
006600     05  WS-RPT-STATUS            PIC X(02)   VALUE SPACES.
006700 01  WS-COUNTERS.
006800     05  WS-RECORDS-READ          PIC 9(07)   COMP     VALUE ZERO.
006900     05  WS-STEPS-FOUND           PIC 9(04)   COMP     VALUE ZERO.
007000     05  WS-STEPS-IN-ERROR        PIC 9(04)   COMP     VALUE ZERO.
007100     05  WS-STEP-IDX              PIC 9(04)   COMP     VALUE ZERO.
007110     05  WS-EXPECTED-ENTRIES      PIC 9(04)   COMP     VALUE 14.
007120 01  WS-STEP-FOUND-SW             PIC X(01)   VALUE 'N'.
007130     88  WS-STEP-FOUND                        VALUE 'Y'.
007200 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
007300 01  WS-PREV-END-STAMP            PIC 9(14)   COMP-3 VALUE ZERO.
007400 01  WS-PREV-STEP-NO              PIC 9(02)   VALUE ZERO.
007800     05  WS-VER-TIME              PIC 9(06).
007900     05  FILLER                   PIC 9(02).
008000*--------------------------------------------------------------*
008100*    WS-EXPECTED-TABLE - THE NIGHT SCHEDULE, IN RUN ORDER.      *
008200*    KEEP IN STEP WITH THE STEP NUMBERS DOCUMENTED IN COPY      *
008210*    RUNCTL, AND WS-EXPECTED-ENTRIES WITH THE ENTRIES IN USE.   *
008300*--------------------------------------------------------------*
008400 01  WS-EXPECTED-TABLE.
008500     05  FILLER                    PIC X(10)   VALUE '01TXNSWEEP'.
008600     05  FILLER                    PIC X(10)   VALUE '02HELPOST '.
008625     05  FILLER                    PIC X(10)   VALUE '13CUSTUNL '.
008637     05  FILLER                    PIC X(10)   VALUE '14GLJRNL  '.
008650     05  FILLER                    PIC X(10)   VALUE '11SUSLOAD '.
008700     05  FILLER                    PIC X(10)   VALUE '03HELRPT  '.
008800     05  FILLER                    PIC X(10)   VALUE '04HELEXT  '.
008900     05  FILLER                    PIC X(10)   VALUE '05MISRECON'.
009200     05  FILLER                    PIC X(10)   VALUE '08HELARC  '.
009300     05  FILLER                    PIC X(10)   VALUE '09HELERR  '.
009400     05  FILLER                    PIC X(10)   VALUE '10HELAUD  '.
009405     05  FILLER                    PIC X(10)   VALUE '12PENDRPT '.
009410     05  FILLER                    PIC X(60)   VALUE SPACES.
009500 01  WS-EXPECTED-R                 REDEFINES WS-EXPECTED-TABLE.
009600     05  WS-EXPECTED-ENTRY         OCCURS 20 TIMES.
009700         10  WS-EXP-STEP           PIC 9(02).
009800         10  WS-EXP-PGM            PIC X(08).
009900*--------------------------------------------------------------*
010000*    WS-FOUND-TABLE - THE RUN-CONTROL RECORDS FOUND FOR THE     *
010100*    BUSINESS DATE, SLOTTED ALONGSIDE THEIR EXPECTED ENTRY      *
010200*--------------------------------------------------------------*
010300 01  WS-FOUND-TABLE.
010400     05  WS-FOUND-ENTRY            OCCURS 20 TIMES.
010500         10  WS-FND-SEEN-SW        PIC X(01).
010600             88  WS-FND-SEEN                   VALUE 'Y'.
010700         10  WS-FND-PGM            PIC X(08).
015600 01  WS-BALANCED-LINE.
015700     05  FILLER                    PIC X(01)   VALUE SPACE.
015800     05  RL-BALANCED-TEXT          PIC X(60).
016700 PROCEDURE DIVISION.
016800*****************************************************************
016900*    0000-MAINLINE                                              *
017000*****************************************************************
017900
018000     STOP RUN.
018100*****************************************************************
018200*    1000-INITIALIZE - OPEN FILES, GET THE BUSINESS DATE AND    *
018300*    START THE RUN-CONTROL BROWSE AT THE BUSINESS DATE          *
018400*****************************************************************
018500 1000-INITIALIZE.
018600     OPEN INPUT  RUN-CONTROL.
019900         STOP RUN
020000     END-IF.
020100
020200     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
021000
021100     INITIALIZE WS-FOUND-TABLE.
021200
022100     END-IF.
022200 1000-EXIT.
022300     EXIT.
022302*****************************************************************
022304*    1050-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE  *
022306*    BUSINESS-DATE CONTROL RECORD (COPY BUSDATE).  THE NIGHT    *
022308*    MUST HAVE BEEN OPENED BY TXNSWEEP AND NOT YET ROLLED BY    *
022310*    DATEROLL, OR THIS STEP WOULD RUN UNDER THE WRONG DATE.     *
022312*****************************************************************
022314 1050-GET-BUSINESS-DATE.
022316     OPEN INPUT  BUSINESS-DATE-FILE.
022318     IF WS-BD-STATUS NOT = '00'
022320         DISPLAY 'HELVER - UNABLE TO OPEN BUSDATE, STATUS='
022322             WS-BD-STATUS
022324         MOVE 16 TO RETURN-CODE
022326         STOP RUN
022328     END-IF.
022330     SET BD-CONTROL-RECORD TO TRUE.
022332     READ BUSINESS-DATE-FILE
022334         INVALID KEY
022336             CONTINUE
022338     END-READ.
022340     IF WS-BD-STATUS NOT = '00'
022342         DISPLAY 'HELVER - NO BUSINESS-DATE RECORD, STATUS='
022344             WS-BD-STATUS
022346         MOVE 16 TO RETURN-CODE
022348         STOP RUN
022350     END-IF.
022352     IF NOT BD-BATCH-IN-PROGRESS
022354         DISPLAY 'HELVER - NIGHT NOT OPEN, BUSINESS DATE '
022356             BD-CURRENT-DATE
022358         MOVE 16 TO RETURN-CODE
022360         STOP RUN
022362     END-IF.
022364     MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
022366     CLOSE BUSINESS-DATE-FILE.
022368 1050-EXIT.
022370     EXIT.
022400*****************************************************************
022500*    1100-READ-RUNCTL - READ THE NEXT RUN-CONTROL RECORD; END   *
022600*    OF THE BUSINESS DATE'S RECORDS ENDS THE COLLECTION         *
023800     EXIT.
023900*****************************************************************
024000*    2000-COLLECT-RECORDS - SLOT ONE RUN-CONTROL RECORD INTO    *
024100*    THE FOUND TABLE AGAINST ITS EXPECTED STEP                  *
024200*****************************************************************
024300 2000-COLLECT-RECORDS.
024400     ADD 1 TO WS-RECORDS-READ.
024500
024510     MOVE 'N' TO WS-STEP-FOUND-SW.
024520     PERFORM 2100-SEARCH-EXPECTED THRU 2100-EXIT
024530         VARYING WS-STEP-IDX FROM 1 BY 1
024540         UNTIL WS-STEP-IDX > WS-EXPECTED-ENTRIES
024550            OR WS-STEP-FOUND.
024560     IF WS-STEP-FOUND
024570         SUBTRACT 1 FROM WS-STEP-IDX
024800         SET WS-FND-SEEN (WS-STEP-IDX) TO TRUE
024900         MOVE RC-PROGRAM-ID  TO WS-FND-PGM (WS-STEP-IDX)
025000         MOVE RC-STATUS      TO WS-FND-STATUS (WS-STEP-IDX)
026800     PERFORM 1100-READ-RUNCTL THRU 1100-EXIT.
026900 2000-EXIT.
027000     EXIT.
027010
027020 2100-SEARCH-EXPECTED.
027030     IF RC-STEP-NO = WS-EXP-STEP (WS-STEP-IDX)
027040         SET WS-STEP-FOUND TO TRUE
027050     END-IF.
027060 2100-EXIT.
027070     EXIT.
027100*****************************************************************
027200*    3000-VERIFY-SCHEDULE - JUDGE EVERY EXPECTED STEP: IT MUST  *
027300*    BE PRESENT, COMPLETED, NAME THE EXPECTED PROGRAM AND NOT   *
027400*    HAVE STARTED BEFORE ITS PREDECESSOR FINISHED, AND MUST     *
027450*    NOT HAVE ENDED ABOVE RC=8                                  *
027500*****************************************************************
027600 3000-VERIFY-SCHEDULE.
027700     MOVE ZERO TO WS-PREV-END-STAMP.
027800     MOVE ZERO TO WS-PREV-STEP-NO.
027900     PERFORM 3100-VERIFY-ONE-STEP THRU 3100-EXIT
028000         VARYING WS-STEP-IDX FROM 1 BY 1
028100         UNTIL WS-STEP-IDX > WS-EXPECTED-ENTRIES.
028200 3000-EXIT.
028300     EXIT.
028400
030400             MOVE 'STARTED BEFORE PRIOR STEP END' TO RL-FINDING
030500             SET WS-VERIFY-FAILED TO TRUE
030600             ADD 1 TO WS-STEPS-IN-ERROR
030620         WHEN WS-FND-RETURN-CODE (WS-STEP-IDX) > 8
030640             MOVE 'STEP ENDED IN ERROR' TO RL-FINDING
030660             SET WS-VERIFY-FAILED TO TRUE
030680             ADD 1 TO WS-STEPS-IN-ERROR
030700         WHEN OTHER
030800             CONTINUE
030900     END-EVALUATE.
