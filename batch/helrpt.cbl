004197*                     SCHEDULE, SO HELVER CAN PROVE THE NIGHT
004198*                     RAN COMPLETE, ONCE, IN ORDER AND ON ONE
004199*                     BUSINESS DATE.
004211*   2026-10-15 DLH   THE BUSINESS DATE NOW COMES FROM THE
004223*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
004235*                     1050-GET-BUSINESS-DATE) INSTEAD OF THE
004247*                     RUN-DATE PARM, AND THE STEP STOPS RC=16
004259*                     UNLESS THE NIGHT HAS BEEN OPENED BY
004271*                     TXNSWEEP AND NOT YET ROLLED BY DATEROLL.
004283*****************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.     HELRPT.
004500 AUTHOR.         D L HARRIS.
005995         ACCESS MODE    IS RANDOM
005996         RECORD KEY     IS RC-KEY
005997         FILE STATUS    IS WS-RC-STATUS.
006009
006021     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006033         ORGANIZATION   IS INDEXED
006045         ACCESS MODE    IS RANDOM
006057         RECORD KEY     IS BD-KEY
006069         FILE STATUS    IS WS-BD-STATUS.
006081 DATA DIVISION.
006100 FILE SECTION.
006200 FD  SIGNON-LOG-FILE
006300     RECORDING MODE IS F.
006895 FD  RUN-CONTROL
006896     RECORDING MODE IS F.
006897     COPY RUNCTL.
006914
006931 FD  BUSINESS-DATE-FILE
006948     RECORDING MODE IS F.
006965     COPY BUSDATE.
006982 WORKING-STORAGE SECTION.
007000*--------------------------------------------------------------*
007100*    SWITCHES                                                  *
007200*--------------------------------------------------------------*
009612     WS-RUN-END-TIME-RAW.
009613     05  WS-RUN-END-TIME          PIC 9(06).
009614     05  FILLER                   PIC 9(02).
009657 01  WS-BD-STATUS                 PIC X(02)   VALUE SPACES.
009700*--------------------------------------------------------------*
009800*    ACCUMULATION TABLES                                       *
009900*--------------------------------------------------------------*
022000         'TOTAL SIGN-ONS READ'.
022100     05  FILLER                    PIC X(03)   VALUE SPACES.
022200     05  RL-TOTAL-COUNT            PIC ZZZ,ZZ9.
023100 PROCEDURE DIVISION.
023200*****************************************************************
023300*    0000-MAINLINE                                              *
023400*****************************************************************
026100         STOP RUN
026200     END-IF.
026300 
026400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
027000 
027100     PERFORM 1100-READ-SIGNON-LOG THRU 1100-EXIT.
027199     PERFORM 6800-RECORD-RUN-START THRU 6800-EXIT.
027200 1000-EXIT.
027300     EXIT.
027302*****************************************************************
027304*    1050-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE  *
027306*    BUSINESS-DATE CONTROL RECORD (COPY BUSDATE).  THE NIGHT    *
027308*    MUST HAVE BEEN OPENED BY TXNSWEEP AND NOT YET ROLLED BY    *
027310*    DATEROLL, OR THIS STEP WOULD RUN UNDER THE WRONG DATE.     *
027312*****************************************************************
027314 1050-GET-BUSINESS-DATE.
027316     OPEN INPUT  BUSINESS-DATE-FILE.
027318     IF WS-BD-STATUS NOT = '00'
027320         DISPLAY 'HELRPT - UNABLE TO OPEN BUSDATE, STATUS='
027322             WS-BD-STATUS
027324         MOVE 16 TO RETURN-CODE
027326         STOP RUN
027328     END-IF.
027330     SET BD-CONTROL-RECORD TO TRUE.
027332     READ BUSINESS-DATE-FILE
027334         INVALID KEY
027336             CONTINUE
027338     END-READ.
027340     IF WS-BD-STATUS NOT = '00'
027342         DISPLAY 'HELRPT - NO BUSINESS-DATE RECORD, STATUS='
027344             WS-BD-STATUS
027346         MOVE 16 TO RETURN-CODE
027348         STOP RUN
027350     END-IF.
027352     IF NOT BD-BATCH-IN-PROGRESS
027354         DISPLAY 'HELRPT - NIGHT NOT OPEN, BUSINESS DATE '
027356             BD-CURRENT-DATE
027358         MOVE 16 TO RETURN-CODE
027360         STOP RUN
027362     END-IF.
027364     MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
027366     CLOSE BUSINESS-DATE-FILE.
027368 1050-EXIT.
027370     EXIT.
027400*****************************************************************
027500*    1100-READ-SIGNON-LOG - READ THE NEXT AUDIT RECORD          *
027600*****************************************************************
