001892*                     SCHEDULE, SO HELVER CAN PROVE THE NIGHT
001894*                     RAN COMPLETE, ONCE, IN ORDER AND ON ONE
001896*                     BUSINESS DATE.
001909*   2026-10-15 DLH   THE BUSINESS DATE NOW COMES FROM THE
001922*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
001935*                     1050-GET-BUSINESS-DATE) INSTEAD OF THE
001948*                     RUN-DATE PARM, AND THE STEP STOPS RC=16
001961*                     UNLESS THE NIGHT HAS BEEN OPENED BY
001974*                     TXNSWEEP AND NOT YET ROLLED BY DATEROLL.
001987*****************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.     HELAUD.
002200 AUTHOR.         D L HARRIS.
003695         ACCESS MODE    IS RANDOM
003696         RECORD KEY     IS RC-KEY
003697         FILE STATUS    IS WS-RC-STATUS.
003709
003721     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003733         ORGANIZATION   IS INDEXED
003745         ACCESS MODE    IS RANDOM
003757         RECORD KEY     IS BD-KEY
003769         FILE STATUS    IS WS-BD-STATUS.
003781 DATA DIVISION.
003800 FILE SECTION.
003900 FD  AUDIT-FILE
004000     RECORDING MODE IS F.
004595 FD  RUN-CONTROL
004596     RECORDING MODE IS F.
004597     COPY RUNCTL.
004614
004631 FD  BUSINESS-DATE-FILE
004648     RECORDING MODE IS F.
004665     COPY BUSDATE.
004682 WORKING-STORAGE SECTION.
004700*--------------------------------------------------------------*
004800*    SWITCHES                                                  *
004900*--------------------------------------------------------------*
006912     WS-RUN-END-TIME-RAW.
006913     05  WS-RUN-END-TIME          PIC 9(06).
006914     05  FILLER                   PIC 9(02).
006957 01  WS-BD-STATUS                 PIC X(02)   VALUE SPACES.
007000*--------------------------------------------------------------*
007100*    ACCUMULATION TABLES - BOUNDED, WITH OVERFLOW COUNTS, AS    *
007200*    HELERR DOES FOR ITS TABLES.  EACH ENTRY CARRIES SEPARATE   *
013000     05  FILLER                    PIC X(24)   VALUE
013100         'TOTAL AUDIT RECORDS'.
013200     05  RL-TOTAL-COUNT            PIC ZZZ,ZZ9.
014100 PROCEDURE DIVISION.
014200*****************************************************************
014300*    0000-MAINLINE                                              *
014400*****************************************************************
015100
015200     STOP RUN.
015300*****************************************************************
015400*    1000-INITIALIZE - OPEN FILES, GET THE BUSINESS DATE AND    *
015500*    PRIME THE READ                                             *
015600*****************************************************************
015700 1000-INITIALIZE.
015800     OPEN INPUT  AUDIT-FILE.
017100         STOP RUN
017200     END-IF.
017300
017400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
018000
018100     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
018199     PERFORM 6800-RECORD-RUN-START THRU 6800-EXIT.
018200 1000-EXIT.
018300     EXIT.
018302*****************************************************************
018304*    1050-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE  *
018306*    BUSINESS-DATE CONTROL RECORD (COPY BUSDATE).  THE NIGHT    *
018308*    MUST HAVE BEEN OPENED BY TXNSWEEP AND NOT YET ROLLED BY    *
018310*    DATEROLL, OR THIS STEP WOULD RUN UNDER THE WRONG DATE.     *
018312*****************************************************************
018314 1050-GET-BUSINESS-DATE.
018316     OPEN INPUT  BUSINESS-DATE-FILE.
018318     IF WS-BD-STATUS NOT = '00'
018320         DISPLAY 'HELAUD - UNABLE TO OPEN BUSDATE, STATUS='
018322             WS-BD-STATUS
018324         MOVE 16 TO RETURN-CODE
018326         STOP RUN
018328     END-IF.
018330     SET BD-CONTROL-RECORD TO TRUE.
018332     READ BUSINESS-DATE-FILE
018334         INVALID KEY
018336             CONTINUE
018338     END-READ.
018340     IF WS-BD-STATUS NOT = '00'
018342         DISPLAY 'HELAUD - NO BUSINESS-DATE RECORD, STATUS='
018344             WS-BD-STATUS
018346         MOVE 16 TO RETURN-CODE
018348         STOP RUN
018350     END-IF.
018352     IF NOT BD-BATCH-IN-PROGRESS
018354         DISPLAY 'HELAUD - NIGHT NOT OPEN, BUSINESS DATE '
018356             BD-CURRENT-DATE
018358         MOVE 16 TO RETURN-CODE
018360         STOP RUN
018362     END-IF.
018364     MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
018366     CLOSE BUSINESS-DATE-FILE.
018368 1050-EXIT.
018370     EXIT.
018400*****************************************************************
018500*    1100-READ-AUDIT - READ THE NEXT AUDIT RECORD               *
018600*****************************************************************
