002092*                     SCHEDULE, SO HELVER CAN PROVE THE NIGHT
002094*                     RAN COMPLETE, ONCE, IN ORDER AND ON ONE
002096*                     BUSINESS DATE.
002109*   2026-10-15 DLH   THE BUSINESS DATE NOW COMES FROM THE
002122*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
002135*                     1050-GET-BUSINESS-DATE) INSTEAD OF THE
002148*                     RUN-DATE PARM, AND THE STEP STOPS RC=16
002161*                     UNLESS THE NIGHT HAS BEEN OPENED BY
002174*                     TXNSWEEP AND NOT YET ROLLED BY DATEROLL.
002180*                     THE PARM IS NOW JUST THE ALERT THRESHOLD.
002187*****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.     HELERR.
002400 AUTHOR.         D L HARRIS.
003895         ACCESS MODE    IS RANDOM
003896         RECORD KEY     IS RC-KEY
003897         FILE STATUS    IS WS-RC-STATUS.
003909
003921     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003933         ORGANIZATION   IS INDEXED
003945         ACCESS MODE    IS RANDOM
003957         RECORD KEY     IS BD-KEY
003969         FILE STATUS    IS WS-BD-STATUS.
003981 DATA DIVISION.
004000 FILE SECTION.
004100 FD  ERROR-LOG-FILE
004200     RECORDING MODE IS F.
004795 FD  RUN-CONTROL
004796     RECORDING MODE IS F.
004797     COPY RUNCTL.
004814
004831 FD  BUSINESS-DATE-FILE
004848     RECORDING MODE IS F.
004865     COPY BUSDATE.
004882 WORKING-STORAGE SECTION.
004900*--------------------------------------------------------------*
005000*    SWITCHES                                                  *
005100*--------------------------------------------------------------*
007312     WS-RUN-END-TIME-RAW.
007313     05  WS-RUN-END-TIME          PIC 9(06).
007314     05  FILLER                   PIC 9(02).
007357 01  WS-BD-STATUS                 PIC X(02)   VALUE SPACES.
007400 01  WS-ALERT-THRESHOLD           PIC 9(05)   VALUE ZERO.
007500*--------------------------------------------------------------*
007600*    ACCUMULATION TABLES - BOUNDED, WITH OVERFLOW COUNTS, AS    *
015700     05  RL-THRESHOLD              PIC ZZZ,ZZ9.
015800 LINKAGE SECTION.
015900*--------------------------------------------------------------*
016000*    PARM PASSED ON THE EXEC STATEMENT - THE ALERT THRESHOLD.  *
016100*    THE BUSINESS DATE COMES FROM THE BUSINESS-DATE CONTROL    *
016200*    RECORD.  SEE JCL/HELERR.JCL.                              *
016300*--------------------------------------------------------------*
016400 01  WS-PARM-AREA.
016500     05  WS-PARM-LENGTH            PIC S9(04) COMP.
016800     05  WS-PARM-THRESHOLD         PIC X(05).
016900 PROCEDURE DIVISION USING WS-PARM-AREA.
017000*****************************************************************
019900         STOP RUN
020000     END-IF.
020100
020200     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
020800
020900     IF WS-PARM-LENGTH >= 5
021000        AND WS-PARM-THRESHOLD IS NUMERIC
021100         MOVE WS-PARM-THRESHOLD TO WS-ALERT-THRESHOLD
021200     ELSE
021799     PERFORM 6800-RECORD-RUN-START THRU 6800-EXIT.
021800 1000-EXIT.
021900     EXIT.
021902*****************************************************************
021904*    1050-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE  *
021906*    BUSINESS-DATE CONTROL RECORD (COPY BUSDATE).  THE NIGHT    *
021908*    MUST HAVE BEEN OPENED BY TXNSWEEP AND NOT YET ROLLED BY    *
021910*    DATEROLL, OR THIS STEP WOULD RUN UNDER THE WRONG DATE.     *
021912*****************************************************************
021914 1050-GET-BUSINESS-DATE.
021916     OPEN INPUT  BUSINESS-DATE-FILE.
021918     IF WS-BD-STATUS NOT = '00'
021920         DISPLAY 'HELERR - UNABLE TO OPEN BUSDATE, STATUS='
021922             WS-BD-STATUS
021924         MOVE 16 TO RETURN-CODE
021926         STOP RUN
021928     END-IF.
021930     SET BD-CONTROL-RECORD TO TRUE.
021932     READ BUSINESS-DATE-FILE
021934         INVALID KEY
021936             CONTINUE
021938     END-READ.
021940     IF WS-BD-STATUS NOT = '00'
021942         DISPLAY 'HELERR - NO BUSINESS-DATE RECORD, STATUS='
021944             WS-BD-STATUS
021946         MOVE 16 TO RETURN-CODE
021948         STOP RUN
021950     END-IF.
021952     IF NOT BD-BATCH-IN-PROGRESS
021954         DISPLAY 'HELERR - NIGHT NOT OPEN, BUSINESS DATE '
021956             BD-CURRENT-DATE
021958         MOVE 16 TO RETURN-CODE
021960         STOP RUN
021962     END-IF.
021964     MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
021966     CLOSE BUSINESS-DATE-FILE.
021968 1050-EXIT.
021970     EXIT.
022000*****************************************************************
022100*    1100-READ-ERROR-LOG - READ THE NEXT ERROR RECORD           *
022200*****************************************************************
