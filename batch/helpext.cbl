002292*                     SCHEDULE, SO HELVER CAN PROVE THE NIGHT
002294*                     RAN COMPLETE, ONCE, IN ORDER AND ON ONE
002296*                     BUSINESS DATE.
002309*   2026-10-15 DLH   THE BUSINESS DATE NOW COMES FROM THE
002322*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
002335*                     1050-GET-BUSINESS-DATE) INSTEAD OF THE
002348*                     RUN-DATE PARM, AND THE STEP STOPS RC=16
002361*                     UNLESS THE NIGHT HAS BEEN OPENED BY
002374*                     TXNSWEEP AND NOT YET ROLLED BY DATEROLL.
002387*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.     HELPEXT.
002600 AUTHOR.         D L HARRIS.
004095         ACCESS MODE    IS RANDOM
004096         RECORD KEY     IS RC-KEY
004097         FILE STATUS    IS WS-RC-STATUS.
004109
004121     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004133         ORGANIZATION   IS INDEXED
004145         ACCESS MODE    IS RANDOM
004157         RECORD KEY     IS BD-KEY
004169         FILE STATUS    IS WS-BD-STATUS.
004181 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CUST-HISTORY
004400     RECORDING MODE IS F.
004995 FD  RUN-CONTROL
004996     RECORDING MODE IS F.
004997     COPY RUNCTL.
005014
005031 FD  BUSINESS-DATE-FILE
005048     RECORDING MODE IS F.
005065     COPY BUSDATE.
005082 WORKING-STORAGE SECTION.
005100*--------------------------------------------------------------*
005200*    SWITCHES                                                  *
005300*--------------------------------------------------------------*
007312     WS-RUN-END-TIME-RAW.
007313     05  WS-RUN-END-TIME          PIC 9(06).
007314     05  FILLER                   PIC 9(02).
007357 01  WS-BD-STATUS                 PIC X(02)   VALUE SPACES.
008200 PROCEDURE DIVISION.
008300*****************************************************************
008400*    0000-MAINLINE                                              *
008500*****************************************************************
011100         STOP RUN
011200     END-IF.
011300
011400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
012100
012200     PERFORM 1200-WRITE-HEADER THRU 1200-EXIT.
012300
012499     PERFORM 6800-RECORD-RUN-START THRU 6800-EXIT.
012500 1000-EXIT.
012600     EXIT.
012602*****************************************************************
012604*    1050-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE  *
012606*    BUSINESS-DATE CONTROL RECORD (COPY BUSDATE).  THE NIGHT    *
012608*    MUST HAVE BEEN OPENED BY TXNSWEEP AND NOT YET ROLLED BY    *
012610*    DATEROLL, OR THIS STEP WOULD RUN UNDER THE WRONG DATE.     *
012612*****************************************************************
012614 1050-GET-BUSINESS-DATE.
012616     OPEN INPUT  BUSINESS-DATE-FILE.
012618     IF WS-BD-STATUS NOT = '00'
012620         DISPLAY 'HELPEXT - UNABLE TO OPEN BUSDATE, STATUS='
012622             WS-BD-STATUS
012624         MOVE 16 TO RETURN-CODE
012626         STOP RUN
012628     END-IF.
012630     SET BD-CONTROL-RECORD TO TRUE.
012632     READ BUSINESS-DATE-FILE
012634         INVALID KEY
012636             CONTINUE
012638     END-READ.
012640     IF WS-BD-STATUS NOT = '00'
012642         DISPLAY 'HELPEXT - NO BUSINESS-DATE RECORD, STATUS='
012644             WS-BD-STATUS
012646         MOVE 16 TO RETURN-CODE
012648         STOP RUN
012650     END-IF.
012652     IF NOT BD-BATCH-IN-PROGRESS
012654         DISPLAY 'HELPEXT - NIGHT NOT OPEN, BUSINESS DATE '
012656             BD-CURRENT-DATE
012658         MOVE 16 TO RETURN-CODE
012660         STOP RUN
012662     END-IF.
012664     MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
012666     CLOSE BUSINESS-DATE-FILE.
012668 1050-EXIT.
012670     EXIT.
012700*****************************************************************
012800*    1100-READ-HISTORY - READ THE NEXT MOVEMENT-HISTORY RECORD  *
012900*****************************************************************
