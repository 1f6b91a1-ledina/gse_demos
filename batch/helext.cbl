002556*                     SCHEDULE, SO HELVER CAN PROVE THE NIGHT
002567*                     RAN COMPLETE, ONCE, IN ORDER AND ON ONE
002578*                     BUSINESS DATE.
002579*   2026-10-15 DLH   THE BUSINESS DATE NOW COMES FROM THE
002580*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
002581*                     1050-GET-BUSINESS-DATE) INSTEAD OF THE
002582*                     RUN-DATE PARM, AND THE STEP STOPS RC=16
002583*                     UNLESS THE NIGHT HAS BEEN OPENED BY
002584*                     TXNSWEEP AND NOT YET ROLLED BY DATEROLL.
002589*****************************************************************
002600  IDENTIFICATION DIVISION.
002700  PROGRAM-ID.     HELEXT.
004295          ACCESS MODE    IS RANDOM
004296          RECORD KEY     IS RC-KEY
004297          FILE STATUS    IS WS-RC-STATUS.
004309
004321      SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004333          ORGANIZATION   IS INDEXED
004345          ACCESS MODE    IS RANDOM
004357          RECORD KEY     IS BD-KEY
004369          FILE STATUS    IS WS-BD-STATUS.
004381  DATA DIVISION.
004400  FILE SECTION.
004500  FD  SIGNON-LOG-FILE
004600      RECORDING MODE IS F.
005195  FD  RUN-CONTROL
005196      RECORDING MODE IS F.
005197      COPY RUNCTL.
005214
005231  FD  BUSINESS-DATE-FILE
005248      RECORDING MODE IS F.
005265      COPY BUSDATE.
005282  WORKING-STORAGE SECTION.
005300*--------------------------------------------------------------*
005400*    SWITCHES                                                  *
005500*--------------------------------------------------------------*
006912      WS-RUN-END-TIME-RAW.
006913      05  WS-RUN-END-TIME          PIC 9(06).
006914      05  FILLER                   PIC 9(02).
006957  01  WS-BD-STATUS                 PIC X(02)   VALUE SPACES.
007800  PROCEDURE DIVISION.
007900*****************************************************************
008000*    0000-MAINLINE                                              *
008100*****************************************************************
010600          STOP RUN
010700      END-IF.
010800 
010900      PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
011410 
011420      PERFORM 1200-WRITE-HEADER THRU 1200-EXIT.
011500 
011699      PERFORM 6800-RECORD-RUN-START THRU 6800-EXIT.
011700  1000-EXIT.
011800      EXIT.
011802*****************************************************************
011804*    1050-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE  *
011806*    BUSINESS-DATE CONTROL RECORD (COPY BUSDATE).  THE NIGHT    *
011808*    MUST HAVE BEEN OPENED BY TXNSWEEP AND NOT YET ROLLED BY    *
011810*    DATEROLL, OR THIS STEP WOULD RUN UNDER THE WRONG DATE.     *
011812*****************************************************************
011814  1050-GET-BUSINESS-DATE.
011816      OPEN INPUT  BUSINESS-DATE-FILE.
011818      IF WS-BD-STATUS NOT = '00'
011820          DISPLAY 'HELEXT - UNABLE TO OPEN BUSDATE, STATUS='
011822              WS-BD-STATUS
011824          MOVE 16 TO RETURN-CODE
011826          STOP RUN
011828      END-IF.
011830      SET BD-CONTROL-RECORD TO TRUE.
011832      READ BUSINESS-DATE-FILE
011834          INVALID KEY
011836              CONTINUE
011838      END-READ.
011840      IF WS-BD-STATUS NOT = '00'
011842          DISPLAY 'HELEXT - NO BUSINESS-DATE RECORD, STATUS='
011844              WS-BD-STATUS
011846          MOVE 16 TO RETURN-CODE
011848          STOP RUN
011850      END-IF.
011852      IF NOT BD-BATCH-IN-PROGRESS
011854          DISPLAY 'HELEXT - NIGHT NOT OPEN, BUSINESS DATE '
011856              BD-CURRENT-DATE
011858          MOVE 16 TO RETURN-CODE
011860          STOP RUN
011862      END-IF.
011864      MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
011866      CLOSE BUSINESS-DATE-FILE.
011868  1050-EXIT.
011870      EXIT.
011900*****************************************************************
012000*    1100-READ-SIGNON-LOG - READ THE NEXT AUDIT RECORD          *
012100*****************************************************************
