002392*                     SCHEDULE, SO HELVER CAN PROVE THE NIGHT
002394*                     RAN COMPLETE, ONCE, IN ORDER AND ON ONE
002396*                     BUSINESS DATE.
002409*   2026-10-15 DLH   THE BUSINESS DATE NOW COMES FROM THE
002422*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
002435*                     1050-GET-BUSINESS-DATE) INSTEAD OF THE
002448*                     RUN-DATE PARM, AND THE STEP STOPS RC=16
002461*                     UNLESS THE NIGHT HAS BEEN OPENED BY
002474*                     TXNSWEEP AND NOT YET ROLLED BY DATEROLL.
002480*                     THE PARM IS NOW JUST THE RETENTION DAYS.
002487*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.     HELARC.
002700 AUTHOR.         D L HARRIS.
004495         ACCESS MODE    IS RANDOM
004496         RECORD KEY     IS RC-KEY
004497         FILE STATUS    IS WS-RC-STATUS.
004509
004521     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004533         ORGANIZATION   IS INDEXED
004545         ACCESS MODE    IS RANDOM
004557         RECORD KEY     IS BD-KEY
004569         FILE STATUS    IS WS-BD-STATUS.
004581 DATA DIVISION.
004600 FILE SECTION.
004700 FD  SIGNON-LOG-FILE
004800     RECORDING MODE IS F.
005795 FD  RUN-CONTROL
005796     RECORDING MODE IS F.
005797     COPY RUNCTL.
005814
005831 FD  BUSINESS-DATE-FILE
005848     RECORDING MODE IS F.
005865     COPY BUSDATE.
005882 WORKING-STORAGE SECTION.
005900*--------------------------------------------------------------*
006000*    SWITCHES                                                  *
006100*--------------------------------------------------------------*
007712     WS-RUN-END-TIME-RAW.
007713     05  WS-RUN-END-TIME          PIC 9(06).
007714     05  FILLER                   PIC 9(02).
007757 01  WS-BD-STATUS                 PIC X(02)   VALUE SPACES.
007800 01  WS-RETENTION-DAYS            PIC 9(03)   VALUE 30.
007900*--------------------------------------------------------------*
008000*    WS-DATE-SERIAL-WORK - CIVIL-CALENDAR DAY-SERIAL            *
012500     05  RL-BALANCED-TEXT          PIC X(60).
012600 LINKAGE SECTION.
012700*--------------------------------------------------------------*
012800*    PARM PASSED ON THE EXEC STATEMENT - THE RETENTION PERIOD  *
012900*    IN DAYS.  THE BUSINESS DATE COMES FROM THE BUSINESS-DATE  *
013000*    CONTROL RECORD.  SEE JCL/HELARC.JCL.                      *
013100*--------------------------------------------------------------*
013200 01  WS-PARM-AREA.
013300     05  WS-PARM-LENGTH            PIC S9(04) COMP.
013600     05  WS-PARM-RETENTION         PIC X(03).
013700 PROCEDURE DIVISION USING WS-PARM-AREA.
013800*****************************************************************
017500         STOP RUN
017600     END-IF.
017700
017800     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
018400
018500     IF WS-PARM-LENGTH >= 3
018600        AND WS-PARM-RETENTION IS NUMERIC
018700         MOVE WS-PARM-RETENTION TO WS-RETENTION-DAYS
018800     ELSE
019699     PERFORM 6800-RECORD-RUN-START THRU 6800-EXIT.
019700 1000-EXIT.
019800     EXIT.
019802*****************************************************************
019804*    1050-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE  *
019806*    BUSINESS-DATE CONTROL RECORD (COPY BUSDATE).  THE NIGHT    *
019808*    MUST HAVE BEEN OPENED BY TXNSWEEP AND NOT YET ROLLED BY    *
019810*    DATEROLL, OR THIS STEP WOULD RUN UNDER THE WRONG DATE.     *
019812*****************************************************************
019814 1050-GET-BUSINESS-DATE.
019816     OPEN INPUT  BUSINESS-DATE-FILE.
019818     IF WS-BD-STATUS NOT = '00'
019820         DISPLAY 'HELARC - UNABLE TO OPEN BUSDATE, STATUS='
019822             WS-BD-STATUS
019824         MOVE 16 TO RETURN-CODE
019826         STOP RUN
019828     END-IF.
019830     SET BD-CONTROL-RECORD TO TRUE.
019832     READ BUSINESS-DATE-FILE
019834         INVALID KEY
019836             CONTINUE
019838     END-READ.
019840     IF WS-BD-STATUS NOT = '00'
019842         DISPLAY 'HELARC - NO BUSINESS-DATE RECORD, STATUS='
019844             WS-BD-STATUS
019846         MOVE 16 TO RETURN-CODE
019848         STOP RUN
019850     END-IF.
019852     IF NOT BD-BATCH-IN-PROGRESS
019854         DISPLAY 'HELARC - NIGHT NOT OPEN, BUSINESS DATE '
019856             BD-CURRENT-DATE
019858         MOVE 16 TO RETURN-CODE
019860         STOP RUN
019862     END-IF.
019864     MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
019866     CLOSE BUSINESS-DATE-FILE.
019868 1050-EXIT.
019870     EXIT.
019900*****************************************************************
020000*    1100-READ-SIGNON-LOG - READ THE NEXT AUDIT RECORD          *
020100*****************************************************************
