000600*              RECORDS, THEN ONE TR TRAILER AS THE LAST         *
000700*              RECORD; THE TRAILER COUNT AND AMOUNT HASH MUST   *
000800*              MATCH THE PD RECORDS ACTUALLY ON THE FILE, AND   *
000900*              THE HEADER RUN DATE MUST MATCH THE BUSINESS      *
001000*              DATE.  ANY FAILURE ENDS THE STEP WITH RETURN     *
001100*              CODE 16 SO THE TRANSMISSION STEP NEVER SENDS A   *
001200*              BAD FILE - THE FINANCIAL FEED IS PROVEN BEFORE   *
001300*              IT LEAVES THE BUILDING, AS THE SIGN-ON FEED      *
002192*                     SCHEDULE, SO HELVER CAN PROVE THE NIGHT
002194*                     RAN COMPLETE, ONCE, IN ORDER AND ON ONE
002196*                     BUSINESS DATE.
002209*   2026-10-15 DLH   THE BUSINESS DATE NOW COMES FROM THE
002222*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
002235*                     1050-GET-BUSINESS-DATE) INSTEAD OF THE
002248*                     RUN-DATE PARM, AND THE STEP STOPS RC=16
002261*                     UNLESS THE NIGHT HAS BEEN OPENED BY
002274*                     TXNSWEEP AND NOT YET ROLLED BY DATEROLL.
002287*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.     MISPRECN.
002500 AUTHOR.         D L HARRIS.
003395         ACCESS MODE    IS RANDOM
003396         RECORD KEY     IS RC-KEY
003397         FILE STATUS    IS WS-RC-STATUS.
003409
003421     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
003433         ORGANIZATION   IS INDEXED
003445         ACCESS MODE    IS RANDOM
003457         RECORD KEY     IS BD-KEY
003469         FILE STATUS    IS WS-BD-STATUS.
003481 DATA DIVISION.
003500 FILE SECTION.
003600 FD  MIS-EXTRACT-FILE
003700     RECORDING MODE IS F.
003895 FD  RUN-CONTROL
003896     RECORDING MODE IS F.
003897     COPY RUNCTL.
003914
003931 FD  BUSINESS-DATE-FILE
003948     RECORDING MODE IS F.
003965     COPY BUSDATE.
003982 WORKING-STORAGE SECTION.
004000*--------------------------------------------------------------*
004100*    SWITCHES                                                  *
004200*--------------------------------------------------------------*
006412     WS-RUN-END-TIME-RAW.
006413     05  WS-RUN-END-TIME          PIC 9(06).
006414     05  FILLER                   PIC 9(02).
006457 01  WS-BD-STATUS                 PIC X(02)   VALUE SPACES.
007300 PROCEDURE DIVISION.
007400*****************************************************************
007500*    0000-MAINLINE                                              *
007600*****************************************************************
009400         STOP RUN
009500     END-IF.
009600
009700     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
010400
010500     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
010599     PERFORM 6800-RECORD-RUN-START THRU 6800-EXIT.
010600 1000-EXIT.
010700     EXIT.
010702*****************************************************************
010704*    1050-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE  *
010706*    BUSINESS-DATE CONTROL RECORD (COPY BUSDATE).  THE NIGHT    *
010708*    MUST HAVE BEEN OPENED BY TXNSWEEP AND NOT YET ROLLED BY    *
010710*    DATEROLL, OR THIS STEP WOULD RUN UNDER THE WRONG DATE.     *
010712*****************************************************************
010714 1050-GET-BUSINESS-DATE.
010716     OPEN INPUT  BUSINESS-DATE-FILE.
010718     IF WS-BD-STATUS NOT = '00'
010720         DISPLAY 'MISPRECN - UNABLE TO OPEN BUSDATE, STATUS='
010722             WS-BD-STATUS
010724         MOVE 16 TO RETURN-CODE
010726         STOP RUN
010728     END-IF.
010730     SET BD-CONTROL-RECORD TO TRUE.
010732     READ BUSINESS-DATE-FILE
010734         INVALID KEY
010736             CONTINUE
010738     END-READ.
010740     IF WS-BD-STATUS NOT = '00'
010742         DISPLAY 'MISPRECN - NO BUSINESS-DATE RECORD, STATUS='
010744             WS-BD-STATUS
010746         MOVE 16 TO RETURN-CODE
010748         STOP RUN
010750     END-IF.
010752     IF NOT BD-BATCH-IN-PROGRESS
010754         DISPLAY 'MISPRECN - NIGHT NOT OPEN, BUSINESS DATE '
010756             BD-CURRENT-DATE
010758         MOVE 16 TO RETURN-CODE
010760         STOP RUN
010762     END-IF.
010764     MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
010766     CLOSE BUSINESS-DATE-FILE.
010768 1050-EXIT.
010770     EXIT.
010800*****************************************************************
010900*    1100-READ-EXTRACT - READ THE NEXT FEED RECORD              *
011000*****************************************************************
020700        AND WS-HEADER-SEEN
020800        AND WS-HDR-RUN-DATE NOT = WS-RUN-DATE
020900         DISPLAY 'MISPRECN - HEADER RUN DATE ' WS-HDR-RUN-DATE
021000             ' DOES NOT MATCH BUSINESS DATE ' WS-RUN-DATE
021100         SET WS-RECON-FAILED TO TRUE
021200     END-IF.
021300
