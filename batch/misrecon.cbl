000600*              THEN ONE TR TRAILER AS THE LAST RECORD; THE      *
000700*              TRAILER COUNT AND HASH TOTAL MUST MATCH THE SO   *
000800*              RECORDS ACTUALLY ON THE FILE, AND THE HEADER     *
000900*              RUN DATE MUST MATCH THE BUSINESS DATE.  ANY      *
001000*              FAILURE ENDS THE STEP WITH RETURN CODE 16 SO     *
001100*              THE TRANSMISSION STEP NEVER SENDS A BAD FILE.    *
001200*****************************************************************
001592*                     SCHEDULE, SO HELVER CAN PROVE THE NIGHT
001594*                     RAN COMPLETE, ONCE, IN ORDER AND ON ONE
001596*                     BUSINESS DATE.
001609*   2026-10-15 DLH   THE BUSINESS DATE NOW COMES FROM THE
001622*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
001635*                     1050-GET-BUSINESS-DATE) INSTEAD OF THE
001648*                     RUN-DATE PARM, AND THE STEP STOPS RC=16
001661*                     UNLESS THE NIGHT HAS BEEN OPENED BY
001674*                     TXNSWEEP AND NOT YET ROLLED BY DATEROLL.
001687*****************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.     MISRECON.
001900 AUTHOR.         D L HARRIS.
002795         ACCESS MODE    IS RANDOM
002796         RECORD KEY     IS RC-KEY
002797         FILE STATUS    IS WS-RC-STATUS.
002809
002821     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
002833         ORGANIZATION   IS INDEXED
002845         ACCESS MODE    IS RANDOM
002857         RECORD KEY     IS BD-KEY
002869         FILE STATUS    IS WS-BD-STATUS.
002881 DATA DIVISION.
002900 FILE SECTION.
003000 FD  MIS-EXTRACT-FILE
003100     RECORDING MODE IS F.
003295 FD  RUN-CONTROL
003296     RECORDING MODE IS F.
003297     COPY RUNCTL.
003314
003331 FD  BUSINESS-DATE-FILE
003348     RECORDING MODE IS F.
003365     COPY BUSDATE.
003382 WORKING-STORAGE SECTION.
003400*--------------------------------------------------------------*
003500*    SWITCHES                                                  *
003600*--------------------------------------------------------------*
005812     WS-RUN-END-TIME-RAW.
005813     05  WS-RUN-END-TIME          PIC 9(06).
005814     05  FILLER                   PIC 9(02).
005857 01  WS-BD-STATUS                 PIC X(02)   VALUE SPACES.
006700 PROCEDURE DIVISION.
006800*****************************************************************
006900*    0000-MAINLINE                                              *
007000*****************************************************************
008800         STOP RUN
008900     END-IF.
009000
009100     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
009800
009900     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
009999     PERFORM 6800-RECORD-RUN-START THRU 6800-EXIT.
010000 1000-EXIT.
010100     EXIT.
010102*****************************************************************
010104*    1050-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE  *
010106*    BUSINESS-DATE CONTROL RECORD (COPY BUSDATE).  THE NIGHT    *
010108*    MUST HAVE BEEN OPENED BY TXNSWEEP AND NOT YET ROLLED BY    *
010110*    DATEROLL, OR THIS STEP WOULD RUN UNDER THE WRONG DATE.     *
010112*****************************************************************
010114 1050-GET-BUSINESS-DATE.
010116     OPEN INPUT  BUSINESS-DATE-FILE.
010118     IF WS-BD-STATUS NOT = '00'
010120         DISPLAY 'MISRECON - UNABLE TO OPEN BUSDATE, STATUS='
010122             WS-BD-STATUS
010124         MOVE 16 TO RETURN-CODE
010126         STOP RUN
010128     END-IF.
010130     SET BD-CONTROL-RECORD TO TRUE.
010132     READ BUSINESS-DATE-FILE
010134         INVALID KEY
010136             CONTINUE
010138     END-READ.
010140     IF WS-BD-STATUS NOT = '00'
010142         DISPLAY 'MISRECON - NO BUSINESS-DATE RECORD, STATUS='
010144             WS-BD-STATUS
010146         MOVE 16 TO RETURN-CODE
010148         STOP RUN
010150     END-IF.
010152     IF NOT BD-BATCH-IN-PROGRESS
010154         DISPLAY 'MISRECON - NIGHT NOT OPEN, BUSINESS DATE '
010156             BD-CURRENT-DATE
010158         MOVE 16 TO RETURN-CODE
010160         STOP RUN
010162     END-IF.
010164     MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
010166     CLOSE BUSINESS-DATE-FILE.
010168 1050-EXIT.
010170     EXIT.
010200*****************************************************************
010300*    1100-READ-EXTRACT - READ THE NEXT FEED RECORD              *
010400*****************************************************************
019900        AND WS-HEADER-SEEN
020000        AND WS-HDR-RUN-DATE NOT = WS-RUN-DATE
020100         DISPLAY 'MISRECON - HEADER RUN DATE ' WS-HDR-RUN-DATE
020200             ' DOES NOT MATCH BUSINESS DATE ' WS-RUN-DATE
020300         SET WS-RECON-FAILED TO TRUE
020400     END-IF.
020500
