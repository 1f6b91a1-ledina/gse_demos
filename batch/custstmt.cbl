002800*                     HISTORY FILE AND THE MASTER SHOWS UP IN
002900*                     THE CARRIED-FORWARD PROOF INSTEAD OF
003000*                     BEING PAPERED OVER.
003012*   2026-10-15 DLH   CLOSED ACCOUNTS.  A CUSTOMER CLOSED ON OR
003024*                     BEFORE THE PERIOD END GETS ONE LAST
003036*                     STATEMENT MARKED AS THE FINAL STATEMENT;
003048*                     ONE CLOSED BEFORE THE PERIOD START HAS HAD
003060*                     ITS FINAL STATEMENT AND IS SKIPPED (COUNTED
003072*                     IN THE SUMMARY).  THE SINGLE-CUSTOMER MODE
003084*                     STILL PRINTS ON DEMAND WHATEVER THE STATUS.
003087*   2026-10-15 DLH   REVERSALS.  A MOVEMENT REVERSED FROM THE
003090*                     CUSTOMER ENQUIRY IS MARKED REVERSED ON ITS
003093*                     DETAIL LINE AND THE CONTRA MOVEMENT THAT
003096*                     REVERSES IT IS MARKED REVERSAL.
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.     CUSTSTMT.
009300     05  WS-CUSTOMERS-MATCHED     PIC 9(07)   COMP     VALUE ZERO.
009400     05  WS-CUSTOMERS-UNMATCHED   PIC 9(07)   COMP     VALUE ZERO.
009500     05  WS-POST-PERIOD-MOVES     PIC 9(07)   COMP     VALUE ZERO.
009533     05  WS-FINAL-STATEMENTS      PIC 9(07)   COMP     VALUE ZERO.
009566     05  WS-CLOSED-SKIPPED        PIC 9(07)   COMP     VALUE ZERO.
009600*--------------------------------------------------------------*
009700*    STATEMENT PERIOD AND PER-CUSTOMER WORK AREAS              *
009800*--------------------------------------------------------------*
012800     05  RL-CUST-ID                PIC X(06).
012900     05  FILLER                    PIC X(02)   VALUE SPACES.
013000     05  RL-CUST-NAME              PIC X(30).
013016 01  WS-FINAL-LINE.
013032     05  FILLER                    PIC X(01)   VALUE SPACE.
013048     05  FILLER                    PIC X(40)   VALUE
013064         'FINAL STATEMENT - ACCOUNT CLOSED ON'.
013080     05  RL-CLOSED-DATE            PIC 9(08).
013100 01  WS-BF-LINE.
013200     05  FILLER                    PIC X(01)   VALUE SPACE.
013300     05  FILLER                    PIC X(24)   VALUE
014000         'DATE      SEQ   TP           AMOUNT  REFERENCE'.
014100     05  FILLER                    PIC X(20)   VALUE
014110         '             BALANCE'.
014140     05  FILLER                    PIC X(09)   VALUE
014170         '   MARKER'.
014200 01  WS-DETAIL-LINE.
014300     05  FILLER                    PIC X(01)   VALUE SPACE.
014400     05  RL-DET-DATE               PIC 9(08).
015200     05  RL-DET-REF                PIC X(12).
015300     05  FILLER                    PIC X(01)   VALUE SPACE.
015400     05  RL-DET-BALANCE            PIC ----,---,---,--9.99.
015433     05  FILLER                    PIC X(02)   VALUE SPACES.
015466     05  RL-DET-MARK               PIC X(08).
015500 01  WS-CF-LINE.
015600     05  FILLER                    PIC X(01)   VALUE SPACE.
015700     05  FILLER                    PIC X(24)   VALUE
027700     EXIT.
027800*****************************************************************
027900*    2000-PROCESS-CUSTOMERS - STATEMENT FOR ONE CUSTOMER, THEN  *
028000*    STEP TO THE NEXT.  A CUSTOMER CLOSED BEFORE THE PERIOD     *
028050*    STARTED HAD ITS FINAL STATEMENT LAST TIME AND IS SKIPPED   *
028100*****************************************************************
028200 2000-PROCESS-CUSTOMERS.
028300     IF CM-STATUS-CLOSED
028314        AND CM-STATUS-DATE IS NUMERIC
028328        AND CM-STATUS-DATE < WS-PERIOD-START
028342         ADD 1 TO WS-CLOSED-SKIPPED
028356     ELSE
028370         PERFORM 3000-STATEMENT-ONE-CUSTOMER THRU 3000-EXIT
028384     END-IF.
028400     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
028500 2000-EXIT.
028600     EXIT.
040700     MOVE CM-CUSTOMER-NAME TO RL-CUST-NAME.
040800     MOVE WS-CUST-LINE     TO STMT-RECORD.
040900     WRITE STMT-RECORD.
040911     IF CM-STATUS-CLOSED
040922        AND CM-STATUS-DATE IS NUMERIC
040933        AND CM-STATUS-DATE NOT > WS-PERIOD-END
040944         MOVE CM-STATUS-DATE   TO RL-CLOSED-DATE
040955         MOVE WS-FINAL-LINE    TO STMT-RECORD
040966         WRITE STMT-RECORD
040977         ADD 1 TO WS-FINAL-STATEMENTS
040988     END-IF.
041000     MOVE WS-COLHDG-LINE   TO STMT-RECORD.
041100     WRITE STMT-RECORD.
041200 3400-EXIT.
043300     MOVE CH-AMOUNT      TO RL-DET-AMOUNT.
043400     MOVE CH-REFERENCE   TO RL-DET-REF.
043500     MOVE CH-NEW-BALANCE TO RL-DET-BALANCE.
043511     EVALUATE TRUE
043522         WHEN CH-REVERSED
043533             MOVE 'REVERSED' TO RL-DET-MARK
043544         WHEN CH-REVERSAL
043555             MOVE 'REVERSAL' TO RL-DET-MARK
043566         WHEN OTHER
043577             MOVE SPACES     TO RL-DET-MARK
043588     END-EVALUATE.
043600     MOVE WS-DETAIL-LINE TO STMT-RECORD.
043700     WRITE STMT-RECORD.
043800 3500-EXIT.
048700     MOVE WS-POST-PERIOD-MOVES      TO RL-COUNT.
048800     MOVE WS-COUNT-LINE             TO STMT-RECORD.
048900     WRITE STMT-RECORD.
048909
048918     MOVE 'FINAL STATEMENTS (CLOSED)' TO RL-COUNT-DESC.
048927     MOVE WS-FINAL-STATEMENTS       TO RL-COUNT.
048936     MOVE WS-COUNT-LINE             TO STMT-RECORD.
048945     WRITE STMT-RECORD.
048954
048963     MOVE 'CLOSED EARLIER - SKIPPED' TO RL-COUNT-DESC.
048972     MOVE WS-CLOSED-SKIPPED         TO RL-COUNT.
048981     MOVE WS-COUNT-LINE             TO STMT-RECORD.
048990     WRITE STMT-RECORD.
049000
049100     MOVE WS-BLANK-LINE    TO STMT-RECORD.
049200     WRITE STMT-RECORD.
052200         WS-CUSTOMERS-UNMATCHED.
052300     DISPLAY 'CUSTSTMT - AFTER PERIOD      = '
052400         WS-POST-PERIOD-MOVES.
052420     DISPLAY 'CUSTSTMT - FINAL STATEMENTS  = '
052440         WS-FINAL-STATEMENTS.
052460     DISPLAY 'CUSTSTMT - CLOSED, SKIPPED   = '
052480         WS-CLOSED-SKIPPED.
052500     IF WS-CUSTOMERS-UNMATCHED > ZERO
052600         DISPLAY 'CUSTSTMT - CARRIED-FORWARD MISMATCHES - '
052700             'SEE STATEMENTS'
