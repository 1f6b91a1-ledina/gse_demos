003552*                     SCHEDULE, SO HELVER CAN PROVE THE NIGHT
003560*                     RAN COMPLETE, ONCE, IN ORDER AND ON ONE
003568*                     BUSINESS DATE.
003570*   2026-10-15 DLH   SUSPENSE CORRECTION.  EVERY REJECT AND
003571*                     OVER-LIMIT RECORD NOW CARRIES A REASON
003572*                     CODE IN PT-REJECT-REASON (NF, BT, BA, WD,
003573*                     OL) FOR THE SUSLOAD SUSPENSE LOAD.  A
003574*                     DEBIT REPOSTED FROM SUSPENSE WITH
003575*                     PT-LIMIT-OVERRIDE SET HAS BEEN APPROVED
003576*                     PAST THE CREDIT LIMIT BY A SUPERVISOR AND
003577*                     SKIPS THE LIMIT CHECK; THESE ARE COUNTED
003578*                     AND REPORTED AS LIMIT OVERRIDES.
003579*   2026-10-15 DLH   MONTH-END CHARGES.  A DEBIT MARKED AS A
003580*                     BANK CHARGE (PT-CHARGE-POSTING, FROM
003581*                     CUSTINT VIA TXNSWEEP) POSTS WHATEVER THE
003582*                     CREDIT LIMIT AND IS COUNTED SEPARATELY.
003584*   2026-10-15 DLH   ACCOUNT STATUS.  A MOVEMENT FOR A CLOSED
003586*                     ACCOUNT, OR FOR A BLOCKED ONE OTHER THAN A
003588*                     MONTH-END BANK CHARGE, GOES TO THE REJECTS
003590*                     FILE WITH REASON AS AND ITS OWN REPORT
003592*                     COUNT INSTEAD OF POSTING.
003601*   2026-10-15 DLH   REVERSALS.  A CONTRA MOVEMENT KEYED BY A
003610*                     SUPERVISOR ON CUSTENQ (PT-REVERSAL-POSTING)
003619*                     POSTS WHATEVER THE CREDIT LIMIT AND ON A
003628*                     BLOCKED ACCOUNT, IS COUNTED AND REPORTED
003637*                     SEPARATELY, AND ITS HISTORY RECORD IS MARKED
003646*                     AS A REVERSAL SO IT CANNOT ITSELF BE
003655*                     REVERSED.
003656*   2026-10-15 DLH   GL JOURNAL.  THE FINAL CHECKPOINT NOW ALSO
003657*                     CARRIES THE CLOSING BALANCE TOTAL, SO THE
003658*                     GLJRNL STEP CAN PROVE ITS NET MOVEMENT
003659*                     AGAINST CLOSING MINUS OPENING.
003660*   2026-10-15 DLH   THE BUSINESS DATE NOW COMES FROM THE
003661*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
003662*                     1050-GET-BUSINESS-DATE) INSTEAD OF THE
003663*                     RUN-DATE PARM, AND THE STEP STOPS RC=16
003664*                     UNLESS THE NIGHT HAS BEEN OPENED BY
003665*                     TXNSWEEP AND NOT YET ROLLED BY DATEROLL.
003667*                     THE PARM IS NOW JUST 'R' FOR A RESTART.
003669*****************************************************************
003673 IDENTIFICATION DIVISION.
003682 PROGRAM-ID.     HELPOST.
003700 AUTHOR.         D L HARRIS.
003800 INSTALLATION.   GSE UK.
003900 DATE-WRITTEN.   2026-08-23.
006395         ACCESS MODE    IS RANDOM
006396         RECORD KEY     IS RC-KEY
006397         FILE STATUS    IS WS-RC-STATUS.
006409
006421     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006433         ORGANIZATION   IS INDEXED
006445         ACCESS MODE    IS RANDOM
006457         RECORD KEY     IS BD-KEY
006469         FILE STATUS    IS WS-BD-STATUS.
006481 DATA DIVISION.
006500 FILE SECTION.
006600 FD  POSTING-FILE
006700     RECORDING MODE IS F.
008495 FD  RUN-CONTROL
008496     RECORDING MODE IS F.
008497     COPY RUNCTL.
008514
008531 FD  BUSINESS-DATE-FILE
008548     RECORDING MODE IS F.
008565     COPY BUSDATE.
008582 WORKING-STORAGE SECTION.
008600*--------------------------------------------------------------*
008700*    SWITCHES                                                  *
008800*--------------------------------------------------------------*
011200     05  WS-REJ-BAD-TYPE          PIC 9(07)   COMP     VALUE ZERO.
011300     05  WS-REJ-BAD-AMOUNT        PIC 9(07)   COMP     VALUE ZERO.
011400     05  WS-REJ-WRONG-DATE        PIC 9(07)   COMP     VALUE ZERO.
011405     05  WS-REJ-ACCT-STATUS       PIC 9(07)   COMP     VALUE ZERO.
011410     05  WS-RECORDS-OVERLIMIT     PIC 9(07)   COMP     VALUE ZERO.
011500     05  WS-HISTORY-WRITTEN       PIC 9(07)   COMP     VALUE ZERO.
011510     05  WS-OVERRIDES-POSTED      PIC 9(07)   COMP     VALUE ZERO.
011555     05  WS-CHARGES-POSTED        PIC 9(07)   COMP     VALUE ZERO.
011577     05  WS-REVERSALS-POSTED      PIC 9(07)   COMP     VALUE ZERO.
011600     05  WS-HIST-SEQ              PIC 9(05)   COMP     VALUE ZERO.
011610     05  WS-RESTART-SKIP          PIC 9(07)   COMP     VALUE ZERO.
011620     05  WS-SKIP-IX               PIC 9(07)   COMP     VALUE ZERO.
012310     05  WS-OVERLIMIT-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
012320     05  WS-PROSPECT-BALANCE      PIC S9(11)V99 COMP-3 VALUE ZERO.
012330     05  WS-LIMIT-FLOOR           PIC S9(11)V99 COMP-3 VALUE ZERO.
012340     05  WS-OVERRIDE-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
012370     05  WS-CHARGE-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
012385     05  WS-REVERSAL-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
012400     05  WS-OPENING-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
012500     05  WS-CLOSING-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
012600     05  WS-EXPECTED-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
012712     WS-RUN-END-TIME-RAW.
012713     05  WS-RUN-END-TIME          PIC 9(06).
012714     05  FILLER                   PIC 9(02).
012757 01  WS-BD-STATUS                 PIC X(02)   VALUE SPACES.
012800*--------------------------------------------------------------*
012900*    REPORT LINES                                              *
013000*--------------------------------------------------------------*
015700     05  RL-BALANCED-TEXT          PIC X(60).
015800 LINKAGE SECTION.
015900*--------------------------------------------------------------*
016000*    PARM PASSED ON THE EXEC STATEMENT - 'R' TO RESTART A      *
016100*    FAILED RUN FROM ITS LAST CHECKPOINT.  THE BUSINESS DATE   *
016110*    COMES FROM THE BUSINESS-DATE CONTROL RECORD.              *
016200*    SEE JCL/HELPOST.JCL.                                      *
016210*--------------------------------------------------------------*
016300 01  WS-PARM-AREA.
016400     05  WS-PARM-LENGTH            PIC S9(04) COMP.
016520     05  WS-PARM-RESTART           PIC X(01).
016600 PROCEDURE DIVISION USING WS-PARM-AREA.
016700*****************************************************************
019700         STOP RUN
019800     END-IF.
019900
020000     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
020030     IF WS-PARM-LENGTH >= 1
020035      AND WS-PARM-RESTART = 'R'
020040         SET WS-RESTART-RUN TO TRUE
020045         DISPLAY 'HELPOST - RESTART REQUESTED, RESUMING FROM '
023599     PERFORM 6800-RECORD-RUN-START THRU 6800-EXIT.
023600 1000-EXIT.
023700     EXIT.
023701*****************************************************************
023702*    1050-GET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE  *
023703*    BUSINESS-DATE CONTROL RECORD (COPY BUSDATE).  THE NIGHT    *
023704*    MUST HAVE BEEN OPENED BY TXNSWEEP AND NOT YET ROLLED BY    *
023705*    DATEROLL, OR THIS STEP WOULD RUN UNDER THE WRONG DATE.     *
023706*****************************************************************
023707 1050-GET-BUSINESS-DATE.
023708     OPEN INPUT  BUSINESS-DATE-FILE.
023709     IF WS-BD-STATUS NOT = '00'
023710         DISPLAY 'HELPOST - UNABLE TO OPEN BUSDATE, STATUS='
023711             WS-BD-STATUS
023712         MOVE 16 TO RETURN-CODE
023713         STOP RUN
023714     END-IF.
023715     SET BD-CONTROL-RECORD TO TRUE.
023716     READ BUSINESS-DATE-FILE
023717         INVALID KEY
023718             CONTINUE
023719     END-READ.
023720     IF WS-BD-STATUS NOT = '00'
023721         DISPLAY 'HELPOST - NO BUSINESS-DATE RECORD, STATUS='
023722             WS-BD-STATUS
023723         MOVE 16 TO RETURN-CODE
023724         STOP RUN
023725     END-IF.
023726     IF NOT BD-BATCH-IN-PROGRESS
023727         DISPLAY 'HELPOST - NIGHT NOT OPEN, BUSINESS DATE '
023728             BD-CURRENT-DATE
023729         MOVE 16 TO RETURN-CODE
023730         STOP RUN
023731     END-IF.
023732     MOVE BD-CURRENT-DATE TO WS-RUN-DATE.
023733     CLOSE BUSINESS-DATE-FILE.
023734 1050-EXIT.
023735     EXIT.
023736*****************************************************************
023737*    1200-SKIP-APPLIED - ON A RESTART, STEP PAST THE MOVEMENTS  *
023738*    THE FAILED RUN ALREADY APPLIED.  THE PRIMING READ LEFT     *
023740*    MOVEMENT 1 IN THE RECORD AREA, SO CK-RECORDS-READ FURTHER  *
023750*    READS LEAVE THE FIRST UNAPPLIED MOVEMENT THERE.            *
023760*****************************************************************
027456     MOVE CK-REJ-BAD-TYPE      TO WS-REJ-BAD-TYPE.
027458     MOVE CK-REJ-BAD-AMOUNT    TO WS-REJ-BAD-AMOUNT.
027460     MOVE CK-REJ-WRONG-DATE    TO WS-REJ-WRONG-DATE.
027461     MOVE CK-REJ-ACCT-STATUS   TO WS-REJ-ACCT-STATUS.
027462     MOVE CK-RECORDS-OVERLIMIT TO WS-RECORDS-OVERLIMIT.
027464     MOVE CK-HISTORY-WRITTEN   TO WS-HISTORY-WRITTEN.
027465     MOVE CK-OVERRIDES-POSTED  TO WS-OVERRIDES-POSTED.
027466     MOVE CK-CHARGES-POSTED    TO WS-CHARGES-POSTED.
027467     MOVE CK-REVERSALS-POSTED  TO WS-REVERSALS-POSTED.
027468     MOVE CK-DEBIT-AMOUNT      TO WS-DEBIT-AMOUNT.
027469     MOVE CK-CREDIT-AMOUNT     TO WS-CREDIT-AMOUNT.
027470     MOVE CK-OVERLIMIT-AMOUNT  TO WS-OVERLIMIT-AMOUNT.
027471     MOVE CK-OVERRIDE-AMOUNT   TO WS-OVERRIDE-AMOUNT.
027472     MOVE CK-CHARGE-AMOUNT     TO WS-CHARGE-AMOUNT.
027473     MOVE CK-REVERSAL-AMOUNT   TO WS-REVERSAL-AMOUNT.
027474     MOVE CK-OPENING-TOTAL     TO WS-OPENING-TOTAL.
027475 1600-EXIT.
027476     EXIT.
027488*****************************************************************
027500*    2000-PROCESS-POSTINGS - VALIDATE AND APPLY ONE MOVEMENT    *
028000     EVALUATE TRUE
028100         WHEN PT-TXN-DATE NOT = WS-RUN-DATE
028200             ADD 1 TO WS-REJ-WRONG-DATE
028250             MOVE 'WD' TO PT-REJECT-REASON
028300             PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
028400         WHEN NOT PT-DEBIT AND NOT PT-CREDIT
028500             ADD 1 TO WS-REJ-BAD-TYPE
028550             MOVE 'BT' TO PT-REJECT-REASON
028600             PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
028700         WHEN PT-AMOUNT NOT NUMERIC
028800             ADD 1 TO WS-REJ-BAD-AMOUNT
028850             MOVE 'BA' TO PT-REJECT-REASON
028900             PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
029000         WHEN OTHER
029100             PERFORM 2200-APPLY-MOVEMENT THRU 2200-EXIT
030400     READ CUSTOMER-MASTER
030500         INVALID KEY
030600             ADD 1 TO WS-REJ-NOT-FOUND
030650             MOVE 'NF' TO PT-REJECT-REASON
030700             PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
030800             GO TO 2200-EXIT
030900     END-READ.
030909
030918*    NOTHING POSTS TO A CLOSED ACCOUNT.  A BLOCKED ACCOUNT TAKES
030927*    NO MOVEMENTS EXCEPT THE MONTH-END BANK CHARGES IT STILL OWES
030931*    AND SUPERVISOR REVERSALS CORRECTING ITS HISTORY
030936     IF CM-STATUS-CLOSED
030945      OR (CM-STATUS-BLOCKED AND NOT PT-CHARGE-POSTING
030949                             AND NOT PT-REVERSAL-POSTING)
030954         ADD 1 TO WS-REJ-ACCT-STATUS
030963         MOVE 'AS' TO PT-REJECT-REASON
030972         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
030981         GO TO 2200-EXIT
030990     END-IF.
031000
031002*    A SUPERVISOR-APPROVED REPOST FROM SUSPENSE HAS ALREADY
031004*    BEEN CLEARED PAST THE LIMIT AND A MONTH-END BANK CHARGE
031007*    IS OWED WHATEVER THE LIMIT, AS IS A SUPERVISOR REVERSAL -
031008*    NONE OF THESE IS HELD
031010     IF PT-DEBIT
031020      AND CM-CREDIT-LIMIT NUMERIC
031030      AND CM-CREDIT-LIMIT > ZERO
031035      AND NOT PT-OVERRIDE-LIMIT
031037      AND NOT PT-CHARGE-POSTING
031038      AND NOT PT-REVERSAL-POSTING
031040         COMPUTE WS-PROSPECT-BALANCE = CM-BALANCE - PT-AMOUNT
031050         COMPUTE WS-LIMIT-FLOOR = ZERO - CM-CREDIT-LIMIT
031060         IF WS-PROSPECT-BALANCE < WS-LIMIT-FLOOR
031700         ADD 1 TO WS-DEBITS-POSTED
031800         ADD PT-AMOUNT TO WS-DEBIT-AMOUNT
031900     END-IF.
031910     IF PT-OVERRIDE-LIMIT
031920         ADD 1 TO WS-OVERRIDES-POSTED
031930         ADD PT-AMOUNT TO WS-OVERRIDE-AMOUNT
031940     END-IF.
031952     IF PT-CHARGE-POSTING
031964         ADD 1 TO WS-CHARGES-POSTED
031976         ADD PT-AMOUNT TO WS-CHARGE-AMOUNT
031988     END-IF.
031990     IF PT-REVERSAL-POSTING
031992         ADD 1 TO WS-REVERSALS-POSTED
031994         ADD PT-AMOUNT TO WS-REVERSAL-AMOUNT
031996     END-IF.
032000
032100     REWRITE CM-RECORD.
032200     IF WS-CM-STATUS NOT = '00'
034400     MOVE PT-AMOUNT      TO CH-AMOUNT.
034500     MOVE PT-REFERENCE   TO CH-REFERENCE.
034600     MOVE CM-BALANCE     TO CH-NEW-BALANCE.
034625     IF PT-REVERSAL-POSTING
034650         SET CH-REVERSAL     TO TRUE
034675     END-IF.
034700
034800     MOVE 'N' TO WS-HIST-WRITTEN-SW.
034900     MOVE 1   TO WS-HIST-SEQ.
037900 2350-EXIT.
038000     EXIT.
038100*****************************************************************
038110*    2600-WRITE-OVERLIMIT - COPY THE DEBIT, REASON OL, TO THE   *
038120*    OVER-LIMIT SUSPENSE FILE FOR CREDIT CONTROL TO REVIEW.     *
038130*    THE CUSTOMER'S BALANCE IS NOT TOUCHED.                     *
038140*****************************************************************
038150 2600-WRITE-OVERLIMIT.
038155     MOVE 'OL' TO PT-REJECT-REASON.
038160     MOVE PT-RECORD TO OL-RECORD.
038170     WRITE OL-RECORD.
038180     IF WS-OL-STATUS NOT = '00'
038196 2600-EXIT.
038198     EXIT.
038199*****************************************************************
038200*    2500-WRITE-REJECT - COPY THE MOVEMENT, WITH THE REASON     *
038300*    CODE THE CALLER SET, TO THE REJECTS FILE                   *
038400*****************************************************************
038500 2500-WRITE-REJECT.
038600     MOVE PT-RECORD TO RJ-RECORD.
039798     MOVE WS-REJ-BAD-TYPE      TO CK-REJ-BAD-TYPE.
039800     MOVE WS-REJ-BAD-AMOUNT    TO CK-REJ-BAD-AMOUNT.
039802     MOVE WS-REJ-WRONG-DATE    TO CK-REJ-WRONG-DATE.
039803     MOVE WS-REJ-ACCT-STATUS   TO CK-REJ-ACCT-STATUS.
039804     MOVE WS-RECORDS-OVERLIMIT TO CK-RECORDS-OVERLIMIT.
039806     MOVE WS-HISTORY-WRITTEN   TO CK-HISTORY-WRITTEN.
039807     MOVE WS-OVERRIDES-POSTED  TO CK-OVERRIDES-POSTED.
039808     MOVE WS-CHARGES-POSTED    TO CK-CHARGES-POSTED.
039809     MOVE WS-REVERSALS-POSTED  TO CK-REVERSALS-POSTED.
039810     MOVE WS-DEBIT-AMOUNT      TO CK-DEBIT-AMOUNT.
039811     MOVE WS-CREDIT-AMOUNT     TO CK-CREDIT-AMOUNT.
039812     MOVE WS-OVERLIMIT-AMOUNT  TO CK-OVERLIMIT-AMOUNT.
039813     MOVE WS-OVERRIDE-AMOUNT   TO CK-OVERRIDE-AMOUNT.
039814     MOVE WS-CHARGE-AMOUNT     TO CK-CHARGE-AMOUNT.
039815     MOVE WS-REVERSAL-AMOUNT   TO CK-REVERSAL-AMOUNT.
039816     MOVE WS-OPENING-TOTAL     TO CK-OPENING-TOTAL.
039817     MOVE WS-CLOSING-TOTAL     TO CK-CLOSING-TOTAL.
039818
039819     WRITE CK-RECORD.
039820     IF WS-CP-STATUS NOT = '00'
039822         DISPLAY 'HELPOST - WRITE FAILED ON CHECKPOINT, STATUS='
039824             WS-CP-STATUS
045700     MOVE ZERO                   TO RL-COUNT-AMOUNT.
045800     MOVE WS-COUNT-LINE          TO RPT-RECORD.
045900     WRITE RPT-RECORD.
045916     MOVE 'REJECTED - ACCT STATUS' TO RL-COUNT-DESC.
045932     MOVE WS-REJ-ACCT-STATUS     TO RL-COUNT.
045948     MOVE ZERO                   TO RL-COUNT-AMOUNT.
045964     MOVE WS-COUNT-LINE          TO RPT-RECORD.
045980     WRITE RPT-RECORD.
046000
046010     MOVE WS-BLANK-LINE    TO RPT-RECORD.
046020     WRITE RPT-RECORD.
046070     MOVE WS-OVERLIMIT-AMOUNT    TO RL-COUNT-AMOUNT.
046080     MOVE WS-COUNT-LINE          TO RPT-RECORD.
046090     WRITE RPT-RECORD.
046091     MOVE 'POSTED - LIMIT OVERRIDE' TO RL-COUNT-DESC.
046092     MOVE WS-OVERRIDES-POSTED    TO RL-COUNT.
046093     MOVE WS-OVERRIDE-AMOUNT     TO RL-COUNT-AMOUNT.
046094     MOVE WS-COUNT-LINE          TO RPT-RECORD.
046095     WRITE RPT-RECORD.
046108     MOVE 'POSTED - BANK CHARGES' TO RL-COUNT-DESC.
046121     MOVE WS-CHARGES-POSTED      TO RL-COUNT.
046134     MOVE WS-CHARGE-AMOUNT       TO RL-COUNT-AMOUNT.
046147     MOVE WS-COUNT-LINE          TO RPT-RECORD.
046160     WRITE RPT-RECORD.
046162     MOVE 'POSTED - REVERSALS'   TO RL-COUNT-DESC.
046164     MOVE WS-REVERSALS-POSTED    TO RL-COUNT.
046166     MOVE WS-REVERSAL-AMOUNT     TO RL-COUNT-AMOUNT.
046168     MOVE WS-COUNT-LINE          TO RPT-RECORD.
046170     WRITE RPT-RECORD.
046173
046186     MOVE WS-BLANK-LINE    TO RPT-RECORD.
046200     WRITE RPT-RECORD.
046300
046400     MOVE 'OPENING BALANCE TOTAL' TO RL-TOTAL-DESC.
051100     DISPLAY 'HELPOST -   BAD TXN TYPE     = ' WS-REJ-BAD-TYPE.
051200     DISPLAY 'HELPOST -   BAD AMOUNT       = ' WS-REJ-BAD-AMOUNT.
051300     DISPLAY 'HELPOST -   WRONG RUN DATE   = ' WS-REJ-WRONG-DATE.
051305     DISPLAY 'HELPOST -   ACCOUNT STATUS   = ' WS-REJ-ACCT-STATUS.
051310     DISPLAY 'HELPOST - OVER-LIMIT HELD    = '
051320         WS-RECORDS-OVERLIMIT.
051330     DISPLAY 'HELPOST - LIMIT OVERRIDES    = '
051340         WS-OVERRIDES-POSTED.
051360     DISPLAY 'HELPOST - BANK CHARGES       = '
051380         WS-CHARGES-POSTED.
051386     DISPLAY 'HELPOST - REVERSALS          = '
051392         WS-REVERSALS-POSTED.
051400     DISPLAY 'HELPOST - HISTORY WRITTEN    = '
051500         WS-HISTORY-WRITTEN.
051600     IF WS-RESTART-RUN
