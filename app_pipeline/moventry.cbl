002688*                     ENGLISH VARIANT AND THEN TO THE HARD-CODED
002690*                     TEXT IN WS-MESSAGES.  THE MSGXLAT REPORT
002692*                     LISTS IDS STILL AWAITING A TRANSLATION.
002694*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
002696*                     THE NEW CA-SUS-AREA IN COPY HELCOMM.  TWO
002697*                     MESSAGE LITERALS THAT RAN PAST COLUMN 72
002698*                     SHORTENED.
002723*   2026-10-15 DLH   MOVEMENTS AGAINST A BLOCKED OR CLOSED ACCOUNT
002748*                     (CM-ACCOUNT-STATUS) ARE REFUSED AT THE EDIT.
002756*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
002764*                     THE NEW CA-APR-AREA IN COPY HELCOMM.
002765*   2026-10-15 DLH   FOUR-EYES RELEASE - A SUPERVISOR CANNOT
002766*                     RELEASE A HELD MOVEMENT THEY KEYED; THOSE
002767*                     ARE SKIPPED AND COUNTED, AND LEFT HELD FOR
002768*                     ANOTHER SUPERVISOR.
002772*   2026-10-15 DLH   MOVEMENTS ARE NOW DATED WITH THE BUSINESS
002776*                     DATE FROM THE BUSINESS-DATE CONTROL RECORD
002780*                     (COPY BUSDATE) INSTEAD OF THE CICS CLOCK
002784*                     DATE, AND RECORDING AND RELEASE ARE REFUSED
002788*                     WHILE THE NIGHT BATCH IS IN PROGRESS
002792*                     (2150-CHECK-BUSINESS-DATE).
002793*   2026-10-15 DLH   EVERY HELD MOVEMENT RELEASED NOW WRITES A
002794*                     MAINTENANCE-AUDIT RECORD (COPY MNTAUDIT,
002795*                     FILE DAYTXN) WITH THE HELD AND RELEASED
002796*                     IMAGES AND THE OPERATOR WHO KEYED IT.  NO
002797*                     AUDIT, NO RELEASE - THE MOVEMENT STAYS HELD.
002798*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.     MOVENTRY.
003000 AUTHOR.         D L HARRIS.
004100     COPY DFHAID.
004200     COPY CUSTMAST.
004300     COPY DAYTXN.
004350     COPY BUSDATE.
004400     COPY SCRNHDR.
004500     COPY ERRLOG.
004550     COPY MNTAUDIT.
004600*--------------------------------------------------------------*
004700*    SWITCHES                                                  *
004800*--------------------------------------------------------------*
006200         88  WS-DT-WRITTEN                  VALUE 'Y'.
006300     05  WS-BRW-EOF-SW         PIC X(01)   VALUE 'N'.
006400         88  WS-BRW-EOF                     VALUE 'Y'.
006433     05  WS-BD-OK-SW           PIC X(01)   VALUE 'N'.
006466         88  WS-BD-OK                       VALUE 'Y'.
006470     05  WS-AUDIT-OK-SW        PIC X(01)   VALUE 'N'.
006474         88  WS-AUDIT-OK                    VALUE 'Y'.
006478     05  WS-MA-WRITTEN-SW      PIC X(01)   VALUE 'N'.
006482         88  WS-MA-WRITTEN                  VALUE 'Y'.
006486     05  WS-REL-AUD-FAILED-SW  PIC X(01)   VALUE 'N'.
006490         88  WS-REL-AUD-FAILED              VALUE 'Y'.
006500*--------------------------------------------------------------*
006600*    WORK AREAS                                                *
006700*--------------------------------------------------------------*
007500     05  WS-REL-IX                 PIC 9(02)   COMP VALUE ZERO.
007600     05  WS-HELD-FOUND             PIC 9(02)   COMP VALUE ZERO.
007700     05  WS-RELEASED-COUNT         PIC 9(04)   COMP VALUE ZERO.
007750     05  WS-OWN-HELD               PIC 9(04)   COMP VALUE ZERO.
007800     05  WS-REL-COUNT-EDIT         PIC ZZZ9.
007805     05  WS-OWN-COUNT-EDIT         PIC ZZZ9.
007810     05  WS-HELD-TOTAL             PIC 9(04)   COMP VALUE ZERO.
007820     05  WS-HELD-LINE              PIC X(60)   VALUE SPACES.
007840     05  WS-AUDIT-DATE             PIC 9(08)   VALUE ZERO.
007860     05  WS-AUDIT-TIME             PIC 9(06)   VALUE ZERO.
007880     05  WS-MA-SEQ                 PIC 9(05)   COMP VALUE ZERO.
007900*--------------------------------------------------------------*
008000*    RELEASE THRESHOLD - A MOVEMENT OVER THIS AMOUNT IS HELD    *
008100*    FOR SUPERVISOR RELEASE INSTEAD OF SWEEPING STRAIGHT INTO   *
009000     05  WS-HELD-KEY               PIC X(22)   OCCURS 50 TIMES.
009100 01  WS-BRW-DTKEY                  PIC X(22)   VALUE LOW-VALUES.
009200 01  WS-SCREEN-MSG                 PIC X(76)   VALUE SPACES.
009201*--------------------------------------------------------------*
009202*    WS-AUDIT-STAGING - THE MOVEMENT BEING RELEASED: HELD AND  *
009203*    RELEASED IMAGES AND THE OPERATOR WHO KEYED IT             *
009204*--------------------------------------------------------------*
009205 01  WS-AUDIT-STAGING.
009206     05  WS-AUD-KEY                PIC X(12)   VALUE SPACES.
009207     05  WS-AUD-BEFORE             PIC X(80)   VALUE SPACES.
009208     05  WS-AUD-AFTER              PIC X(80)   VALUE SPACES.
009209     05  WS-AUD-REQ-OPER           PIC X(08)   VALUE SPACES.
009210*--------------------------------------------------------------*
009211*    WS-MSG-LOOKUP - MESSAGE-CONTROL LOOKUP AREA FOR 5000-GET-  *
009212*    MESSAGE: THE MESSAGE ID, THE HARD-CODED ENGLISH FALLBACK   *
010800     05  MSG-NOT-AUTHORIZED        PIC X(76)   VALUE
010900         'NOT SIGNED ON - PLEASE SIGN ON TO RECORD MOVEMENTS'.
011000     05  MSG-NOT-SUPERVISOR        PIC X(76)   VALUE
011100         'SUPERVISOR AUTHORITY NEEDED TO RELEASE HELD MOVEMENTS'.
011200     05  MSG-NONE-HELD             PIC X(76)   VALUE
011300         'NO HELD MOVEMENTS TO RELEASE'.
011333     05  MSG-OWN-HELD              PIC X(76)   VALUE
011366         'HELD MOVEMENTS KEYED BY YOU NEED ANOTHER SUPERVISOR'.
011400     05  MSG-WRITE-FAILED          PIC X(76)   VALUE
011500         'MOVEMENT NOT RECORDED - RE-ENTER, NOTIFY SUPPORT'.
011600     05  MSG-INVALID-KEY           PIC X(76)   VALUE
011700         'INVALID KEY - PLEASE RE-ENTER'.
011720     05  MSG-ACCT-BLOCKED          PIC X(76)   VALUE
011740         'CUSTOMER ACCOUNT IS BLOCKED - MOVEMENT REFUSED'.
011760     05  MSG-ACCT-CLOSED           PIC X(76)   VALUE
011780         'CUSTOMER ACCOUNT IS CLOSED - MOVEMENT REFUSED'.
011784     05  MSG-BATCH-RUNNING         PIC X(76)   VALUE
011788         'NIGHT BATCH RUNNING - NO MOVEMENTS UNTIL DATE ROLLS'.
011792     05  MSG-NO-BUSINESS-DATE      PIC X(76)   VALUE
011796         'BUSINESS DATE NOT AVAILABLE - NOTIFY SUPPORT'.
011797     05  MSG-AUDIT-FAILED          PIC X(76)   VALUE
011798         'CHANGE NOT AUDITED - UPDATE REFUSED, NOTIFY SUPPORT'.
011800 01  WS-RESP                       PIC S9(08)  COMP.
011900*--------------------------------------------------------------*
012000*    WS-AMOUNT-EDIT-AREA - SCANS THE AMOUNT AS KEYED (DIGITS,   *
017900             15  CI-ERR-BOT-DATE PIC 9(08) VALUE ZERO.
018000             15  CI-ERR-BOT-TIME PIC 9(06) VALUE ZERO.
018100         10  CI-ERR-PAGE         PIC 9(04) COMP VALUE 1.
018114     05  CI-SUS-AREA.
018128         10  CI-SUS-TOP-KEY    PIC X(12)     VALUE SPACES.
018142         10  CI-SUS-BOT-KEY    PIC X(12)     VALUE SPACES.
018156         10  CI-SUS-PAGE       PIC 9(04)     COMP VALUE 1.
018170         10  CI-SUS-ROW-KEY    PIC X(12)     VALUE SPACES
018184                               OCCURS 10 TIMES.
018186     05  CI-APR-AREA.
018188         10  CI-APR-TOP-KEY    PIC X(21)     VALUE SPACES.
018190         10  CI-APR-BOT-KEY    PIC X(21)     VALUE SPACES.
018192         10  CI-APR-PAGE       PIC 9(04)     COMP VALUE 1.
018194         10  CI-APR-ROW-KEY    PIC X(21)     VALUE SPACES
018196                               OCCURS 10 TIMES.
018200 LINKAGE SECTION.
018300*--------------------------------------------------------------*
018400*    COMMAREA - SAME LAYOUT HELLO USES.  SIGN-ON STATE GATES    *
031300     PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT.
031400 2100-EXIT.
031500     EXIT.
031503*****************************************************************
031506*    2150-CHECK-BUSINESS-DATE - READ THE BUSINESS-DATE          *
031509*    CONTROL RECORD.  NOTHING IS RECORDED OR RELEASED WHILE     *
031512*    THE NIGHT BATCH IS IN PROGRESS - TXNSWEEP HAS ALREADY      *
031515*    TAKEN THE DAY FILE AND THE DATE HAS NOT YET ROLLED.        *
031518*    WS-BD-OK IS SET ONLY WHEN THE MOVEMENT MAY GO AHEAD.       *
031521*****************************************************************
031524 2150-CHECK-BUSINESS-DATE.
031527     MOVE 'N' TO WS-BD-OK-SW.
031530     SET BD-CONTROL-RECORD TO TRUE.
031533     EXEC CICS READ FILE ('BUSDATE')
031536         INTO   (BD-RECORD)
031539         RIDFLD (BD-KEY)
031542         RESP   (WS-RESP)
031545     END-EXEC.
031548     IF WS-RESP NOT = DFHRESP(NORMAL)
031551         MOVE 'MVNODATE' TO WS-MSG-ID
031554         MOVE MSG-NO-BUSINESS-DATE TO WS-MSG-FALLBACK
031557         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
031560         PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT
031563         GO TO 2150-EXIT
031566     END-IF.
031569     IF BD-BATCH-IN-PROGRESS
031572         MOVE 'MVBATCH' TO WS-MSG-ID
031575         MOVE MSG-BATCH-RUNNING TO WS-MSG-FALLBACK
031578         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
031581         PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT
031584         GO TO 2150-EXIT
031587     END-IF.
031590     SET WS-BD-OK TO TRUE.
031593 2150-EXIT.
031596     EXIT.
031600*****************************************************************
031700*    2200-RECORD-MOVEMENT - EDIT THE FIELDS AND WRITE THE       *
031800*    MOVEMENT TO THE DAY-CAPTURE FILE, HELD WHEN THE AMOUNT     *
033000         PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT
033100         GO TO 2200-EXIT
033200     END-IF.
033216
033232     PERFORM 2150-CHECK-BUSINESS-DATE THRU 2150-EXIT.
033248     IF NOT WS-BD-OK
033264         GO TO 2200-EXIT
033280     END-IF.
033300
033400     PERFORM 2400-EDIT-FIELDS THRU 2400-EXIT.
033500     IF WS-EDIT-FAILED
034700
034800     INITIALIZE DT-RECORD.
034900     MOVE EIBTRMID           TO DT-TERMINAL-ID.
035000     MOVE BD-CURRENT-DATE    TO DT-ENTRY-DATE.
035100     MOVE WS-ENTRY-TIME      TO DT-ENTRY-TIME.
035200     MOVE CA-OPERATOR-ID     TO DT-OPERATOR-ID.
035300     MOVE CM-CUSTOMER-ID     TO DT-CUSTOMER-ID.
035400     MOVE BD-CURRENT-DATE    TO DT-TXN-DATE.
035500     MOVE TXNTYPI OF HEMVMN1I TO DT-TXN-TYPE.
035600     MOVE WS-AMT-RESULT      TO DT-AMOUNT.
035700     MOVE TXNREFI OF HEMVMN1I TO DT-REFERENCE.
040300*    2300-RELEASE-HELD - SUPERVISORS ONLY.  COLLECT THE KEYS    *
040400*    OF HELD MOVEMENTS (UP TO 50 A PRESS), THEN READ-UPDATE     *
040500*    EACH TO RELEASED SO TONIGHT'S SWEEP PICKS THEM UP.         *
040525*    A MOVEMENT KEYED BY THE SIGNED-ON SUPERVISOR IS NOT THEIRS *
040550*    TO RELEASE - IT IS SKIPPED, COUNTED IN WS-OWN-HELD AND     *
040575*    LEFT HELD FOR ANOTHER SUPERVISOR.                          *
040583*    EACH RELEASE IS AUDITED FIRST (2380-WRITE-AUDIT); ONE THAT *
040591*    CANNOT BE AUDITED IS LEFT HELD.                            *
040600*****************************************************************
040700 2300-RELEASE-HELD.
040800     IF WS-COMMAREA-INVALID
041300         GO TO 2300-EXIT
041400     END-IF.
041500
041516     PERFORM 2150-CHECK-BUSINESS-DATE THRU 2150-EXIT.
041532     IF NOT WS-BD-OK
041548         GO TO 2300-EXIT
041564     END-IF.
041580
041600     MOVE ZERO TO WS-HELD-FOUND.
041650     MOVE ZERO TO WS-OWN-HELD.
041700     MOVE 'N'  TO WS-BRW-EOF-SW.
041800     MOVE LOW-VALUES TO WS-BRW-DTKEY.
041900     EXEC CICS STARTBR FILE ('DAYTXN')
043500         RESP (WS-RESP)
043600     END-EXEC.
043700
043711     IF WS-HELD-FOUND = ZERO
043722      AND WS-OWN-HELD > ZERO
043733         MOVE 'MVOWNHLD' TO WS-MSG-ID
043744         MOVE MSG-OWN-HELD TO WS-MSG-FALLBACK
043755         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
043766         PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT
043777         GO TO 2300-EXIT
043788     END-IF.
043800     IF WS-HELD-FOUND = ZERO
043900         MOVE 'MVNOHELD' TO WS-MSG-ID
043901         MOVE MSG-NONE-HELD TO WS-MSG-FALLBACK
044200     END-IF.
044300
044400     MOVE ZERO TO WS-RELEASED-COUNT.
044450     MOVE 'N'  TO WS-REL-AUD-FAILED-SW.
044500     PERFORM 2370-RELEASE-ONE THRU 2370-EXIT
044600         VARYING WS-REL-IX FROM 1 BY 1
044700         UNTIL WS-REL-IX > WS-HELD-FOUND.
044711
044722     IF WS-REL-AUD-FAILED
044733         MOVE 'AUDFAIL' TO WS-MSG-ID
044744         MOVE MSG-AUDIT-FAILED TO WS-MSG-FALLBACK
044755         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
044766         PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT
044777         GO TO 2300-EXIT
044788     END-IF.
044800
044900     MOVE WS-RELEASED-COUNT TO WS-REL-COUNT-EDIT.
045000     MOVE SPACES TO WS-SCREEN-MSG.
045033     IF WS-OWN-HELD > ZERO
045066         MOVE WS-OWN-HELD TO WS-OWN-COUNT-EDIT
045099         STRING WS-REL-COUNT-EDIT ' HELD MOVEMENT(S) RELEASED,'
045132                WS-OWN-COUNT-EDIT ' OF YOUR OWN LEFT HELD'
045165             DELIMITED BY SIZE INTO WS-SCREEN-MSG
045198         END-STRING
045231     ELSE
045264         STRING WS-REL-COUNT-EDIT ' HELD MOVEMENT(S) RELEASED'
045297             DELIMITED BY SIZE INTO WS-SCREEN-MSG
045330         END-STRING
045363     END-IF.
045400     PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT.
045500 2300-EXIT.
045600     EXIT.
046600         GO TO 2350-EXIT
046700     END-IF.
046800     IF DT-HELD
046842         IF DT-OPERATOR-ID = CA-OPERATOR-ID
046884             ADD 1 TO WS-OWN-HELD
046926         ELSE
046968             ADD 1 TO WS-HELD-FOUND
047010             MOVE DT-KEY TO WS-HELD-KEY (WS-HELD-FOUND)
047052         END-IF
047100     END-IF.
047200 2350-EXIT.
047300     EXIT.
048300     IF WS-RESP NOT = DFHRESP(NORMAL)
048400         GO TO 2370-EXIT
048500     END-IF.
048514     IF DT-OPERATOR-ID = CA-OPERATOR-ID
048528         EXEC CICS UNLOCK FILE ('DAYTXN')
048542             RESP (WS-RESP)
048556         END-EXEC
048570         GO TO 2370-EXIT
048584     END-IF.
048587     MOVE DT-RECORD      TO WS-AUD-BEFORE.
048593     MOVE DT-CUSTOMER-ID TO WS-AUD-KEY.
048596     MOVE DT-OPERATOR-ID TO WS-AUD-REQ-OPER.
048600     MOVE 'R' TO DT-STATUS.
048610     MOVE DT-RECORD      TO WS-AUD-AFTER.
048620     PERFORM 2380-WRITE-AUDIT THRU 2380-EXIT.
048630     IF NOT WS-AUDIT-OK
048640         SET WS-REL-AUD-FAILED TO TRUE
048650         EXEC CICS UNLOCK FILE ('DAYTXN')
048660             RESP (WS-RESP)
048670         END-EXEC
048680         GO TO 2370-EXIT
048690     END-IF.
048700     EXEC CICS REWRITE FILE ('DAYTXN')
048800         FROM (DT-RECORD)
048900         RESP (WS-RESP)
049300     END-IF.
049400 2370-EXIT.
049500     EXIT.
049501*****************************************************************
049502*    2380-WRITE-AUDIT - WRITE THE MAINTENANCE-AUDIT RECORD FOR  *
049503*    THE RELEASE STAGED IN WS-AUDIT-STAGING.  THE RELEASING     *
049504*    SUPERVISOR IS THE AUDITED OPERATOR AND THE ONE WHO KEYED   *
049505*    THE MOVEMENT IS CARRIED IN MA-REQUEST-OPER.  THE SEQUENCE  *
049506*    NUMBER STEPS PAST ANY SLOT ALREADY TAKEN THIS SECOND ON    *
049507*    THIS TERMINAL, AS CUSTAPPR DOES.  WS-AUDIT-OK IS LEFT OFF  *
049508*    ON ANY FAILURE AND THE MOVEMENT STAYS HELD.                *
049509*****************************************************************
049510 2380-WRITE-AUDIT.
049511     EXEC CICS ASKTIME
049512         ABSTIME (SH-ABS-TIME)
049513     END-EXEC.
049514     EXEC CICS FORMATTIME
049515         ABSTIME  (SH-ABS-TIME)
049516         YYYYMMDD (WS-AUDIT-DATE)
049517         TIME     (WS-AUDIT-TIME)
049518     END-EXEC.
049519
049520     INITIALIZE MA-RECORD.
049521     MOVE EIBTRMID           TO MA-TERMINAL-ID.
049522     MOVE WS-AUDIT-DATE      TO MA-AUDIT-DATE.
049523     MOVE WS-AUDIT-TIME      TO MA-AUDIT-TIME.
049524     MOVE CA-OPERATOR-ID     TO MA-OPERATOR-ID.
049525     MOVE 'DAYTXN'           TO MA-FILE-NAME.
049526     MOVE 'C'                TO MA-ACTION.
049527     MOVE WS-AUD-KEY         TO MA-RECORD-KEY.
049528     MOVE WS-AUD-BEFORE      TO MA-BEFORE-IMAGE.
049529     MOVE WS-AUD-AFTER       TO MA-AFTER-IMAGE.
049530     MOVE WS-AUD-REQ-OPER    TO MA-REQUEST-OPER.
049531
049532     MOVE 'N' TO WS-AUDIT-OK-SW.
049533     MOVE 'N' TO WS-MA-WRITTEN-SW.
049534     MOVE 1   TO WS-MA-SEQ.
049535     PERFORM 2390-TRY-WRITE-AUDIT THRU 2390-EXIT
049536         UNTIL WS-MA-WRITTEN
049537            OR WS-MA-SEQ > 9999.
049538     IF WS-MA-WRITTEN
049539         SET WS-AUDIT-OK TO TRUE
049540     END-IF.
049541 2380-EXIT.
049542     EXIT.
049543
049544 2390-TRY-WRITE-AUDIT.
049545     MOVE WS-MA-SEQ TO MA-AUDIT-SEQ.
049546     EXEC CICS WRITE FILE ('MNTAUDIT')
049547         FROM   (MA-RECORD)
049548         RIDFLD (MA-KEY)
049549         RESP   (WS-RESP)
049550     END-EXEC.
049551     EVALUATE TRUE
049552         WHEN WS-RESP = DFHRESP(NORMAL)
049553             SET WS-MA-WRITTEN TO TRUE
049554         WHEN WS-RESP = DFHRESP(DUPREC)
049555             ADD 1 TO WS-MA-SEQ
049556         WHEN OTHER
049557             MOVE 10000 TO WS-MA-SEQ
049558     END-EVALUATE.
049559 2390-EXIT.
049560     EXIT.
049600*****************************************************************
049700*    2400-EDIT-FIELDS - VALIDATE THE MOVEMENT AS KEYED: THE     *
049800*    CUSTOMER MUST BE ON THE MASTER AND NOT BLOCKED OR CLOSED,  *
049900*    THE TYPE MUST BE D OR C AND THE AMOUNT A POSITIVE AMOUNT - *
050000*    THE SAME RULES HELPOST APPLIES TO THE POSTING FILE.        *
050050*    ERRORS SEND THE SCREEN.                                    *
050100*****************************************************************
050200 2400-EDIT-FIELDS.
050300     SET WS-EDIT-FAILED TO TRUE.
052200         PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT
052300         GO TO 2400-EXIT
052400     END-IF.
052406
052412     IF CM-STATUS-BLOCKED
052418         MOVE 'MVACTBLK' TO WS-MSG-ID
052424         MOVE MSG-ACCT-BLOCKED TO WS-MSG-FALLBACK
052430         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
052436         PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT
052442         GO TO 2400-EXIT
052448     END-IF.
052454     IF CM-STATUS-CLOSED
052460         MOVE 'MVACTCLS' TO WS-MSG-ID
052466         MOVE MSG-ACCT-CLOSED TO WS-MSG-FALLBACK
052472         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
052478         PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT
052484         GO TO 2400-EXIT
052490     END-IF.
052500
052600     IF TXNTYPI OF HEMVMN1I NOT = 'D'
052700        AND TXNTYPI OF HEMVMN1I NOT = 'C'
