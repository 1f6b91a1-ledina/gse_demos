002156*                     ENGLISH VARIANT AND THEN TO THE HARD-CODED
002167*                     TEXT IN WS-MESSAGES.  THE MSGXLAT REPORT
002178*                     LISTS IDS STILL AWAITING A TRANSLATION.
002181*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
002184*                     THE NEW CA-SUS-AREA IN COPY HELCOMM.
002185*   2026-10-15 DLH   ACCOUNT STATUS (OPEN/BLOCKED/CLOSED) WITH THE
002186*                     DATE AND REASON OF THE LAST CHANGE IS NOW
002187*                     MAINTAINED HERE (2500-EDIT-STATUS).  A
002188*                     CHANGE NEEDS A REASON CODE AND IS DATED
002189*                     TODAY.  CLOSURE IS REFUSED UNLESS THE
002190*                     BALANCE IS ZERO AND NO MOVEMENT FOR THE
002191*                     CUSTOMER IS STILL WAITING ON THE DAY-CAPTURE
002192*                     FILE.  NEW CUSTOMERS ARE ADDED OPEN.
002194*   2026-10-15 DLH   WS-INIT-COMMAREA EXTENDED IN STEP WITH
002196*                     THE NEW CA-APR-AREA IN COPY HELCOMM.
002204*   2026-10-15 DLH   A CHANGE TO THE BALANCE OR CREDIT LIMIT IS
002212*                     NO LONGER APPLIED HERE - IT IS WRITTEN TO
002220*                     THE PENDCHG FILE FOR A SECOND SUPERVISOR TO
002228*                     APPROVE ON CUSTAPPR (2600-CHECK-PENDING,
002236*                     2650-WRITE-PENDING).  A NEW CUSTOMER IS
002244*                     ADDED WITH A ZERO BALANCE AND ANY OPENING
002252*                     BALANCE, OR A CREDIT LIMIT ABOVE WS-LIMIT-
002260*                     APPROVAL-LEVEL, GOES FOR APPROVAL.  NAME AND
002268*                     STATUS CHANGES STILL SAVE AT ONCE.
002269*   2026-10-15 DLH   SAVE AND DELETE ARE REFUSED WHILE THE NIGHT
002270*                     BATCH IS IN PROGRESS, AS SHOWN BY THE
002271*                     BUSINESS-DATE CONTROL RECORD (COPY BUSDATE,
002272*                     2150-CHECK-BUSINESS-DATE).
002273*   2026-10-15 DLH   DELETE IS NOW REFUSED UNLESS THE ACCOUNT IS
002274*                     CLOSED, HAS NO POSTING HISTORY ON CUSTHIST
002275*                     AND NO BALANCE/LIMIT CHANGE AWAITING
002276*                     APPROVAL (2350-CHECK-DELETE) - ANY OTHER
002277*                     ACCOUNT IS CLOSED, NOT DELETED.
002279*   2026-10-15 DLH   CLOSURE IS ALSO REFUSED WHILE A BALANCE
002280*                     CHANGE AWAITS APPROVAL ON PENDCHG
002281*                     (2500-EDIT-STATUS).
002282*****************************************************************
002284 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.     CUSTMNT.
002400 AUTHOR.         D L HARRIS.
002500 INSTALLATION.   GSE UK.
003700     COPY SCRNHDR.
003800     COPY ERRLOG.
003810     COPY MNTAUDIT.
003855     COPY DAYTXN.
003877     COPY PENDCHG.
003888     COPY BUSDATE.
003894     COPY CUSTHIST.
003900*--------------------------------------------------------------*
004000*    SWITCHES                                                  *
004100*--------------------------------------------------------------*
005030         88  WS-AUDIT-FAILED                 VALUE 'N'.
005040     05  WS-MA-WRITTEN-SW      PIC X(01)   VALUE 'N'.
005050         88  WS-MA-WRITTEN                  VALUE 'Y'.
005057     05  WS-STS-REFUSED-SW     PIC X(01)   VALUE 'N'.
005064         88  WS-STS-REFUSED                 VALUE 'Y'.
005071     05  WS-BRW-EOF-SW         PIC X(01)   VALUE 'N'.
005078         88  WS-BRW-EOF                     VALUE 'Y'.
005080     05  WS-BD-OK-SW           PIC X(01)   VALUE 'N'.
005082         88  WS-BD-OK                       VALUE 'Y'.
005085     05  WS-DT-PENDING-SW      PIC X(01)   VALUE 'N'.
005092         88  WS-DT-PENDING                  VALUE 'Y'.
005101     05  WS-BAL-PENDING-SW     PIC X(01)   VALUE 'N'.
005110         88  WS-BAL-PENDING                 VALUE 'Y'.
005119     05  WS-LIM-PENDING-SW     PIC X(01)   VALUE 'N'.
005128         88  WS-LIM-PENDING                 VALUE 'Y'.
005137     05  WS-PND-REFUSED-SW     PIC X(01)   VALUE 'N'.
005146         88  WS-PND-REFUSED                 VALUE 'Y'.
005155     05  WS-PND-WRITTEN-SW     PIC X(01)   VALUE 'Y'.
005164         88  WS-PND-WRITTEN                 VALUE 'Y'.
005173     05  WS-CM-SAVED-SW        PIC X(01)   VALUE 'N'.
005182         88  WS-CM-SAVED                    VALUE 'Y'.
005185     05  WS-DEL-REFUSED-SW     PIC X(01)   VALUE 'N'.
005188         88  WS-DEL-REFUSED                 VALUE 'Y'.
005191*--------------------------------------------------------------*
005200*    WORK AREAS                                                *
005300*--------------------------------------------------------------*
005400 01  WS-WORK-AREAS.
005710     05  WS-AUDIT-DATE             PIC 9(08)   VALUE ZERO.
005720     05  WS-AUDIT-TIME             PIC 9(06)   VALUE ZERO.
005730     05  WS-MA-SEQ                 PIC 9(05)   COMP VALUE ZERO.
005733     05  WS-TODAY                  PIC 9(08)   VALUE ZERO.
005736     05  WS-OLD-STATUS             PIC X(01)   VALUE SPACE.
005737*--------------------------------------------------------------*
005738*    WS-PENDING-STAGING - SET BY 2600-CHECK-PENDING: THE       *
005739*    BALANCE AND LIMIT ON FILE, THE NEW VALUES AS KEYED AND    *
005740*    THE LEVEL ABOVE WHICH A NEW CUSTOMER'S OPENING CREDIT     *
005741*    LIMIT NEEDS APPROVAL (A LOWER ONE IS SET WITH THE ADD).   *
005742*--------------------------------------------------------------*
005743 01  WS-PENDING-STAGING.
005744     05  WS-LIMIT-APPROVAL-LEVEL   PIC S9(09)V99 VALUE 1000.00.
005745     05  WS-FILE-BALANCE           PIC S9(09)V99 VALUE ZERO.
005746     05  WS-FILE-LIMIT             PIC S9(09)V99 VALUE ZERO.
005747     05  WS-PND-NEW-BALANCE        PIC S9(09)V99 VALUE ZERO.
005748     05  WS-PND-NEW-LIMIT          PIC S9(09)V99 VALUE ZERO.
005749     05  WS-PND-DATE               PIC 9(08)   VALUE ZERO.
005750     05  WS-PND-TIME               PIC 9(06)   VALUE ZERO.
005751     05  WS-PND-BRW-KEY            PIC X(21)   VALUE LOW-VALUES.
005752*--------------------------------------------------------------*
005753*    WS-AUDIT-STAGING - SET BY SAVE/DELETE BEFORE THE AUDIT     *
005760*    WRITE: THE ACTION, THE KEY TOUCHED AND THE RECORD IMAGES   *
005770*--------------------------------------------------------------*
005780 01  WS-AUDIT-STAGING.
005791     05  WS-AUD-KEY                PIC X(12)   VALUE SPACES.
005792     05  WS-AUD-BEFORE             PIC X(80)   VALUE SPACES.
005793     05  WS-AUD-AFTER              PIC X(80)   VALUE SPACES.
005795*--------------------------------------------------------------*
005797*    WS-STATUS-STAGING - THE ACCOUNT STATUS, DATE AND REASON   *
005799*    TO BE SAVED, SET BY 2500-EDIT-STATUS                      *
005801*--------------------------------------------------------------*
005803 01  WS-STATUS-STAGING.
005805     05  WS-NEW-STATUS             PIC X(01)   VALUE SPACE.
005807     05  WS-NEW-STATUS-DATE        PIC 9(08)   VALUE ZERO.
005809     05  WS-NEW-STATUS-REASON      PIC X(02)   VALUE SPACES.
005811*--------------------------------------------------------------*
005813*    WS-STATUS-DATE-EDIT - CM-STATUS-DATE SHOWN AS YYYY-MM-DD  *
005815*--------------------------------------------------------------*
005817 01  WS-STATUS-DATE-IN             PIC 9(08)   VALUE ZERO.
005819 01  WS-STATUS-DATE-PARTS REDEFINES WS-STATUS-DATE-IN.
005821     05  WS-SDI-YYYY               PIC X(04).
005823     05  WS-SDI-MM                 PIC X(02).
005825     05  WS-SDI-DD                 PIC X(02).
005827 01  WS-STATUS-DATE-EDIT.
005829     05  WS-SDE-YYYY               PIC X(04)   VALUE SPACES.
005831     05  FILLER                    PIC X(01)   VALUE '-'.
005833     05  WS-SDE-MM                 PIC X(02)   VALUE SPACES.
005835     05  FILLER                    PIC X(01)   VALUE '-'.
005837     05  WS-SDE-DD                 PIC X(02)   VALUE SPACES.
005839 01  WS-BRW-DTKEY                  PIC X(22)   VALUE LOW-VALUES.
005840 01  WS-BRW-CHKEY                  PIC X(18)   VALUE LOW-VALUES.
005841 01  WS-SCREEN-MSG                 PIC X(76)   VALUE SPACES.
005843*--------------------------------------------------------------*
005845*    WS-MSG-LOOKUP - MESSAGE-CONTROL LOOKUP AREA FOR 5000-GET-  *
005847*    MESSAGE: THE MESSAGE ID, THE HARD-CODED ENGLISH FALLBACK   *
005849*    AND A LOCAL COPY OF THE MC-RECORD LAYOUT SO THE LOOKUP     *
005851*    NEVER DISTURBS ANY OTHER USE OF THE MESSAGE FILE.          *
005853*--------------------------------------------------------------*
005855 01  WS-MSG-LOOKUP.
005857     05  WS-MSG-ID             PIC X(08)   VALUE SPACES.
005859     05  WS-MSG-FALLBACK       PIC X(76)   VALUE SPACES.
005861     05  WS-LKP-RECORD.
005863         10  WS-LKP-KEY.
005865             15  WS-LKP-MSG-ID PIC X(08).
005867             15  WS-LKP-LANG   PIC X(01).
005869         10  WS-LKP-TEXT       PIC X(60).
005871         10  FILLER            PIC X(11).
005900 01  WS-MESSAGES.
006000     05  MSG-CUSTID-REQUIRED       PIC X(76)   VALUE
006100         'CUSTOMER ID MUST BE ENTERED - PLEASE RE-ENTER'.
008100         'NOT SIGNED ON - PLEASE SIGN ON TO MAKE CHANGES'.
008110     05  MSG-AUDIT-FAILED          PIC X(76)   VALUE
008120         'CHANGE NOT AUDITED - UPDATE REFUSED, NOTIFY SUPPORT'.
008128     05  MSG-INVALID-STATUS        PIC X(76)   VALUE
008136         'ACCOUNT STATUS MUST BE O, B OR C - PLEASE RE-ENTER'.
008144     05  MSG-INVALID-REASON        PIC X(76)   VALUE
008152         'STATUS CHANGE NEEDS A VALID REASON CODE - RE-ENTER'.
008160     05  MSG-CLOSE-BALANCE         PIC X(76)   VALUE
008168         'ACCOUNT CANNOT BE CLOSED - BALANCE IS NOT ZERO'.
008176     05  MSG-CLOSE-PENDING         PIC X(76)   VALUE
008178         'ACCOUNT CANNOT BE CLOSED - MOVEMENTS STILL ON DAY FILE'.
008180     05  MSG-CLOSE-CHANGE          PIC X(76)   VALUE
008182         'ACCOUNT CANNOT BE CLOSED - CHANGE AWAITS APPROVAL'.
008185     05  MSG-PENDING-SAVED         PIC X(76)   VALUE
008186         'CUSTOMER SAVED - BALANCE/LIMIT CHANGE AWAITS APPROVAL'.
008187     05  MSG-PENDING-QUEUED        PIC X(76)   VALUE
008188         'BALANCE/LIMIT CHANGE SENT FOR SUPERVISOR APPROVAL'.
008189     05  MSG-PENDING-DUP           PIC X(76)   VALUE
008190         'A CHANGE TO THIS FIELD IS ALREADY AWAITING APPROVAL'.
008191     05  MSG-PENDING-FAILED        PIC X(76)   VALUE
008192         'CHANGE NOT QUEUED FOR APPROVAL - NOTIFY SUPPORT'.
008193     05  MSG-BATCH-RUNNING         PIC X(76)   VALUE
008194         'NIGHT BATCH RUNNING - NO UPDATES UNTIL DATE ROLLS'.
008195     05  MSG-NO-BUSINESS-DATE      PIC X(76)   VALUE
008196         'BUSINESS DATE NOT AVAILABLE - NOTIFY SUPPORT'.
008209     05  MSG-DELETE-NOT-CLOSED     PIC X(76)   VALUE
008222         'ONLY A CLOSED ACCOUNT CAN BE DELETED - CLOSE IT FIRST'.
008235     05  MSG-DELETE-HISTORY        PIC X(76)   VALUE
008248         'ACCOUNT HAS POSTING HISTORY - LEAVE IT CLOSED'.
008261     05  MSG-DELETE-PENDING        PIC X(76)   VALUE
008274         'ACCOUNT HAS A CHANGE AWAITING APPROVAL - CANNOT DELETE'.
008287 01  WS-RESP                       PIC S9(08)  COMP.
008300 01  WS-BALANCE-EDIT               PIC -(9)9.99.
008400*--------------------------------------------------------------*
008500*    WS-BALANCE-EDIT-AREA - SCANS THE BALANCE AS KEYED ON THE   *
014400             15  CI-ERR-BOT-DATE PIC 9(08) VALUE ZERO.
014500             15  CI-ERR-BOT-TIME PIC 9(06) VALUE ZERO.
014600         10  CI-ERR-PAGE         PIC 9(04) COMP VALUE 1.
014614     05  CI-SUS-AREA.
014628         10  CI-SUS-TOP-KEY    PIC X(12)     VALUE SPACES.
014642         10  CI-SUS-BOT-KEY    PIC X(12)     VALUE SPACES.
014656         10  CI-SUS-PAGE       PIC 9(04)     COMP VALUE 1.
014670         10  CI-SUS-ROW-KEY    PIC X(12)     VALUE SPACES
014684                               OCCURS 10 TIMES.
014686     05  CI-APR-AREA.
014688         10  CI-APR-TOP-KEY    PIC X(21)     VALUE SPACES.
014690         10  CI-APR-BOT-KEY    PIC X(21)     VALUE SPACES.
014692         10  CI-APR-PAGE       PIC 9(04)     COMP VALUE 1.
014694         10  CI-APR-ROW-KEY    PIC X(21)     VALUE SPACES
014696                               OCCURS 10 TIMES.
014700 LINKAGE SECTION.
014800*--------------------------------------------------------------*
014900*    COMMAREA - SAME LAYOUT HELLO USES, SO SIGN-ON STATE AND    *
024840         MOVE ZERO            TO WS-BALANCE-EDIT
024850     END-IF.
024860     MOVE WS-BALANCE-EDIT  TO LIMAMTO.
024862     IF CM-STATUS-OPEN
024864         MOVE 'O'               TO STSCDO
024866     ELSE
024868         MOVE CM-ACCOUNT-STATUS TO STSCDO
024870     END-IF.
024872     MOVE CM-STATUS-REASON TO STSRSNO.
024874     IF CM-STATUS-DATE NUMERIC
024876      AND CM-STATUS-DATE > ZERO
024878         MOVE CM-STATUS-DATE   TO WS-STATUS-DATE-IN
024880         MOVE WS-SDI-YYYY      TO WS-SDE-YYYY
024882         MOVE WS-SDI-MM        TO WS-SDE-MM
024884         MOVE WS-SDI-DD        TO WS-SDE-DD
024886         MOVE WS-STATUS-DATE-EDIT TO STSDTEO
024888     END-IF.
024900 1100-EXIT.
025000     EXIT.
025100*****************************************************************
030500         MOVE SPACES              TO CM-CUSTOMER-NAME
030600         MOVE ZERO                TO CM-BALANCE
030610         MOVE ZERO                TO CM-CREDIT-LIMIT
030632         MOVE 'O'                 TO CM-ACCOUNT-STATUS
030654         MOVE SPACES              TO CM-STATUS-REASON
030676         MOVE ZERO                TO CM-STATUS-DATE
030700         MOVE 'CMNOTFND' TO WS-MSG-ID
030701         MOVE MSG-NOT-FOUND TO WS-MSG-FALLBACK
030702         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
031000     PERFORM 1000-SEND-MAINT-SCREEN THRU 1000-EXIT.
031100 2100-EXIT.
031200     EXIT.
031203*****************************************************************
031206*    2150-CHECK-BUSINESS-DATE - READ THE BUSINESS-DATE          *
031209*    CONTROL RECORD.  CUSTMAST IS NOT UPDATED WHILE THE NIGHT   *
031212*    BATCH IS IN PROGRESS - HELPOST, CUSTUNL AND THE REST OF    *
031215*    THE NIGHT ARE WORKING FROM IT.  WS-BD-OK IS SET ONLY WHEN  *
031218*    THE UPDATE MAY GO AHEAD.                                   *
031221*****************************************************************
031224 2150-CHECK-BUSINESS-DATE.
031227     MOVE 'N' TO WS-BD-OK-SW.
031230     SET BD-CONTROL-RECORD TO TRUE.
031233     EXEC CICS READ FILE ('BUSDATE')
031236         INTO   (BD-RECORD)
031239         RIDFLD (BD-KEY)
031242         RESP   (WS-RESP)
031245     END-EXEC.
031248     IF WS-RESP NOT = DFHRESP(NORMAL)
031251         MOVE 'CMNODATE' TO WS-MSG-ID
031254         MOVE MSG-NO-BUSINESS-DATE TO WS-MSG-FALLBACK
031257         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
031260         PERFORM 1000-SEND-MAINT-SCREEN THRU 1000-EXIT
031263         GO TO 2150-EXIT
031266     END-IF.
031269     IF BD-BATCH-IN-PROGRESS
031272         MOVE 'CMBATCH' TO WS-MSG-ID
031275         MOVE MSG-BATCH-RUNNING TO WS-MSG-FALLBACK
031278         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
031281         PERFORM 1000-SEND-MAINT-SCREEN THRU 1000-EXIT
031284         GO TO 2150-EXIT
031287     END-IF.
031290     SET WS-BD-OK TO TRUE.
031293 2150-EXIT.
031296     EXIT.
031300*****************************************************************
031400*    2200-SAVE-CUSTOMER - WRITE OR REWRITE THE CUSTOMER-MASTER  *
031500*    RECORD WITH THE DETAILS KEYED IN ON THE SCREEN.  A         *
031525*    BALANCE OR CREDIT-LIMIT CHANGE IS NOT APPLIED BUT QUEUED   *
031550*    ON PENDCHG FOR APPROVAL; IF NOTHING ELSE CHANGED, CUSTMAST *
031575*    IS NOT TOUCHED AND NO AUDIT IS WRITTEN HERE.               *
031600*****************************************************************
031700 2200-SAVE-CUSTOMER.
031800     IF WS-COMMAREA-VALID
032700         GO TO 2200-EXIT
032800     END-IF.
032900
032916     PERFORM 2150-CHECK-BUSINESS-DATE THRU 2150-EXIT.
032932     IF NOT WS-BD-OK
032948         GO TO 2200-EXIT
032964     END-IF.
032980
033000     IF CUSTIDI OF HECMMN1I = SPACES OR LOW-VALUES
033100         MOVE 'CUSTIDRQ' TO WS-MSG-ID
033101         MOVE MSG-CUSTID-REQUIRED TO WS-MSG-FALLBACK
034890         GO TO 2200-EXIT
034892     END-IF.
034894     MOVE WS-BAL-RESULT TO WS-EDITED-LIMIT.
034899
034904     MOVE STSCDI OF HECMMN1I  TO WS-NEW-STATUS.
034909     MOVE STSRSNI OF HECMMN1I TO WS-NEW-STATUS-REASON.
034914     INSPECT WS-NEW-STATUS
034919         REPLACING ALL LOW-VALUE BY SPACE.
034924     INSPECT WS-NEW-STATUS-REASON
034929         REPLACING ALL LOW-VALUE BY SPACE.
034934     IF WS-NEW-STATUS NOT = SPACE
034939      AND WS-NEW-STATUS NOT = 'O'
034944      AND WS-NEW-STATUS NOT = 'B'
034949      AND WS-NEW-STATUS NOT = 'C'
034954         MOVE 'CMBADSTS' TO WS-MSG-ID
034959         MOVE MSG-INVALID-STATUS TO WS-MSG-FALLBACK
034964         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
034969         PERFORM 1000-SEND-MAINT-SCREEN THRU 1000-EXIT
034974         GO TO 2200-EXIT
034979     END-IF.
034984
035000     MOVE CUSTIDI OF HECMMN1I TO CM-CUSTOMER-ID.
035100     INSPECT CM-CUSTOMER-ID
035200         REPLACING ALL LOW-VALUE BY SPACE.
035320             PERFORM 1000-SEND-MAINT-SCREEN THRU 1000-EXIT
035335             GO TO 2200-EXIT
035350     END-EVALUATE.
035351
035352     PERFORM 2500-EDIT-STATUS THRU 2500-EXIT.
035353     IF WS-STS-REFUSED
035354         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
035355         PERFORM 1000-SEND-MAINT-SCREEN THRU 1000-EXIT
035356         GO TO 2200-EXIT
035357     END-IF.
035358
035359     PERFORM 2600-CHECK-PENDING THRU 2600-EXIT.
035360     IF WS-PND-REFUSED
035361         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
035362         PERFORM 1000-SEND-MAINT-SCREEN THRU 1000-EXIT
035363         GO TO 2200-EXIT
035364     END-IF.
035365
035380     MOVE CUSTNMI OF HECMMN1I TO CM-CUSTOMER-NAME.
035400     MOVE WS-EDITED-BALANCE   TO CM-BALANCE.
035410     MOVE WS-EDITED-LIMIT     TO CM-CREDIT-LIMIT.
035412     MOVE WS-NEW-STATUS       TO CM-ACCOUNT-STATUS.
035414     MOVE WS-NEW-STATUS-DATE  TO CM-STATUS-DATE.
035416     MOVE WS-NEW-STATUS-REASON TO CM-STATUS-REASON.
035420     MOVE CM-RECORD           TO WS-AUD-AFTER.
035430     MOVE SPACES              TO WS-AUD-KEY.
035440     MOVE CM-CUSTOMER-ID      TO WS-AUD-KEY.
035441
035442*    ONLY THE BALANCE OR LIMIT WAS CHANGED - QUEUE IT, SAVE
035443*    NOTHING
035444     MOVE 'N' TO WS-CM-SAVED-SW.
035445     IF WS-AUD-ACTION = 'C'
035446      AND WS-AUD-AFTER = WS-AUD-BEFORE
035447      AND (WS-BAL-PENDING OR WS-LIM-PENDING)
035448         PERFORM 2650-WRITE-PENDING THRU 2650-EXIT
035449         PERFORM 1000-SEND-MAINT-SCREEN THRU 1000-EXIT
035450         GO TO 2200-EXIT
035451     END-IF.
035452
035460     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
035470     IF WS-AUDIT-FAILED
035480         MOVE 'AUDFAIL' TO WS-MSG-ID
036000         END-EXEC
036100         IF WS-RESP = DFHRESP(NORMAL)
036200             PERFORM 2250-REFRESH-COMMAREA THRU 2250-EXIT
036250             SET WS-CM-SAVED TO TRUE
036300             MOVE 'CMSAVED' TO WS-MSG-ID
036301             MOVE MSG-SAVED-OK TO WS-MSG-FALLBACK
036302             PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
037200         MOVE CUSTNMI OF HECMMN1I TO CM-CUSTOMER-NAME
037300         MOVE WS-EDITED-BALANCE   TO CM-BALANCE
037310         MOVE WS-EDITED-LIMIT     TO CM-CREDIT-LIMIT
037332         MOVE WS-NEW-STATUS       TO CM-ACCOUNT-STATUS
037354         MOVE WS-NEW-STATUS-DATE  TO CM-STATUS-DATE
037376         MOVE WS-NEW-STATUS-REASON TO CM-STATUS-REASON
037400         EXEC CICS REWRITE FILE ('CUSTMAST')
037500             FROM (CM-RECORD)
037510             RESP (WS-RESP)
037600         END-EXEC
037610         IF WS-RESP = DFHRESP(NORMAL)
037700             PERFORM 2250-REFRESH-COMMAREA THRU 2250-EXIT
037750             SET WS-CM-SAVED TO TRUE
037800             MOVE 'CMSAVED' TO WS-MSG-ID
037801             MOVE MSG-SAVED-OK TO WS-MSG-FALLBACK
037802             PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
038100         END-IF
038110     END-IF.
038200
038220     IF WS-CM-SAVED
038240      AND (WS-BAL-PENDING OR WS-LIM-PENDING)
038260         PERFORM 2650-WRITE-PENDING THRU 2650-EXIT
038280     END-IF.
038300     PERFORM 1000-SEND-MAINT-SCREEN THRU 1000-EXIT.
038400 2200-EXIT.
038500     EXIT.
041100         GO TO 2300-EXIT
041200     END-IF.
041300
041316     PERFORM 2150-CHECK-BUSINESS-DATE THRU 2150-EXIT.
041332     IF NOT WS-BD-OK
041348         GO TO 2300-EXIT
041364     END-IF.
041380
041400     IF CUSTIDI OF HECMMN1I = SPACES OR LOW-VALUES
041500         MOVE 'CUSTIDRQ' TO WS-MSG-ID
041501         MOVE MSG-CUSTID-REQUIRED TO WS-MSG-FALLBACK
042415         PERFORM 1000-SEND-MAINT-SCREEN THRU 1000-EXIT
042419         GO TO 2300-EXIT
042423     END-IF.
042424
042425*    ONLY A CLOSED ACCOUNT WITH NO HISTORY AND NOTHING AWAITING
042426*    APPROVAL MAY GO - ANY OTHER IS CLOSED THROUGH THE SAVE
042427     PERFORM 2350-CHECK-DELETE THRU 2350-EXIT.
042428     IF WS-DEL-REFUSED
042429         PERFORM 5000-GET-MESSAGE THRU 5000-EXIT
042430         PERFORM 1000-SEND-MAINT-SCREEN THRU 1000-EXIT
042431         GO TO 2300-EXIT
042432     END-IF.
042433
042434     MOVE 'D'            TO WS-AUD-ACTION.
042435     MOVE CM-RECORD      TO WS-AUD-BEFORE.
042439     MOVE SPACES         TO WS-AUD-AFTER.
042443     MOVE SPACES         TO WS-AUD-KEY.
044500     PERFORM 1000-SEND-MAINT-SCREEN THRU 1000-EXIT.
044600 2300-EXIT.
044700     EXIT.
044701*****************************************************************
044702*    2350-CHECK-DELETE - DECIDE WHETHER THE CUSTOMER IN         *
044703*    CM-RECORD MAY BE DELETED.  THE ACCOUNT MUST ALREADY BE     *
044704*    CLOSED, WHICH MEANS A ZERO BALANCE AND NOTHING LEFT ON THE *
044705*    DAY-CAPTURE FILE (2500-EDIT-STATUS).  IT MUST ALSO HAVE NO *
044706*    POSTING HISTORY ON CUSTHIST, WHICH WOULD BE ORPHANED, AND  *
044707*    NO BALANCE OR LIMIT CHANGE STILL WAITING ON PENDCHG.  ON A *
044708*    REFUSAL WS-DEL-REFUSED IS SET WITH THE MESSAGE STAGED.     *
044709*****************************************************************
044710 2350-CHECK-DELETE.
044711     MOVE 'N' TO WS-DEL-REFUSED-SW.
044712     IF NOT CM-STATUS-CLOSED
044713         SET WS-DEL-REFUSED TO TRUE
044714         MOVE 'CMDELOPN' TO WS-MSG-ID
044715         MOVE MSG-DELETE-NOT-CLOSED TO WS-MSG-FALLBACK
044716         GO TO 2350-EXIT
044717     END-IF.
044718
044719     PERFORM 2360-CHECK-HISTORY THRU 2360-EXIT.
044720     IF WS-DEL-REFUSED
044721         GO TO 2350-EXIT
044722     END-IF.
044723
044724*    ANY PENDING ITEM FOR THE CUSTOMER, WHICHEVER FIELD, REFUSES
044725     SET WS-BAL-PENDING TO TRUE.
044726     SET WS-LIM-PENDING TO TRUE.
044727     MOVE 'N' TO WS-PND-REFUSED-SW.
044728     PERFORM 2620-CHECK-PENDCHG THRU 2620-EXIT.
044729     IF WS-PND-REFUSED
044730         SET WS-DEL-REFUSED TO TRUE
044731         IF WS-MSG-ID = 'CMPNDDUP'
044732             MOVE 'CMDELPND' TO WS-MSG-ID
044733             MOVE MSG-DELETE-PENDING TO WS-MSG-FALLBACK
044734         END-IF
044735     END-IF.
044736 2350-EXIT.
044737     EXIT.
044738
044739*****************************************************************
044740*    2360-CHECK-HISTORY - LOOK FOR A FIRST CUSTHIST RECORD FOR  *
044741*    THE CUSTOMER.  A BROWSE THAT CANNOT BE STARTED OR READ FOR *
044742*    ANY REASON OTHER THAN NO RECORD REFUSES THE DELETE.        *
044743*****************************************************************
044744 2360-CHECK-HISTORY.
044745     MOVE LOW-VALUES     TO WS-BRW-CHKEY.
044746     MOVE CM-CUSTOMER-ID TO WS-BRW-CHKEY (1:6).
044747     EXEC CICS STARTBR FILE ('CUSTHIST')
044748         RIDFLD (WS-BRW-CHKEY)
044749         GTEQ
044750         RESP   (WS-RESP)
044751     END-EXEC.
044752     IF WS-RESP = DFHRESP(NOTFND)
044753         GO TO 2360-EXIT
044754     END-IF.
044755     IF WS-RESP NOT = DFHRESP(NORMAL)
044756         SET WS-DEL-REFUSED TO TRUE
044757         MOVE 'CMDELFLD' TO WS-MSG-ID
044758         MOVE MSG-DELETE-FAILED TO WS-MSG-FALLBACK
044759         GO TO 2360-EXIT
044760     END-IF.
044761
044762     EXEC CICS READNEXT FILE ('CUSTHIST')
044763         INTO   (CH-RECORD)
044764         RIDFLD (WS-BRW-CHKEY)
044765         RESP   (WS-RESP)
044766     END-EXEC.
044767     EVALUATE TRUE
044768         WHEN WS-RESP = DFHRESP(NORMAL)
044769             IF CH-CUSTOMER-ID = CM-CUSTOMER-ID
044770                 SET WS-DEL-REFUSED TO TRUE
044771                 MOVE 'CMDELHST' TO WS-MSG-ID
044772                 MOVE MSG-DELETE-HISTORY TO WS-MSG-FALLBACK
044773             END-IF
044774         WHEN WS-RESP = DFHRESP(ENDFILE)
044775             CONTINUE
044776         WHEN OTHER
044777             SET WS-DEL-REFUSED TO TRUE
044778             MOVE 'CMDELFLD' TO WS-MSG-ID
044779             MOVE MSG-DELETE-FAILED TO WS-MSG-FALLBACK
044780     END-EVALUATE.
044781
044782     EXEC CICS ENDBR FILE ('CUSTHIST')
044783         RESP (WS-RESP)
044784     END-EXEC.
044785 2360-EXIT.
044786     EXIT.
044800*****************************************************************
044900*    2400-EDIT-BALANCE - CONVERT THE BALANCE AS KEYED (WS-BAL-  *
045000*    IN) TO A SIGNED AMOUNT IN WS-BAL-RESULT.  ACCEPTS DIGITS,  *
053000         WHEN OTHER
053100             SET WS-BAL-INVALID TO TRUE
053200     END-EVALUATE.
053202 2410-EXIT.
053204     EXIT.
053206*****************************************************************
053208*    2500-EDIT-STATUS - WORK OUT THE ACCOUNT STATUS, DATE AND   *
053210*    REASON TO SAVE.  CM-RECORD HOLDS THE RECORD AS ON FILE (OR *
053212*    AN EMPTY ONE FOR AN ADD).  A BLANK STATUS KEEPS THE ONE ON *
053214*    FILE (OPEN FOR AN ADD).  A CHANGE NEEDS A VALID REASON AND *
053216*    IS DATED TODAY; AN UNCHANGED STATUS KEEPS ITS DATE AND     *
053218*    REASON.  A CLOSED ACCOUNT MUST HAVE A ZERO BALANCE, AND    *
053220*    CLOSURE IS REFUSED WHILE ANY MOVEMENT FOR THE CUSTOMER IS  *
053222*    STILL ON THE DAY-CAPTURE FILE, HELD OR RELEASED, OR WHILE  *
053223*    A BALANCE CHANGE FOR IT AWAITS APPROVAL ON PENDCHG.  ON A  *
053224*    REFUSAL WS-STS-REFUSED IS SET WITH THE MESSAGE STAGED.     *
053226*****************************************************************
053228 2500-EDIT-STATUS.
053230     MOVE 'N' TO WS-STS-REFUSED-SW.
053232     EXEC CICS ASKTIME
053234         ABSTIME (SH-ABS-TIME)
053236     END-EXEC.
053238     EXEC CICS FORMATTIME
053240         ABSTIME  (SH-ABS-TIME)
053242         YYYYMMDD (WS-TODAY)
053244     END-EXEC.
053246
053248     IF WS-AUD-ACTION = 'A'
053250      OR CM-STATUS-OPEN
053252         MOVE 'O'               TO WS-OLD-STATUS
053254     ELSE
053256         MOVE CM-ACCOUNT-STATUS TO WS-OLD-STATUS
053258     END-IF.
053260     IF WS-NEW-STATUS = SPACE
053262         MOVE WS-OLD-STATUS TO WS-NEW-STATUS
053264     END-IF.
053266
053268     IF WS-NEW-STATUS = WS-OLD-STATUS
053270         IF WS-AUD-ACTION = 'A'
053272             MOVE WS-TODAY         TO WS-NEW-STATUS-DATE
053274             MOVE SPACES           TO WS-NEW-STATUS-REASON
053276         ELSE
053278             IF CM-STATUS-DATE NUMERIC
053280                 MOVE CM-STATUS-DATE TO WS-NEW-STATUS-DATE
053282             ELSE
053284                 MOVE ZERO TO WS-NEW-STATUS-DATE
053286             END-IF
053288             MOVE CM-STATUS-REASON TO WS-NEW-STATUS-REASON
053290         END-IF
053292     ELSE
053294         MOVE WS-TODAY TO WS-NEW-STATUS-DATE
053296         MOVE WS-NEW-STATUS-REASON TO CM-STATUS-REASON
053298         IF NOT CM-RSN-VALID
053300             MOVE 'CMBADRSN' TO WS-MSG-ID
053302             MOVE MSG-INVALID-REASON TO WS-MSG-FALLBACK
053304             SET WS-STS-REFUSED TO TRUE
053306             GO TO 2500-EXIT
053308         END-IF
053310     END-IF.
053312
053314     IF WS-NEW-STATUS NOT = 'C'
053316         GO TO 2500-EXIT
053318     END-IF.
053320     IF WS-EDITED-BALANCE NOT = ZERO
053322      OR (WS-AUD-ACTION = 'C' AND CM-BALANCE NOT = ZERO)
053324         MOVE 'CMCLSBAL' TO WS-MSG-ID
053326         MOVE MSG-CLOSE-BALANCE TO WS-MSG-FALLBACK
053328         SET WS-STS-REFUSED TO TRUE
053330         GO TO 2500-EXIT
053332     END-IF.
053334     IF WS-OLD-STATUS = 'C'
053336         GO TO 2500-EXIT
053338     END-IF.
053340
053342     PERFORM 2550-CHECK-DAY-FILE THRU 2550-EXIT.
053344     IF WS-DT-PENDING
053346         MOVE 'CMCLSPND' TO WS-MSG-ID
053348         MOVE MSG-CLOSE-PENDING TO WS-MSG-FALLBACK
053350         SET WS-STS-REFUSED TO TRUE
053352         GO TO 2500-EXIT
053354     END-IF.
053356
053362*    A BALANCE CHANGE APPROVED AFTER THE CLOSURE WOULD LEAVE THE
053364*    CLOSED ACCOUNT WITH A BALANCE
053366     SET WS-BAL-PENDING TO TRUE.
053368     MOVE 'N' TO WS-LIM-PENDING-SW.
053370     MOVE 'N' TO WS-PND-REFUSED-SW.
053372     PERFORM 2620-CHECK-PENDCHG THRU 2620-EXIT.
053374     IF WS-PND-REFUSED
053376         SET WS-STS-REFUSED TO TRUE
053378         IF WS-MSG-ID = 'CMPNDDUP'
053380             MOVE 'CMCLSCHG' TO WS-MSG-ID
053382             MOVE MSG-CLOSE-CHANGE TO WS-MSG-FALLBACK
053384         END-IF
053386     END-IF.
053476 2500-EXIT.
053477     EXIT.
053478*****************************************************************
053479*    2550-CHECK-DAY-FILE - BROWSE THE DAY-CAPTURE FILE FOR ANY  *
053480*    MOVEMENT STILL WAITING FOR THE CUSTOMER BEING CLOSED.  THE *
053481*    FILE IS KEYED BY TERMINAL, NOT CUSTOMER, BUT ONLY EVER     *
053482*    HOLDS ONE DAY'S ENTRIES, SO THE FULL BROWSE IS CHEAP (AS   *
053483*    MOVENTRY'S 1200-COUNT-HELD).  A BROWSE THAT CANNOT BE      *
053484*    STARTED FOR ANY REASON OTHER THAN AN EMPTY FILE IS TAKEN   *
053485*    AS PENDING, SO THE CLOSURE IS REFUSED RATHER THAN RISKED.  *
053486*****************************************************************
053487 2550-CHECK-DAY-FILE.
053488     MOVE 'N' TO WS-DT-PENDING-SW.
053489     MOVE 'N' TO WS-BRW-EOF-SW.
053490     MOVE LOW-VALUES TO WS-BRW-DTKEY.
053491     EXEC CICS STARTBR FILE ('DAYTXN')
053492         RIDFLD (WS-BRW-DTKEY)
053493         GTEQ
053494         RESP   (WS-RESP)
053495     END-EXEC.
053496     IF WS-RESP = DFHRESP(NOTFND)
053497         GO TO 2550-EXIT
053498     END-IF.
053499     IF WS-RESP NOT = DFHRESP(NORMAL)
053500         SET WS-DT-PENDING TO TRUE
053501         GO TO 2550-EXIT
053502     END-IF.
053503
053504     PERFORM 2560-CHECK-ONE-MOVEMENT THRU 2560-EXIT
053505         UNTIL WS-BRW-EOF
053506            OR WS-DT-PENDING.
053507
053508     EXEC CICS ENDBR FILE ('DAYTXN')
053509         RESP (WS-RESP)
053510     END-EXEC.
053511 2550-EXIT.
053512     EXIT.
053513
053514 2560-CHECK-ONE-MOVEMENT.
053515     EXEC CICS READNEXT FILE ('DAYTXN')
053516         INTO   (DT-RECORD)
053517         RIDFLD (WS-BRW-DTKEY)
053518         RESP   (WS-RESP)
053519     END-EXEC.
053520     IF WS-RESP NOT = DFHRESP(NORMAL)
053521         SET WS-BRW-EOF TO TRUE
053522         GO TO 2560-EXIT
053523     END-IF.
053524     IF DT-CUSTOMER-ID = CM-CUSTOMER-ID
053525         SET WS-DT-PENDING TO TRUE
053526     END-IF.
053527 2560-EXIT.
053528     EXIT.
053529*****************************************************************
053530*    2600-CHECK-PENDING - DECIDE WHICH OF THE BALANCE AND THE   *
053531*    CREDIT LIMIT KEYED NEED A SECOND SUPERVISOR'S APPROVAL.    *
053532*    ON AN AMEND, ANY CHANGE TO EITHER DOES.  ON AN ADD, A      *
053533*    NON-ZERO OPENING BALANCE DOES, AND SO DOES AN OPENING      *
053534*    CREDIT LIMIT ABOVE WS-LIMIT-APPROVAL-LEVEL - A LOWER ONE   *
053535*    IS SET WITH THE ADD.  A QUEUED FIELD KEEPS ITS VALUE ON    *
053536*    FILE (ZERO FOR AN ADD) UNTIL APPROVED, SO THE EDITED VALUE *
053537*    IS SAVED FOR THE PENDING RECORD AND REPLACED BY THE FILE   *
053538*    VALUE.  A NON-NUMERIC LIMIT ON FILE COUNTS AS ZERO, AS     *
053539*    1100 SHOWS IT.  A FIELD THAT ALREADY HAS A CHANGE WAITING  *
053540*    FOR THIS CUSTOMER IS REFUSED - THE FIRST MUST BE ACTIONED. *
053541*****************************************************************
053542 2600-CHECK-PENDING.
053543     MOVE 'N' TO WS-BAL-PENDING-SW.
053544     MOVE 'N' TO WS-LIM-PENDING-SW.
053545     MOVE 'N' TO WS-PND-REFUSED-SW.
053546     MOVE CM-BALANCE TO WS-FILE-BALANCE.
053547     IF CM-CREDIT-LIMIT NUMERIC
053548         MOVE CM-CREDIT-LIMIT TO WS-FILE-LIMIT
053549     ELSE
053550         MOVE ZERO            TO WS-FILE-LIMIT
053551     END-IF.
053552
053553     IF WS-EDITED-BALANCE NOT = WS-FILE-BALANCE
053554         SET WS-BAL-PENDING TO TRUE
053555     END-IF.
053556     IF WS-EDITED-LIMIT NOT = WS-FILE-LIMIT
053557         IF WS-AUD-ACTION = 'C'
053558          OR WS-EDITED-LIMIT > WS-LIMIT-APPROVAL-LEVEL
053559             SET WS-LIM-PENDING TO TRUE
053560         END-IF
053561     END-IF.
053562     IF NOT WS-BAL-PENDING
053563      AND NOT WS-LIM-PENDING
053564         GO TO 2600-EXIT
053565     END-IF.
053566
053567     PERFORM 2620-CHECK-PENDCHG THRU 2620-EXIT.
053568     IF WS-PND-REFUSED
053569         GO TO 2600-EXIT
053570     END-IF.
053571
053572     IF WS-BAL-PENDING
053573         MOVE WS-EDITED-BALANCE TO WS-PND-NEW-BALANCE
053574         MOVE WS-FILE-BALANCE   TO WS-EDITED-BALANCE
053575     END-IF.
053576     IF WS-LIM-PENDING
053577         MOVE WS-EDITED-LIMIT   TO WS-PND-NEW-LIMIT
053578         MOVE WS-FILE-LIMIT     TO WS-EDITED-LIMIT
053579     END-IF.
053580 2600-EXIT.
053581     EXIT.
053582*****************************************************************
053583*    2620-CHECK-PENDCHG - BROWSE THE PENDING-CHANGE FILE FROM   *
053584*    THE CUSTOMER'S FIRST KEY FOR A CHANGE STILL WAITING ON A   *
053585*    FIELD BEING QUEUED NOW.  A BROWSE THAT CANNOT BE STARTED   *
053586*    FOR ANY REASON OTHER THAN AN EMPTY FILE REFUSES THE SAVE.  *
053587*****************************************************************
053588 2620-CHECK-PENDCHG.
053589     MOVE 'N' TO WS-BRW-EOF-SW.
053590     MOVE LOW-VALUES     TO WS-PND-BRW-KEY.
053591     MOVE CM-CUSTOMER-ID TO WS-PND-BRW-KEY (1:6).
053592     EXEC CICS STARTBR FILE ('PENDCHG')
053593         RIDFLD (WS-PND-BRW-KEY)
053594         GTEQ
053595         RESP   (WS-RESP)
053596     END-EXEC.
053597     IF WS-RESP = DFHRESP(NOTFND)
053598         GO TO 2620-EXIT
053599     END-IF.
053600     IF WS-RESP NOT = DFHRESP(NORMAL)
053601         SET WS-PND-REFUSED TO TRUE
053602         MOVE 'CMPNDFLD' TO WS-MSG-ID
053603         MOVE MSG-PENDING-FAILED TO WS-MSG-FALLBACK
053604         GO TO 2620-EXIT
053605     END-IF.
053606
053607     PERFORM 2630-CHECK-ONE-PENDING THRU 2630-EXIT
053608         UNTIL WS-BRW-EOF
053609            OR WS-PND-REFUSED.
053610
053611     EXEC CICS ENDBR FILE ('PENDCHG')
053612         RESP (WS-RESP)
053613     END-EXEC.
053614 2620-EXIT.
053615     EXIT.
053616
053617 2630-CHECK-ONE-PENDING.
053618     EXEC CICS READNEXT FILE ('PENDCHG')
053619         INTO   (PC-RECORD)
053620         RIDFLD (WS-PND-BRW-KEY)
053621         RESP   (WS-RESP)
053622     END-EXEC.
053623     IF WS-RESP NOT = DFHRESP(NORMAL)
053624      OR PC-CUSTOMER-ID NOT = CM-CUSTOMER-ID
053625         SET WS-BRW-EOF TO TRUE
053626         GO TO 2630-EXIT
053627     END-IF.
053628     IF PC-PENDING
053629         IF (PC-BALANCE-CHANGE AND WS-BAL-PENDING)
053630          OR (PC-LIMIT-CHANGE AND WS-LIM-PENDING)
053631             SET WS-PND-REFUSED TO TRUE
053632             MOVE 'CMPNDDUP' TO WS-MSG-ID
053633             MOVE MSG-PENDING-DUP TO WS-MSG-FALLBACK
053634         END-IF
053635     END-IF.
053636 2630-EXIT.
053637     EXIT.
053638*****************************************************************
053639*    2650-WRITE-PENDING - WRITE ONE PENDING-CHANGE RECORD FOR   *
053640*    EACH FIELD QUEUED BY 2600-CHECK-PENDING, KEYED CUSTOMER /  *
053641*    DATE / TIME / FIELD, CARRYING THE VALUE ON FILE, THE NEW   *
053642*    VALUE AND THE OPERATOR AND TERMINAL THAT KEYED IT.  SETS   *
053643*    THE SCREEN MESSAGE - WS-CM-SAVED SAYS WHETHER THE REST OF  *
053644*    THE RECORD WAS SAVED WITH IT.                              *
053645*****************************************************************
053646 2650-WRITE-PENDING.
053647     EXEC CICS ASKTIME
053648         ABSTIME (SH-ABS-TIME)
053649     END-EXEC.
053650     EXEC CICS FORMATTIME
053651         ABSTIME  (SH-ABS-TIME)
053652         YYYYMMDD (WS-PND-DATE)
053653         TIME     (WS-PND-TIME)
053654     END-EXEC.
053655     SET WS-PND-WRITTEN TO TRUE.
053656
053657     IF WS-BAL-PENDING
053658         INITIALIZE PC-RECORD
053659         SET PC-BALANCE-CHANGE    TO TRUE
053660         MOVE WS-FILE-BALANCE     TO PC-OLD-AMOUNT
053661         MOVE WS-PND-NEW-BALANCE  TO PC-NEW-AMOUNT
053662         PERFORM 2660-WRITE-ONE-PENDING THRU 2660-EXIT
053663     END-IF.
053664     IF WS-LIM-PENDING
053665         INITIALIZE PC-RECORD
053666         SET PC-LIMIT-CHANGE      TO TRUE
053667         MOVE WS-FILE-LIMIT       TO PC-OLD-AMOUNT
053668         MOVE WS-PND-NEW-LIMIT    TO PC-NEW-AMOUNT
053669         PERFORM 2660-WRITE-ONE-PENDING THRU 2660-EXIT
053670     END-IF.
053671
053672     EVALUATE TRUE
053673         WHEN NOT WS-PND-WRITTEN
053674             MOVE 'CMPNDFLD' TO WS-MSG-ID
053675             MOVE MSG-PENDING-FAILED TO WS-MSG-FALLBACK
053676         WHEN WS-CM-SAVED
053677             MOVE 'CMPNDSAV' TO WS-MSG-ID
053678             MOVE MSG-PENDING-SAVED TO WS-MSG-FALLBACK
053679         WHEN OTHER
053680             MOVE 'CMPNDQUE' TO WS-MSG-ID
053681             MOVE MSG-PENDING-QUEUED TO WS-MSG-FALLBACK
053682     END-EVALUATE.
053683     PERFORM 5000-GET-MESSAGE THRU 5000-EXIT.
053684 2650-EXIT.
053685     EXIT.
053686
053687 2660-WRITE-ONE-PENDING.
053688     MOVE CM-CUSTOMER-ID  TO PC-CUSTOMER-ID.
053689     MOVE WS-PND-DATE     TO PC-REQ-DATE.
053690     MOVE WS-PND-TIME     TO PC-REQ-TIME.
053691     SET PC-PENDING       TO TRUE.
053692     MOVE CA-OPERATOR-ID  TO PC-REQ-OPERATOR.
053693     MOVE EIBTRMID        TO PC-REQ-TERMINAL.
053694     EXEC CICS WRITE FILE ('PENDCHG')
053695         FROM   (PC-RECORD)
053696         RIDFLD (PC-KEY)
053697         RESP   (WS-RESP)
053698     END-EXEC.
053699     IF WS-RESP NOT = DFHRESP(NORMAL)
053700         MOVE 'N' TO WS-PND-WRITTEN-SW
053701     END-IF.
053702 2660-EXIT.
053703     EXIT.
053704*****************************************************************
053705*    2700-WRITE-AUDIT - WRITE THE MAINTENANCE-AUDIT RECORD      *
053706*    STAGED IN WS-AUDIT-STAGING.  THE SEQUENCE NUMBER STEPS     *
053707*    PAST ANY SLOT ALREADY TAKEN THIS SECOND ON THIS TERMINAL,  *
053708*    AS HELPOST'S HISTORY WRITE DOES.  WS-AUDIT-OK IS LEFT OFF  *
053709*    ON ANY FAILURE - THE CALLER MUST THEN REFUSE THE UPDATE.   *
053710*****************************************************************
053711 2700-WRITE-AUDIT.
053712     EXEC CICS ASKTIME
053713         ABSTIME (SH-ABS-TIME)
053714     END-EXEC.
053715     EXEC CICS FORMATTIME
053716         ABSTIME  (SH-ABS-TIME)
053717         YYYYMMDD (WS-AUDIT-DATE)
053718         TIME     (WS-AUDIT-TIME)
053719     END-EXEC.
053720
053721     INITIALIZE MA-RECORD.
053722     MOVE EIBTRMID           TO MA-TERMINAL-ID.
053723     MOVE WS-AUDIT-DATE      TO MA-AUDIT-DATE.
053724     MOVE WS-AUDIT-TIME      TO MA-AUDIT-TIME.
053725     IF WS-COMMAREA-VALID
053726         MOVE CA-OPERATOR-ID TO MA-OPERATOR-ID
053727     ELSE
053728         MOVE SPACES         TO MA-OPERATOR-ID
053729     END-IF.
053730     MOVE 'CUSTMAST'         TO MA-FILE-NAME.
053731     MOVE WS-AUD-ACTION      TO MA-ACTION.
053732     MOVE WS-AUD-KEY         TO MA-RECORD-KEY.
053733     MOVE WS-AUD-BEFORE      TO MA-BEFORE-IMAGE.
053734     MOVE WS-AUD-AFTER       TO MA-AFTER-IMAGE.
053735
053736     MOVE 'N' TO WS-AUDIT-OK-SW.
053737     MOVE 'N' TO WS-MA-WRITTEN-SW.
053738     MOVE 1   TO WS-MA-SEQ.
053739     PERFORM 2750-TRY-WRITE-AUDIT THRU 2750-EXIT
053740         UNTIL WS-MA-WRITTEN
053741            OR WS-MA-SEQ > 9999.
053742     IF WS-MA-WRITTEN
053743         SET WS-AUDIT-OK TO TRUE
053744     END-IF.
053745 2700-EXIT.
053746     EXIT.
053747
053748 2750-TRY-WRITE-AUDIT.
053749     MOVE WS-MA-SEQ TO MA-AUDIT-SEQ.
053750     EXEC CICS WRITE FILE ('MNTAUDIT')
053751         FROM   (MA-RECORD)
053752         RIDFLD (MA-KEY)
053753         RESP   (WS-RESP)
053754     END-EXEC.
053755     EVALUATE TRUE
053756         WHEN WS-RESP = DFHRESP(NORMAL)
053757             SET WS-MA-WRITTEN TO TRUE
053758         WHEN WS-RESP = DFHRESP(DUPREC)
053759             ADD 1 TO WS-MA-SEQ
053760         WHEN OTHER
053761             MOVE 10000 TO WS-MA-SEQ
053762     END-EVALUATE.
053763 2750-EXIT.
053764     EXIT.
053765*****************************************************************
053766*    5000-GET-MESSAGE - RESOLVE THE SCREEN MESSAGE NAMED BY     *
053767*    WS-MSG-ID FROM THE MESSAGE-CONTROL FILE IN THE SIGNED-ON   *
053768*    OPERATOR'S LANGUAGE.  A MISSING VARIANT FALLS BACK TO THE  *
053769*    ENGLISH VARIANT, AND A MESSAGE NOT ON FILE AT ALL FALLS    *
053770*    BACK TO THE HARD-CODED ENGLISH TEXT IN WS-MESSAGES.        *
053771*****************************************************************
053772 5000-GET-MESSAGE.
053773     MOVE WS-MSG-FALLBACK TO WS-SCREEN-MSG.
053774     MOVE WS-MSG-ID       TO WS-LKP-MSG-ID.
053775     IF WS-COMMAREA-VALID
053776      AND (CA-LANGUAGE-CD = 'E' OR CA-LANGUAGE-CD = 'W')
053777         MOVE CA-LANGUAGE-CD TO WS-LKP-LANG
053778     ELSE
053779         MOVE 'E' TO WS-LKP-LANG
053780     END-IF.
053781     PERFORM 5050-READ-MESSAGE THRU 5050-EXIT.
053782     IF WS-RESP NOT = DFHRESP(NORMAL)
053783      AND WS-LKP-LANG NOT = 'E'
053784         MOVE 'E' TO WS-LKP-LANG
053785         PERFORM 5050-READ-MESSAGE THRU 5050-EXIT
053786     END-IF.
053787     IF WS-RESP = DFHRESP(NORMAL)
053788         MOVE WS-LKP-TEXT TO WS-SCREEN-MSG
053789     END-IF.
053790 5000-EXIT.
053791     EXIT.
053792
053793 5050-READ-MESSAGE.
053794     EXEC CICS READ FILE ('MSGCTL')
053795         INTO   (WS-LKP-RECORD)
053796         RIDFLD (WS-LKP-KEY)
053797         RESP   (WS-RESP)
053798     END-EXEC.
053799 5050-EXIT.
053800     EXIT.
053801*****************************************************************
053802*    9000-ABEND-HANDLER - CAUGHT BY HANDLE ABEND/HANDLE         *
053803*    CONDITION(ERROR).  LOGS THE FAILURE TO THE ERROR LOG FILE  *
053804*    AND PUTS A CLEAN MESSAGE ON THE SCREEN INSTEAD OF LETTING  *
053900*    THE OPERATOR SEE A RAW CICS ABEND SCREEN.  SAME PATTERN AS *
054000*    HELLO'S 9000-ABEND-HANDLER.                                *
054100*****************************************************************
