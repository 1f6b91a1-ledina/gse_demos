      *****************************************************************
      *  COPYBOOK : SUSPENSE                                          *
      *  PURPOSE  : RECORD LAYOUT FOR THE POSTING-SUSPENSE VSAM KSDS. *
      *             ONE RECORD PER MOVEMENT HELPOST COULD NOT POST -  *
      *             EVERY REJECT (POSTERR) AND EVERY OVER-LIMIT DEBIT *
      *             (POSTLIM) - LOADED NIGHTLY BY SUSLOAD, KEYED LOAD *
      *             DATE/SEQUENCE.  SU-ORIGINAL KEEPS THE MOVEMENT AS *
      *             HELPOST SAW IT; THE REPOST FIELDS START AS A COPY *
      *             AND ARE CORRECTED ON THE SUSPMNT SCREEN.  AN ITEM *
      *             IS OPEN UNTIL A SUPERVISOR CORRECTS, APPROVES OR  *
      *             WRITES IT OFF; CORRECTED AND APPROVED ITEMS SIT   *
      *             AT STATUS A UNTIL THE NEXT TXNSWEEP RUN WRITES    *
      *             THEM TO THE POSTING FILE AND MARKS THEM REPOSTED. *
      *             THE ACTIONING OPERATOR IS RECORDED ON THE ITEM.   *
      *             REASON DP IS AN EXTERNAL MOVEMENT TXNSWEEP HELD   *
      *             BACK AS A SUSPECTED DUPLICATE OF ONE ALREADY      *
      *             POSTED; A SUPERVISOR APPROVES IT IF GENUINE.      *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-10-15 DLH  INITIAL LAYOUT
      *   2026-10-15 DLH  SU-RSN-ACCT-STATUS - HELPOST REJECT FOR A
      *                    BLOCKED OR CLOSED ACCOUNT
      *   2026-10-15 DLH  SU-RSN-DUPLICATE - SUSPECTED DUPLICATE HELD
      *                    BY TXNSWEEP
      *****************************************************************
       01  SU-RECORD.
           05  SU-KEY.
               10  SU-LOAD-DATE          PIC 9(08).
               10  SU-LOAD-SEQ           PIC 9(04).
           05  SU-STATUS                 PIC X(01).
               88  SU-OPEN                           VALUE 'O'.
               88  SU-APPROVED                       VALUE 'A'.
               88  SU-REPOSTED                       VALUE 'P'.
               88  SU-WRITTEN-OFF                    VALUE 'W'.
           05  SU-REASON                 PIC X(02).
               88  SU-RSN-NOT-FOUND                  VALUE 'NF'.
               88  SU-RSN-BAD-TYPE                   VALUE 'BT'.
               88  SU-RSN-BAD-AMOUNT                 VALUE 'BA'.
               88  SU-RSN-WRONG-DATE                 VALUE 'WD'.
               88  SU-RSN-OVER-LIMIT                 VALUE 'OL'.
               88  SU-RSN-ACCT-STATUS                VALUE 'AS'.
               88  SU-RSN-DUPLICATE                  VALUE 'DP'.
           05  SU-ORIGINAL               PIC X(80).
           05  SU-REPOST-DATA.
               10  SU-CUSTOMER-ID        PIC X(06).
               10  SU-TXN-TYPE           PIC X(01).
               10  SU-AMOUNT             PIC 9(09)V99.
               10  SU-REFERENCE          PIC X(12).
           05  SU-LIMIT-OVERRIDE         PIC X(01).
               88  SU-OVERRIDE-LIMIT                 VALUE 'Y'.
           05  SU-ACTION                 PIC X(01).
               88  SU-ACT-CORRECTED                  VALUE 'C'.
               88  SU-ACT-APPROVED                   VALUE 'A'.
               88  SU-ACT-WRITTEN-OFF                VALUE 'W'.
           05  SU-ACTION-OPER            PIC X(08).
           05  SU-ACTION-DATE            PIC 9(08).
           05  SU-ACTION-TIME            PIC 9(06).
           05  SU-REPOSTED-DATE          PIC 9(08).
           05  FILLER                    PIC X(20).
