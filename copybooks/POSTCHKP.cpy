      *             FAR THROUGH THE POSTING FILE THE RUN GOT          *
      *             (CK-RECORDS-READ) AND EVERY CONTROL TOTAL SO      *
      *             FAR, INCLUDING THE OPENING BALANCE SNAPSHOT.  A   *
      *             RESTART RUN (PARM 'R') RESTORES THESE AND SKIPS   *
      *             THE FIRST CK-RECORDS-READ MOVEMENTS, SO NOTHING   *
      *             POSTS TWICE AND THE BALANCE PROOF STILL COMES     *
      *             OUT RIGHT ACROSS AN INTERRUPTED-AND-RESTARTED     *
      *             RUN.  CK-STATUS C MARKS A COMPLETED RUN - A       *
      *             RESTART AGAINST A C CHECKPOINT IS REFUSED.        *
      *             RECORD LENGTH 177 (RECFM=FB) - SEE CHKPALC.JCL.   *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-09-01 DLH  INITIAL LAYOUT
      *   2026-10-15 DLH  CK-OVERRIDES-POSTED AND CK-OVERRIDE-AMOUNT
      *                    ADDED FOR SUSPENSE LIMIT OVERRIDES
      *   2026-10-15 DLH  CK-CHARGES-POSTED AND CK-CHARGE-AMOUNT ADDED
      *                    FOR MONTH-END OVERDRAFT CHARGES
      *   2026-10-15 DLH  CK-REJ-ACCT-STATUS ADDED FOR MOVEMENTS
      *                    REJECTED ON A BLOCKED OR CLOSED ACCOUNT
      *   2026-10-15 DLH  CK-REVERSALS-POSTED AND CK-REVERSAL-AMOUNT
      *                    ADDED FOR SUPERVISOR REVERSALS
      *   2026-10-15 DLH  CK-CLOSING-TOTAL ADDED - SET ON THE FINAL
      *                    (STATUS C) CHECKPOINT SO THE GLJRNL
      *                    JOURNAL STEP CAN PROVE ITS NET MOVEMENT
      *                    AGAINST CLOSING MINUS OPENING
      *   2026-10-15 DLH  RECORD NOW 177 BYTES - POSTCHKP REALLOCATED
      *                    ONCE BY CHKPALC.JCL BEFORE FIRST USE
      *****************************************************************
       01  CK-RECORD.
           05  CK-RUN-DATE               PIC 9(08).
           05  CK-REJ-BAD-TYPE           PIC 9(07).
           05  CK-REJ-BAD-AMOUNT         PIC 9(07).
           05  CK-REJ-WRONG-DATE         PIC 9(07).
           05  CK-REJ-ACCT-STATUS        PIC 9(07).
           05  CK-RECORDS-OVERLIMIT      PIC 9(07).
           05  CK-HISTORY-WRITTEN        PIC 9(07).
           05  CK-OVERRIDES-POSTED       PIC 9(07).
           05  CK-CHARGES-POSTED         PIC 9(07).
           05  CK-REVERSALS-POSTED       PIC 9(07).
           05  CK-DEBIT-AMOUNT           PIC S9(11)V99 COMP-3.
           05  CK-CREDIT-AMOUNT          PIC S9(11)V99 COMP-3.
           05  CK-OVERLIMIT-AMOUNT       PIC S9(11)V99 COMP-3.
           05  CK-OVERRIDE-AMOUNT        PIC S9(11)V99 COMP-3.
           05  CK-CHARGE-AMOUNT          PIC S9(11)V99 COMP-3.
           05  CK-REVERSAL-AMOUNT        PIC S9(11)V99 COMP-3.
           05  CK-OPENING-TOTAL          PIC S9(13)V99 COMP-3.
           05  CK-CLOSING-TOTAL          PIC S9(13)V99 COMP-3.
           05  FILLER                    PIC X(05).
