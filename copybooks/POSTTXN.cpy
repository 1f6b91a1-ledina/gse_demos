      *             AMOUNT IS UNSIGNED - PT-TXN-TYPE CARRIES THE      *
      *             DIRECTION (C ADDS TO THE BALANCE, D SUBTRACTS).   *
      *             REJECTED MOVEMENTS ARE WRITTEN TO THE REJECTS     *
      *             FILE IN THIS SAME LAYOUT, WITH PT-REJECT-REASON   *
      *             SET TO SAY WHY, READY FOR THE SUSLOAD SUSPENSE    *
      *             LOAD.  PT-LIMIT-OVERRIDE IS SET ONLY ON A         *
      *             SUPERVISOR-APPROVED REPOST FROM SUSPENSE AND LETS *
      *             THE DEBIT POST PAST THE CREDIT LIMIT.  VALUE C    *
      *             MARKS A MONTH-END BANK CHARGE FROM CUSTINT, WHICH *
      *             ALSO POSTS WHATEVER THE LIMIT AND IS COUNTED      *
      *             SEPARATELY.  VALUE V MARKS A SUPERVISOR REVERSAL  *
      *             FROM CUSTENQ (PT-REFERENCE HOLDS THE REVERSED     *
      *             MOVEMENT'S HISTORY DATE/SEQUENCE); IT TOO POSTS   *
      *             WHATEVER THE LIMIT AND IS COUNTED SEPARATELY.     *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-08-23 DLH  INITIAL LAYOUT
      *   2026-10-15 DLH  PT-REJECT-REASON AND PT-LIMIT-OVERRIDE TAKEN
      *                    FROM FILLER FOR THE SUSPENSE FILE
      *   2026-10-15 DLH  PT-CHARGE-POSTING ADDED FOR OVERDRAFT CHARGES
      *   2026-10-15 DLH  PT-REVERSAL-POSTING ADDED FOR REVERSALS
      *****************************************************************
       01  PT-RECORD.
           05  PT-CUSTOMER-ID            PIC X(06).
               88  PT-CREDIT                         VALUE 'C'.
           05  PT-AMOUNT                 PIC 9(09)V99.
           05  PT-REFERENCE              PIC X(12).
           05  PT-REJECT-REASON          PIC X(02).
           05  PT-LIMIT-OVERRIDE         PIC X(01).
               88  PT-OVERRIDE-LIMIT                 VALUE 'Y'.
               88  PT-CHARGE-POSTING                 VALUE 'C'.
               88  PT-REVERSAL-POSTING               VALUE 'V'.
           05  FILLER                    PIC X(39).
