      *****************************************************************
      *  COPYBOOK : GLMAP                                             *
      *  PURPOSE  : FLAT-FILE RECORD LAYOUT FOR THE GENERAL-LEDGER    *
      *             MAPPING TABLE READ BY THE NIGHTLY GLJRNL JOURNAL  *
      *             STEP.  ONE ROW PER KIND OF HELPOST OUTCOME, KEYED *
      *             BY CATEGORY AND MOVEMENT TYPE, NAMING THE LEDGER  *
      *             ACCOUNT TO DEBIT AND THE ONE TO CREDIT WITH THAT  *
      *             NIGHT'S TOTAL.  MAINTAINED BY FINANCE.  EVERY     *
      *             ONE OF THESE ROWS MUST BE PRESENT:                *
      *               CR C  CREDITS POSTED TO CUSTOMERS               *
      *               DR D  DEBITS POSTED TO CUSTOMERS                *
      *               CH D  MONTH-END BANK CHARGES POSTED             *
      *               OL D  DEBITS HELD IN OVER-LIMIT SUSPENSE        *
      *               RJ D  DEBITS REJECTED                           *
      *               RJ C  CREDITS REJECTED                          *
      *               RJ *  REJECTED AS NEITHER DEBIT NOR CREDIT      *
      *             THE ACCOUNT THE CR ROW CREDITS IS THE CUSTOMER    *
      *             CONTROL ACCOUNT: ITS NET MOVEMENT IN THE JOURNAL  *
      *             MUST EQUAL HELPOST'S CLOSING MINUS OPENING        *
      *             BALANCE TOTAL, SO THE DR AND CH ROWS MUST DEBIT   *
      *             IT, AND IT IS THE ACCOUNT ON THE MONTH-END TRIAL- *
      *             BALANCE LINE.  A ROW WHOSE CATEGORY STARTS WITH   *
      *             AN ASTERISK IS A COMMENT.                         *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-10-15 DLH  INITIAL LAYOUT
      *****************************************************************
       01  GM-RECORD.
           05  GM-CATEGORY               PIC X(02).
           05  GM-TXN-TYPE               PIC X(01).
           05  GM-DEBIT-ACCOUNT          PIC X(10).
           05  GM-CREDIT-ACCOUNT         PIC X(10).
           05  GM-DESCRIPTION            PIC X(30).
           05  FILLER                    PIC X(27).
