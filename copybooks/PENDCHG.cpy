      *****************************************************************
      *  COPYBOOK : PENDCHG                                           *
      *  PURPOSE  : RECORD LAYOUT FOR THE PENDING-CHANGE VSAM KSDS.   *
      *             A CHANGE TO A CUSTOMER'S BALANCE OR CREDIT LIMIT  *
      *             KEYED ON CUSTMNT IS NOT APPLIED TO CUSTMAST - IT  *
      *             IS WRITTEN HERE AS ONE RECORD PER FIELD, KEYED    *
      *             CUSTOMER/REQUEST DATE/TIME/FIELD, AT STATUS P.    *
      *             A DIFFERENT SUPERVISOR APPROVES OR DECLINES IT ON *
      *             THE CUSTAPPR SCREEN; ONLY AN APPROVAL UPDATES     *
      *             CUSTMAST AND WRITES THE MNTAUDIT RECORD.  PC-OLD- *
      *             AMOUNT IS THE VALUE ON FILE WHEN THE CHANGE WAS   *
      *             KEYED; THE APPROVAL IS REFUSED IF IT NO LONGER    *
      *             MATCHES.  THE ACTIONING SUPERVISOR IS RECORDED ON *
      *             THE ITEM.  THE NIGHTLY PENDRPT STEP LISTS AND     *
      *             REMOVES APPROVED AND DECLINED ITEMS.              *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-10-15 DLH  INITIAL LAYOUT
      *****************************************************************
       01  PC-RECORD.
           05  PC-KEY.
               10  PC-CUSTOMER-ID        PIC X(06).
               10  PC-REQ-DATE           PIC 9(08).
               10  PC-REQ-TIME           PIC 9(06).
               10  PC-FIELD              PIC X(01).
                   88  PC-BALANCE-CHANGE             VALUE 'B'.
                   88  PC-LIMIT-CHANGE               VALUE 'L'.
           05  PC-STATUS                 PIC X(01).
               88  PC-PENDING                        VALUE 'P'.
               88  PC-APPROVED                       VALUE 'A'.
               88  PC-DECLINED                       VALUE 'D'.
           05  PC-REQ-OPERATOR           PIC X(08).
           05  PC-REQ-TERMINAL           PIC X(04).
           05  PC-OLD-AMOUNT             PIC S9(09)V99 COMP-3.
           05  PC-NEW-AMOUNT             PIC S9(09)V99 COMP-3.
           05  PC-ACT-OPERATOR           PIC X(08).
           05  PC-ACT-DATE               PIC 9(08).
           05  PC-ACT-TIME               PIC 9(06).
           05  FILLER                    PIC X(12).
