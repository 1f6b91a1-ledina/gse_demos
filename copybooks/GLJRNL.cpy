      *****************************************************************
      *  COPYBOOK : GLJRNL                                            *
      *  PURPOSE  : FLAT-FILE RECORD LAYOUT FOR THE DAILY GENERAL-    *
      *             LEDGER JOURNAL WRITTEN BY GLJRNL FROM THE NIGHT'S *
      *             HELPOST RUN.  ONE HEADER, THEN A DEBIT LINE AND A *
      *             CREDIT LINE FOR EACH GLMAP CATEGORY WITH ANYTHING *
      *             IN IT, THEN - ON A MONTH-END RUN ONLY - THE       *
      *             TRIAL-BALANCE LINE FOR THE CUSTOMER CONTROL       *
      *             ACCOUNT, THEN ONE TRAILER.  AMOUNTS ARE UNSIGNED; *
      *             GJ-DTL-DR-CR / GJ-TB-DR-CR SAY WHICH SIDE.  THE   *
      *             TRAILER CARRIES THE LINE COUNT AND THE DEBIT AND  *
      *             CREDIT TOTALS, WHICH ARE EQUAL IN A GOOD JOURNAL. *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-10-15 DLH  INITIAL LAYOUT
      *****************************************************************
       01  GJ-RECORD.
           05  GJ-RECORD-TYPE            PIC X(01).
               88  GJ-HEADER                         VALUE 'H'.
               88  GJ-DETAIL                         VALUE 'D'.
               88  GJ-TRIAL-BALANCE                  VALUE 'B'.
               88  GJ-TRAILER                        VALUE 'T'.
           05  GJ-DATA                   PIC X(79).
           05  GJ-HEADER-DATA            REDEFINES GJ-DATA.
               10  GJ-HDR-SOURCE         PIC X(08).
               10  GJ-HDR-BUSINESS-DATE  PIC 9(08).
               10  GJ-HDR-CREATED-DATE   PIC 9(08).
               10  GJ-HDR-CREATED-TIME   PIC 9(06).
               10  GJ-HDR-JOURNAL-TYPE   PIC X(01).
                   88  GJ-DAILY-JOURNAL              VALUE 'D'.
                   88  GJ-MONTH-END-JOURNAL          VALUE 'M'.
               10  FILLER                PIC X(48).
           05  GJ-DETAIL-DATA            REDEFINES GJ-DATA.
               10  GJ-DTL-ACCOUNT        PIC X(10).
               10  GJ-DTL-DR-CR          PIC X(01).
                   88  GJ-DTL-DEBIT                  VALUE 'D'.
                   88  GJ-DTL-CREDIT                 VALUE 'C'.
               10  GJ-DTL-AMOUNT         PIC 9(11)V99.
               10  GJ-DTL-CATEGORY       PIC X(02).
               10  GJ-DTL-TXN-TYPE       PIC X(01).
               10  GJ-DTL-ITEM-COUNT     PIC 9(07).
               10  GJ-DTL-NARRATIVE      PIC X(30).
               10  FILLER                PIC X(15).
           05  GJ-BALANCE-DATA           REDEFINES GJ-DATA.
               10  GJ-TB-ACCOUNT         PIC X(10).
               10  GJ-TB-DR-CR           PIC X(01).
                   88  GJ-TB-DEBIT                   VALUE 'D'.
                   88  GJ-TB-CREDIT                  VALUE 'C'.
               10  GJ-TB-BALANCE         PIC 9(13)V99.
               10  GJ-TB-CUSTOMER-COUNT  PIC 9(07).
               10  GJ-TB-NARRATIVE       PIC X(30).
               10  FILLER                PIC X(16).
           05  GJ-TRAILER-DATA           REDEFINES GJ-DATA.
               10  GJ-TRL-LINE-COUNT     PIC 9(07).
               10  GJ-TRL-BALANCE-COUNT  PIC 9(01).
               10  GJ-TRL-DEBIT-TOTAL    PIC 9(13)V99.
               10  GJ-TRL-CREDIT-TOTAL   PIC 9(13)V99.
               10  FILLER                PIC X(41).
