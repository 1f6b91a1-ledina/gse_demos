      *****************************************************************
      *  COPYBOOK : CUSTUNLD                                          *
      *  PURPOSE  : FLAT-FILE RECORD LAYOUT FOR THE NIGHTLY CUSTOMER- *
      *             MASTER UNLOAD (CUSTUNL) READ BACK BY THE CUSTRCV  *
      *             FORWARD-RECOVERY REBUILD.  ONE HEADER, ONE DETAIL *
      *             PER CUSTOMER IN KEY ORDER CARRYING THE CM-RECORD  *
      *             IMAGE UNCHANGED, AND ONE TRAILER.  THE HEADER     *
      *             NAMES THE BUSINESS DATE OF THE POSTING RUN THE    *
      *             UNLOAD FOLLOWS AND THE CLOCK DATE AND TIME IT WAS *
      *             TAKEN - CUSTRCV ROLLS FORWARD THE CUSTHIST        *
      *             POSTINGS OF LATER BUSINESS DATES AND THE          *
      *             MNTAUDIT CHANGES TIMED AFTER IT.  THE TRAILER     *
      *             CARRIES THE DETAIL COUNT AND THE CM-BALANCE TOTAL.*
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-10-15 DLH  INITIAL LAYOUT
      *****************************************************************
       01  CU-RECORD.
           05  CU-RECORD-TYPE            PIC X(01).
               88  CU-HEADER                         VALUE 'H'.
               88  CU-DETAIL                         VALUE 'D'.
               88  CU-TRAILER                        VALUE 'T'.
           05  CU-DATA                   PIC X(79).
           05  CU-HEADER-DATA            REDEFINES CU-DATA.
               10  CU-HDR-RUN-DATE       PIC 9(08).
               10  CU-HDR-UNLOAD-DATE    PIC 9(08).
               10  CU-HDR-UNLOAD-TIME    PIC 9(06).
               10  FILLER                PIC X(57).
           05  CU-DETAIL-DATA            REDEFINES CU-DATA.
               10  CU-CUSTOMER-IMAGE     PIC X(62).
               10  FILLER                PIC X(17).
           05  CU-TRAILER-DATA           REDEFINES CU-DATA.
               10  CU-TRL-RUN-DATE       PIC 9(08).
               10  CU-TRL-RECORD-COUNT   PIC 9(07).
               10  CU-TRL-BALANCE-TOTAL  PIC S9(13)V99 COMP-3.
               10  FILLER                PIC X(56).
