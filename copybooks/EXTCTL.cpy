      *****************************************************************
      *  COPYBOOK : EXTCTL                                            *
      *  PURPOSE  : HEADER AND TRAILER RECORD LAYOUT FOR THE INBOUND  *
      *             EXTERNAL MOVEMENT FILE (EXTIN).  THE SENDING      *
      *             SYSTEM WRAPS EACH FILE IN ONE HEADER (FIRST       *
      *             RECORD) AND ONE TRAILER (LAST RECORD); EVERY      *
      *             RECORD BETWEEN IS A MOVEMENT IN POSTTXN LAYOUT.   *
      *             THE RECORD ID OCCUPIES THE CUSTOMER-ID POSITIONS  *
      *             OF A MOVEMENT.  HEADER AND TRAILER BOTH NAME THE  *
      *             SOURCE SYSTEM, FILE DATE AND FILE SEQUENCE NUMBER *
      *             (ONE UP PER FILE FROM THAT SOURCE); THE TRAILER   *
      *             ALSO CARRIES THE MOVEMENT COUNT AND THE HASH      *
      *             TOTALS OF THE DEBIT AND CREDIT AMOUNTS, WHICH     *
      *             TXNSWEEP PROVES BEFORE ACCEPTING THE FILE.        *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-10-15 DLH  INITIAL LAYOUT
      *****************************************************************
       01  EC-RECORD.
           05  EC-RECORD-ID              PIC X(06).
               88  EC-HEADER                         VALUE 'HEADER'.
               88  EC-TRAILER                        VALUE 'TRAILR'.
           05  EC-SOURCE-SYSTEM          PIC X(08).
           05  EC-FILE-DATE              PIC 9(08).
           05  EC-FILE-SEQ               PIC 9(06).
           05  EC-TRAILER-TOTALS.
               10  EC-RECORD-COUNT       PIC 9(07).
               10  EC-DEBIT-HASH         PIC 9(11)V99.
               10  EC-CREDIT-HASH        PIC 9(11)V99.
           05  FILLER                    PIC X(19).
