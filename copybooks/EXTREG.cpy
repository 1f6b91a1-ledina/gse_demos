      *****************************************************************
      *  COPYBOOK : EXTREG                                            *
      *  PURPOSE  : RECORD LAYOUT FOR THE INBOUND-FILE REGISTER VSAM  *
      *             KSDS.  ONE RECORD PER EXTERNAL MOVEMENT FILE      *
      *             TXNSWEEP HAS ACCEPTED, KEYED SOURCE SYSTEM AND    *
      *             FILE SEQUENCE NUMBER FROM THE FILE'S HEADER, SO A *
      *             FILE SENT A SECOND TIME IS RECOGNISED AND         *
      *             REJECTED.  THE TRAILER CONTROL TOTALS AND WHAT    *
      *             THE RUN ACCEPTED AND HELD ARE KEPT FOR ENQUIRY.   *
      *             A REJECTED FILE IS NOT REGISTERED, SO IT CAN BE   *
      *             RESENT UNDER THE SAME SEQUENCE NUMBER.            *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-10-15 DLH  INITIAL LAYOUT
      *****************************************************************
       01  ER-RECORD.
           05  ER-KEY.
               10  ER-SOURCE-SYSTEM      PIC X(08).
               10  ER-FILE-SEQ           PIC 9(06).
           05  ER-FILE-DATE              PIC 9(08).
           05  ER-RUN-DATE               PIC 9(08).
           05  ER-RECORD-COUNT           PIC 9(07).
           05  ER-DEBIT-HASH             PIC 9(11)V99.
           05  ER-CREDIT-HASH            PIC 9(11)V99.
           05  ER-ACCEPTED-COUNT         PIC 9(07).
           05  ER-HELD-COUNT             PIC 9(07).
           05  FILLER                    PIC X(03).
