      *                    SPACES THERE, SO A NON-NUMERIC OR ZERO
      *                    LIMIT MUST BE TREATED AS "NO LIMIT SET"
      *                    BY EVERY READER.
      *   2026-10-15 DLH  ACCOUNT STATUS (OPEN/BLOCKED/CLOSED) WITH
      *                    THE DATE AND REASON OF THE LAST CHANGE
      *                    CARVED OUT OF THE TRAILING FILLER.  SET
      *                    THROUGH CUSTMNT ONLY.  RECORDS WRITTEN
      *                    BEFORE THIS CHANGE HAVE SPACES THERE, WHICH
      *                    CM-STATUS-OPEN COVERS; A NON-NUMERIC STATUS
      *                    DATE MEANS "NEVER CHANGED".  MOVENTRY AND
      *                    HELPOST REFUSE MOVEMENTS FOR A BLOCKED OR
      *                    CLOSED ACCOUNT; A CLOSED ACCOUNT GETS ONE
      *                    FINAL CUSTSTMT STATEMENT AND IS THEN LEFT
      *                    OUT OF THE STATEMENT RUN.
      *****************************************************************
       01  CM-RECORD.
           05  CM-CUSTOMER-ID            PIC X(06).
           05  CM-CUSTOMER-NAME          PIC X(30).
           05  CM-BALANCE                PIC S9(09)V99 COMP-3.
           05  CM-CREDIT-LIMIT           PIC S9(09)V99 COMP-3.
           05  CM-ACCOUNT-STATUS         PIC X(01).
               88  CM-STATUS-OPEN                    VALUE 'O' ' '.
               88  CM-STATUS-BLOCKED                 VALUE 'B'.
               88  CM-STATUS-CLOSED                  VALUE 'C'.
               88  CM-STATUS-VALID                   VALUE 'O' 'B'
                                                           'C'.
           05  CM-STATUS-DATE            PIC 9(08).
           05  CM-STATUS-REASON          PIC X(02).
               88  CM-RSN-CUSTOMER-REQUEST           VALUE 'CR'.
               88  CM-RSN-FRAUD                      VALUE 'FR'.
               88  CM-RSN-DECEASED                   VALUE 'DC'.
               88  CM-RSN-BAD-DEBT                   VALUE 'BD'.
               88  CM-RSN-ARREARS                    VALUE 'AR'.
               88  CM-RSN-REINSTATED                 VALUE 'RI'.
               88  CM-RSN-OTHER                      VALUE 'OT'.
               88  CM-RSN-VALID                      VALUE 'CR' 'FR'
                                                   'DC' 'BD' 'AR'
                                                   'RI' 'OT'.
           05  FILLER                    PIC X(03).
