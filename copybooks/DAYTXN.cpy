      *             HERE.  A MOVEMENT OVER THE RELEASE THRESHOLD IS   *
      *             WRITTEN HELD (STATUS H) AND STAYS OFF THE         *
      *             POSTING FILE UNTIL A SUPERVISOR RELEASES IT       *
      *             THROUGH THE SAME SCREEN.  A REVERSAL KEYED BY A   *
      *             SUPERVISOR ON CUSTENQ IS WRITTEN RELEASED WITH    *
      *             DT-REVERSAL-SW SET AND THE REVERSED MOVEMENT'S    *
      *             HISTORY DATE/SEQUENCE IN DT-REFERENCE.            *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-09-01 DLH  INITIAL LAYOUT
      *   2026-10-15 DLH  DT-REVERSAL-SW TAKEN FROM FILLER
      *****************************************************************
       01  DT-RECORD.
           05  DT-KEY.
               88  DT-CREDIT                         VALUE 'C'.
           05  DT-AMOUNT                 PIC 9(09)V99.
           05  DT-REFERENCE              PIC X(12).
           05  DT-REVERSAL-SW            PIC X(01).
               88  DT-REVERSAL                       VALUE 'V'.
           05  FILLER                    PIC X(10).
