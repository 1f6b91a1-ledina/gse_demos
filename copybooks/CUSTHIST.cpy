      *             APPLIED.  CH-NEW-BALANCE IS THE BALANCE AFTER     *
      *             THE MOVEMENT, SO THE CUSTENQ ENQUIRY SCREEN CAN   *
      *             SHOW HOW THE CURRENT BALANCE CAME ABOUT.          *
      *             CH-REVERSAL-SW MARKS A MOVEMENT A SUPERVISOR HAS  *
      *             REVERSED FROM CUSTENQ (R, WITH THE DATE IT WAS    *
      *             REVERSED) AND THE CONTRA MOVEMENT THAT REVERSED   *
      *             IT (V, WHOSE CH-REFERENCE HOLDS THE ORIGINAL'S    *
      *             DATE/SEQUENCE), SO NEITHER CAN BE REVERSED AGAIN. *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-08-23 DLH  INITIAL LAYOUT
      *   2026-10-15 DLH  CH-REVERSAL-SW AND CH-REVERSED-DATE TAKEN
      *                    FROM FILLER FOR MOVEMENT REVERSAL
      *****************************************************************
       01  CH-RECORD.
           05  CH-KEY.
           05  CH-AMOUNT                 PIC 9(09)V99.
           05  CH-REFERENCE              PIC X(12).
           05  CH-NEW-BALANCE            PIC S9(09)V99 COMP-3.
           05  CH-REVERSAL-SW            PIC X(01).
               88  CH-NOT-REVERSED                   VALUE ' '.
               88  CH-REVERSED                       VALUE 'R'.
               88  CH-REVERSAL                       VALUE 'V'.
           05  CH-REVERSED-DATE          PIC 9(08).
           05  FILLER                    PIC X(03).
