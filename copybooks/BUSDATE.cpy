      *****************************************************************
      *  COPYBOOK : BUSDATE                                           *
      *  PURPOSE  : RECORD LAYOUT FOR THE BUSINESS-DATE CONTROL VSAM  *
      *             KSDS.  ONE RECORD, KEY 'CONTROL ', HOLDING THE    *
      *             CURRENT BUSINESS DATE WITH THE PREVIOUS AND NEXT  *
      *             WORKING DATES, AND THE TWO SWITCHES THAT SAY      *
      *             WHETHER THE ONLINE DAY IS OPEN AND WHETHER THE    *
      *             NIGHT BATCH HAS STARTED.  EVERY NIGHTLY RUNCTL    *
      *             STEP TAKES ITS BUSINESS DATE FROM HERE, NOT FROM  *
      *             A PARM, AND REFUSES TO RUN UNLESS THE NIGHT IS    *
      *             OPEN.  TXNSWEEP, THE FIRST STEP, OPENS THE NIGHT  *
      *             (BATCH IN PROGRESS, ONLINE CLOSED); DATEROLL,     *
      *             AFTER HELVER HAS PASSED, MOVES THE DATES ON TO    *
      *             THE NEXT WORKING DAY USING THE HOLIDAY CALENDAR   *
      *             (COPY HOLCAL) AND REOPENS THE ONLINE DAY.         *
      *             ONLINE, MOVENTRY AND CUSTENQ DATE THEIR MOVEMENTS *
      *             WITH THE CURRENT BUSINESS DATE, AND CUSTOMER AND  *
      *             MOVEMENT UPDATES ARE REFUSED WHILE BATCH IS IN    *
      *             PROGRESS.  SIGNON-LOG RECORDS STAY ON THE CICS    *
      *             CLOCK - THEY RECORD WHEN AN OPERATOR SIGNED ON,   *
      *             NOT THE BUSINESS DAY.                             *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-10-15 DLH  INITIAL LAYOUT
      *****************************************************************
       01  BD-RECORD.
           05  BD-KEY                    PIC X(08).
               88  BD-CONTROL-RECORD                 VALUE 'CONTROL '.
           05  BD-CURRENT-DATE           PIC 9(08).
           05  BD-CURRENT-DATE-R         REDEFINES BD-CURRENT-DATE.
               10  BD-CURRENT-YYYY       PIC 9(04).
               10  BD-CURRENT-MM         PIC 9(02).
               10  BD-CURRENT-DD         PIC 9(02).
           05  BD-PREVIOUS-DATE          PIC 9(08).
           05  BD-NEXT-DATE              PIC 9(08).
           05  BD-NEXT-DATE-R            REDEFINES BD-NEXT-DATE.
               10  BD-NEXT-YYYY          PIC 9(04).
               10  BD-NEXT-MM            PIC 9(02).
               10  BD-NEXT-DD            PIC 9(02).
           05  BD-ONLINE-SW              PIC X(01).
               88  BD-ONLINE-OPEN                    VALUE 'Y'.
               88  BD-ONLINE-CLOSED                  VALUE 'N'.
           05  BD-BATCH-SW               PIC X(01).
               88  BD-BATCH-IN-PROGRESS              VALUE 'Y'.
               88  BD-BATCH-NOT-RUNNING              VALUE 'N'.
           05  BD-BATCH-START-DATE       PIC 9(08).
           05  BD-BATCH-START-TIME       PIC 9(06).
           05  BD-ROLLED-DATE            PIC 9(08).
           05  BD-ROLLED-TIME            PIC 9(06).
           05  FILLER                    PIC X(18).
