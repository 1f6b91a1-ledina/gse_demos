      *               01 TXNSWEEP   02 HELPOST    03 HELRPT           *
      *               04 HELEXT     05 MISRECON   06 HELPEXT          *
      *               07 MISPRECN   08 HELARC     09 HELERR           *
      *               10 HELAUD     11 SUSLOAD    12 PENDRPT          *
      *               13 CUSTUNL    14 GLJRNL     99 HELVER           *
      *               15 DATEROLL                                     *
      *             CUSTUNL (13) RUNS STRAIGHT AFTER HELPOST, THEN    *
      *             GLJRNL (14), THEN SUSLOAD (11) - HELVER HOLDS THE *
      *             STEPS IN RUN ORDER, NOT NUMBER ORDER.             *
      *             DATEROLL (15) RUNS LAST, AFTER HELVER, AND ONLY   *
      *             ROLLS THE BUSINESS DATE IF HELVER'S STEP-99       *
      *             RECORD SHOWS A CLEAN VERIFICATION - HELVER DOES   *
      *             NOT EXPECT IT.                                    *
      *             THE TRANSMISSION STEPS ARE THE SITE'S STANDARD    *
      *             UTILITY AND DO NOT RECORD HERE - MISRECON AND     *
      *             MISPRECN PROVE THE FILES THEY SEND.               *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-09-01 DLH  INITIAL LAYOUT
      *   2026-10-15 DLH  STEP 11 SUSLOAD ADDED TO THE SCHEDULE
      *   2026-10-15 DLH  STEP 12 PENDRPT ADDED TO THE SCHEDULE
      *   2026-10-15 DLH  STEP 13 CUSTUNL ADDED TO THE SCHEDULE
      *   2026-10-15 DLH  STEP 14 GLJRNL ADDED TO THE SCHEDULE
      *   2026-10-15 DLH  STEP 15 DATEROLL ADDED AFTER HELVER
      *****************************************************************
       01  RC-RECORD.
           05  RC-KEY.
