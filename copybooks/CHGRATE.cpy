      *****************************************************************
      *  COPYBOOK : CHGRATE                                           *
      *  PURPOSE  : FLAT-FILE RECORD LAYOUT FOR THE OVERDRAFT CHARGES *
      *             RATE TABLE READ BY THE MONTH-END CUSTINT RUN.     *
      *             ONE RECORD PER RATE CHANGE, EACH WITH THE DATE IT *
      *             TAKES EFFECT.  THE RUN USES THE ROW WITH THE      *
      *             LATEST EFFECTIVE DATE NOT AFTER THE PERIOD END,   *
      *             SO A RATE CHANGE IS MADE BY ADDING A ROW, NOT BY  *
      *             EDITING ONE, AND EARLIER PERIODS CAN STILL BE     *
      *             RECALCULATED AT THE RATES THAT APPLIED THEN.      *
      *             RT-DEBIT-RATE IS THE ANNUAL PERCENTAGE CHARGED ON *
      *             THE OVERDRAWN END-OF-DAY BALANCE, SPREAD OVER     *
      *             RT-DAY-BASIS DAYS (365 OR 360).  RT-DAILY-FEE IS  *
      *             CHARGED FOR EACH DAY THE BALANCE ENDS BEYOND THE  *
      *             CUSTOMER'S CREDIT LIMIT.  INTEREST BELOW          *
      *             RT-MIN-INTEREST FOR THE PERIOD IS WAIVED.  A ROW  *
      *             WHOSE EFFECTIVE DATE IS NOT NUMERIC (E.G. ONE     *
      *             STARTING WITH AN ASTERISK) IS A COMMENT.          *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-10-15 DLH  INITIAL LAYOUT
      *****************************************************************
       01  RT-RECORD.
           05  RT-EFFECTIVE-DATE         PIC 9(08).
           05  RT-DEBIT-RATE             PIC 9(03)V9(04).
           05  RT-DAY-BASIS              PIC 9(03).
           05  RT-DAILY-FEE              PIC 9(05)V99.
           05  RT-MIN-INTEREST           PIC 9(05)V99.
           05  RT-DESCRIPTION            PIC X(30).
           05  FILLER                    PIC X(18).
