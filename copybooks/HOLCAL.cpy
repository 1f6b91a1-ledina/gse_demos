      *****************************************************************
      *  COPYBOOK : HOLCAL                                            *
      *  PURPOSE  : FLAT-FILE RECORD LAYOUT FOR THE HOLIDAY CALENDAR  *
      *             KEPT WITH THE BUSINESS-DATE CONTROL RECORD (COPY  *
      *             BUSDATE).  ONE ROW PER BANK HOLIDAY OR OTHER NON- *
      *             WORKING WEEKDAY, IN DATE ORDER; SATURDAYS AND     *
      *             SUNDAYS ARE NEVER WORKING DAYS AND NEED NO ROW.   *
      *             READ BY THE DATEROLL STEP WHEN IT WORKS OUT THE   *
      *             NEXT WORKING DATE.  MAINTAINED BY OPERATIONS, AT  *
      *             LEAST A YEAR AHEAD.  A ROW STARTING WITH AN       *
      *             ASTERISK IS A COMMENT.                            *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-10-15 DLH  INITIAL LAYOUT
      *****************************************************************
       01  HC-RECORD.
           05  HC-HOLIDAY-DATE           PIC X(08).
           05  FILLER                    PIC X(01).
           05  HC-DESCRIPTION            PIC X(30).
           05  FILLER                    PIC X(41).
