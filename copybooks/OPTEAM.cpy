      *****************************************************************
      *  COPYBOOK : OPTEAM                                            *
      *  PURPOSE  : FLAT-FILE RECORD LAYOUT FOR THE OPERATOR TEAM     *
      *             TABLE READ BY THE QUARTERLY OPRCERT ACCESS        *
      *             RECERTIFICATION.  ONE RECORD PER TEAM CODE HELD   *
      *             IN OP-TEAM-CODE ON THE OPERATOR MASTER, NAMING    *
      *             THE TEAM AND THE MANAGER WHO SIGNS ITS OPERATORS  *
      *             OFF.  MAINTAINED BY SECURITY ADMINISTRATION.  A   *
      *             ROW WHOSE TEAM CODE STARTS WITH AN ASTERISK IS A  *
      *             COMMENT.  OPERATORS WHOSE CODE IS BLANK OR NOT ON *
      *             THE TABLE ARE LISTED SEPARATELY FOR SECURITY      *
      *             ADMINISTRATION TO SIGN OFF.                       *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-10-15 DLH  INITIAL LAYOUT
      *****************************************************************
       01  OT-RECORD.
           05  OT-TEAM-CODE              PIC X(02).
           05  OT-TEAM-NAME              PIC X(30).
           05  OT-MANAGER-ID             PIC X(08).
           05  OT-MANAGER-NAME           PIC X(30).
           05  FILLER                    PIC X(10).
