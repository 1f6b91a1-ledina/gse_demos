      * MOD LOG
      *   2026-08-23 DLH  INITIAL SYMBOLIC MAP
      *   2026-09-01 DLH  ADD LOCKLBL/LOCKCD - SIGN-ON LOCK STATUS
      *   2026-10-15 DLH  ADD TEAMLBL/TEAMCD - OPERATOR TEAM CODE
      *****************************************************************
       01  HEOMMN1I.
           05  FILLER            PIC X(12).
           05  LOCKCDF           PIC X.
           05  LOCKCDA           REDEFINES LOCKCDF PIC X.
           05  LOCKCDI           PIC X(1).
           05  TEAMLBLL          PIC S9(4) COMP.
           05  TEAMLBLF          PIC X.
           05  TEAMLBLA          REDEFINES TEAMLBLF PIC X.
           05  TEAMLBLI          PIC X(18).
           05  TEAMCDL           PIC S9(4) COMP.
           05  TEAMCDF           PIC X.
           05  TEAMCDA           REDEFINES TEAMCDF PIC X.
           05  TEAMCDI           PIC X(2).
           05  MSGLINL           PIC S9(4) COMP.
           05  MSGLINF           PIC X.
           05  MSGLINA           REDEFINES MSGLINF PIC X.
           05  FILLER            PIC X(3).
           05  LOCKCDO           PIC X(1).
           05  FILLER            PIC X(3).
           05  TEAMLBLO          PIC X(18).
           05  FILLER            PIC X(3).
           05  TEAMCDO           PIC X(2).
           05  FILLER            PIC X(3).
           05  MSGLINO           PIC X(76).
