      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-08-23 DLH  INITIAL SYMBOLIC MAP
      *   2026-10-15 DLH  ADD COLHDG3 AND RSTS - ACCOUNT STATUS COLUMN
      *****************************************************************
       01  HECBMN1I.
           05  FILLER            PIC X(12).
           05  COLHDG2F          PIC X.
           05  COLHDG2A          REDEFINES COLHDG2F PIC X.
           05  COLHDG2I          PIC X(13).
           05  COLHDG3L          PIC S9(4) COMP.
           05  COLHDG3F          PIC X.
           05  COLHDG3A          REDEFINES COLHDG3F PIC X.
           05  COLHDG3I          PIC X(7).
           05  BRW-LINE-I        OCCURS 10 TIMES.
               10  RSELL         PIC S9(4) COMP.
               10  RSELF         PIC X.
               10  RBALF         PIC X.
               10  RBALA         REDEFINES RBALF PIC X.
               10  RBALI         PIC X(13).
               10  RSTSL         PIC S9(4) COMP.
               10  RSTSF         PIC X.
               10  RSTSA         REDEFINES RSTSF PIC X.
               10  RSTSI         PIC X(7).
           05  MSGLINL           PIC S9(4) COMP.
           05  MSGLINF           PIC X.
           05  MSGLINA           REDEFINES MSGLINF PIC X.
           05  COLHDGO           PIC X(42).
           05  FILLER            PIC X(3).
           05  COLHDG2O          PIC X(13).
           05  FILLER            PIC X(3).
           05  COLHDG3O          PIC X(7).
           05  BRW-LINE-O        OCCURS 10 TIMES.
               10  FILLER        PIC X(3).
               10  RSELO         PIC X(1).
               10  RNAMO         PIC X(30).
               10  FILLER        PIC X(3).
               10  RBALO         PIC X(13).
               10  FILLER        PIC X(3).
               10  RSTSO         PIC X(7).
           05  FILLER            PIC X(3).
           05  MSGLINO           PIC X(76).
