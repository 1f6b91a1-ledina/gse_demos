      * MOD LOG
      *   2026-08-23 DLH  INITIAL SYMBOLIC MAP
      *   2026-09-01 DLH  ADD LIMLBL/LIMAMT - CREDIT LIMIT DISPLAY
      *   2026-10-15 DLH  ADD STSLBL/STSTXT - ACCOUNT STATUS DISPLAY
      *   2026-10-15 DLH  ADD COLHDG3 AND RMRK/RSEL IN EACH LINE -
      *                    REVERSAL MARKER AND SELECTION COLUMN
      *****************************************************************
       01  HECQMN1I.
           05  FILLER            PIC X(12).
           05  CUSTNMF           PIC X.
           05  CUSTNMA           REDEFINES CUSTNMF PIC X.
           05  CUSTNMI           PIC X(30).
           05  STSLBLL           PIC S9(4) COMP.
           05  STSLBLF           PIC X.
           05  STSLBLA           REDEFINES STSLBLF PIC X.
           05  STSLBLI           PIC X(8).
           05  STSTXTL           PIC S9(4) COMP.
           05  STSTXTF           PIC X.
           05  STSTXTA           REDEFINES STSTXTF PIC X.
           05  STSTXTI           PIC X(7).
           05  BALLBLL           PIC S9(4) COMP.
           05  BALLBLF           PIC X.
           05  BALLBLA           REDEFINES BALLBLF PIC X.
           05  COLHDG2F          PIC X.
           05  COLHDG2A          REDEFINES COLHDG2F PIC X.
           05  COLHDG2I          PIC X(13).
           05  COLHDG3L          PIC S9(4) COMP.
           05  COLHDG3F          PIC X.
           05  COLHDG3A          REDEFINES COLHDG3F PIC X.
           05  COLHDG3I          PIC X(13).
           05  ENQ-LINE-I        OCCURS 8 TIMES.
               10  RDATL         PIC S9(4) COMP.
               10  RDATF         PIC X.
               10  RBALF         PIC X.
               10  RBALA         REDEFINES RBALF PIC X.
               10  RBALI         PIC X(13).
               10  RMRKL         PIC S9(4) COMP.
               10  RMRKF         PIC X.
               10  RMRKA         REDEFINES RMRKF PIC X.
               10  RMRKI         PIC X(8).
               10  RSELL         PIC S9(4) COMP.
               10  RSELF         PIC X.
               10  RSELA         REDEFINES RSELF PIC X.
               10  RSELI         PIC X(1).
           05  MSGLINL           PIC S9(4) COMP.
           05  MSGLINF           PIC X.
           05  MSGLINA           REDEFINES MSGLINF PIC X.
           05  FILLER            PIC X(3).
           05  CUSTNMO           PIC X(30).
           05  FILLER            PIC X(3).
           05  STSLBLO           PIC X(8).
           05  FILLER            PIC X(3).
           05  STSTXTO           PIC X(7).
           05  FILLER            PIC X(3).
           05  BALLBLO           PIC X(18).
           05  FILLER            PIC X(3).
           05  BALAMTO           PIC X(13).
           05  COLHDGO           PIC X(42).
           05  FILLER            PIC X(3).
           05  COLHDG2O          PIC X(13).
           05  FILLER            PIC X(3).
           05  COLHDG3O          PIC X(13).
           05  ENQ-LINE-O        OCCURS 8 TIMES.
               10  FILLER        PIC X(3).
               10  RDATO         PIC X(8).
               10  RREFO         PIC X(12).
               10  FILLER        PIC X(3).
               10  RBALO         PIC X(13).
               10  FILLER        PIC X(3).
               10  RMRKO         PIC X(8).
               10  FILLER        PIC X(3).
               10  RSELO         PIC X(1).
           05  FILLER            PIC X(3).
           05  MSGLINO           PIC X(76).
