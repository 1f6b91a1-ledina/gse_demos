      *****************************************************************
      *  COPYBOOK : HECAMAP                                           *
      *  PURPOSE  : SYMBOLIC MAP FOR MAPSET HECAMAP, MAP HECAMN1 -    *
      *             THE CUSTAPPR CHANGE-APPROVAL SCREEN.  THE TEN     *
      *             LIST LINES ARE IDENTICAL IN LAYOUT, SO THEY ARE   *
      *             CODED AS AN OCCURS GROUP (APR-LINE-I / APR-LINE-O)*
      *             AS IN HESUMAP - THE BYTE LAYOUT MATCHES THE       *
      *             GENERATED MAP EXACTLY.                            *
      *             HAND-MAINTAINED TO MATCH MAPS/HECAMAP.BMS --      *
      *             REGENERATE/RECHECK BOTH TOGETHER WHEN A FIELD     *
      *             IS ADDED, MOVED OR RESIZED.                       *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-10-15 DLH  INITIAL SYMBOLIC MAP
      *****************************************************************
       01  HECAMN1I.
           05  FILLER            PIC X(12).
           05  HDRDATEL          PIC S9(4) COMP.
           05  HDRDATEF          PIC X.
           05  HDRDATEA          REDEFINES HDRDATEF PIC X.
           05  HDRDATEI          PIC X(8).
           05  HDRTIMEL          PIC S9(4) COMP.
           05  HDRTIMEF          PIC X.
           05  HDRTIMEA          REDEFINES HDRTIMEF PIC X.
           05  HDRTIMEI          PIC X(8).
           05  HDRTRANL          PIC S9(4) COMP.
           05  HDRTRANF          PIC X.
           05  HDRTRANA          REDEFINES HDRTRANF PIC X.
           05  HDRTRANI          PIC X(4).
           05  HDROPIDL          PIC S9(4) COMP.
           05  HDROPIDF          PIC X.
           05  HDROPIDA          REDEFINES HDROPIDF PIC X.
           05  HDROPIDI          PIC X(8).
           05  HDRPAGEL          PIC S9(4) COMP.
           05  HDRPAGEF          PIC X.
           05  HDRPAGEA          REDEFINES HDRPAGEF PIC X.
           05  HDRPAGEI          PIC X(7).
           05  COLHDGL           PIC S9(4) COMP.
           05  COLHDGF           PIC X.
           05  COLHDGA           REDEFINES COLHDGF PIC X.
           05  COLHDGI           PIC X(33).
           05  COLHDG2L          PIC S9(4) COMP.
           05  COLHDG2F          PIC X.
           05  COLHDG2A          REDEFINES COLHDG2F PIC X.
           05  COLHDG2I          PIC X(42).
           05  APR-LINE-I        OCCURS 10 TIMES.
               10  RSELL         PIC S9(4) COMP.
               10  RSELF         PIC X.
               10  RSELA         REDEFINES RSELF PIC X.
               10  RSELI         PIC X(1).
               10  RCIDL         PIC S9(4) COMP.
               10  RCIDF         PIC X.
               10  RCIDA         REDEFINES RCIDF PIC X.
               10  RCIDI         PIC X(6).
               10  RFLDL         PIC S9(4) COMP.
               10  RFLDF         PIC X.
               10  RFLDA         REDEFINES RFLDF PIC X.
               10  RFLDI         PIC X(7).
               10  ROLDL         PIC S9(4) COMP.
               10  ROLDF         PIC X.
               10  ROLDA         REDEFINES ROLDF PIC X.
               10  ROLDI         PIC X(15).
               10  RNEWL         PIC S9(4) COMP.
               10  RNEWF         PIC X.
               10  RNEWA         REDEFINES RNEWF PIC X.
               10  RNEWI         PIC X(15).
               10  RROPL         PIC S9(4) COMP.
               10  RROPF         PIC X.
               10  RROPA         REDEFINES RROPF PIC X.
               10  RROPI         PIC X(8).
               10  RRDTL         PIC S9(4) COMP.
               10  RRDTF         PIC X.
               10  RRDTA         REDEFINES RRDTF PIC X.
               10  RRDTI         PIC X(8).
               10  RRTML         PIC S9(4) COMP.
               10  RRTMF         PIC X.
               10  RRTMA         REDEFINES RRTMF PIC X.
               10  RRTMI         PIC X(8).
           05  MSGLINL           PIC S9(4) COMP.
           05  MSGLINF           PIC X.
           05  MSGLINA           REDEFINES MSGLINF PIC X.
           05  MSGLINI           PIC X(76).
      *
       01  HECAMN1O REDEFINES HECAMN1I.
           05  FILLER            PIC X(12).
           05  FILLER            PIC X(3).
           05  HDRDATEO          PIC X(8).
           05  FILLER            PIC X(3).
           05  HDRTIMEO          PIC X(8).
           05  FILLER            PIC X(3).
           05  HDRTRANO          PIC X(4).
           05  FILLER            PIC X(3).
           05  HDROPIDO          PIC X(8).
           05  FILLER            PIC X(3).
           05  HDRPAGEO          PIC X(7).
           05  FILLER            PIC X(3).
           05  COLHDGO           PIC X(33).
           05  FILLER            PIC X(3).
           05  COLHDG2O          PIC X(42).
           05  APR-LINE-O        OCCURS 10 TIMES.
               10  FILLER        PIC X(3).
               10  RSELO         PIC X(1).
               10  FILLER        PIC X(3).
               10  RCIDO         PIC X(6).
               10  FILLER        PIC X(3).
               10  RFLDO         PIC X(7).
               10  FILLER        PIC X(3).
               10  ROLDO         PIC X(15).
               10  FILLER        PIC X(3).
               10  RNEWO         PIC X(15).
               10  FILLER        PIC X(3).
               10  RROPO         PIC X(8).
               10  FILLER        PIC X(3).
               10  RRDTO         PIC X(8).
               10  FILLER        PIC X(3).
               10  RRTMO         PIC X(8).
           05  FILLER            PIC X(3).
           05  MSGLINO           PIC X(76).
