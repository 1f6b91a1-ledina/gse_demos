      *****************************************************************
      *  COPYBOOK : HESUMAP                                           *
      *  PURPOSE  : SYMBOLIC MAP FOR MAPSET HESUMAP, MAP HESUMN1 -    *
      *             THE SUSPMNT SUSPENSE CORRECTION SCREEN.  THE TEN  *
      *             LIST LINES ARE IDENTICAL IN LAYOUT, SO THEY ARE   *
      *             CODED AS AN OCCURS GROUP (SUS-LINE-I / SUS-LINE-O)*
      *             AS IN HECBMAP - THE BYTE LAYOUT MATCHES THE       *
      *             GENERATED MAP EXACTLY.                            *
      *             HAND-MAINTAINED TO MATCH MAPS/HESUMAP.BMS --      *
      *             REGENERATE/RECHECK BOTH TOGETHER WHEN A FIELD     *
      *             IS ADDED, MOVED OR RESIZED.                       *
      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-10-15 DLH  INITIAL SYMBOLIC MAP
      *****************************************************************
       01  HESUMN1I.
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
           05  COLHDGI           PIC X(39).
           05  COLHDG2L          PIC S9(4) COMP.
           05  COLHDG2F          PIC X.
           05  COLHDG2A          REDEFINES COLHDG2F PIC X.
           05  COLHDG2I          PIC X(36).
           05  SUS-LINE-I        OCCURS 10 TIMES.
               10  RSELL         PIC S9(4) COMP.
               10  RSELF         PIC X.
               10  RSELA         REDEFINES RSELF PIC X.
               10  RSELI         PIC X(1).
               10  RLDTL         PIC S9(4) COMP.
               10  RLDTF         PIC X.
               10  RLDTA         REDEFINES RLDTF PIC X.
               10  RLDTI         PIC X(8).
               10  RLSQL         PIC S9(4) COMP.
               10  RLSQF         PIC X.
               10  RLSQA         REDEFINES RLSQF PIC X.
               10  RLSQI         PIC X(4).
               10  RCIDL         PIC S9(4) COMP.
               10  RCIDF         PIC X.
               10  RCIDA         REDEFINES RCIDF PIC X.
               10  RCIDI         PIC X(6).
               10  RTYPL         PIC S9(4) COMP.
               10  RTYPF         PIC X.
               10  RTYPA         REDEFINES RTYPF PIC X.
               10  RTYPI         PIC X(1).
               10  RAMTL         PIC S9(4) COMP.
               10  RAMTF         PIC X.
               10  RAMTA         REDEFINES RAMTF PIC X.
               10  RAMTI         PIC X(13).
               10  RREFL         PIC S9(4) COMP.
               10  RREFF         PIC X.
               10  RREFA         REDEFINES RREFF PIC X.
               10  RREFI         PIC X(12).
               10  RRSNL         PIC S9(4) COMP.
               10  RRSNF         PIC X.
               10  RRSNA         REDEFINES RRSNF PIC X.
               10  RRSNI         PIC X(16).
               10  RSTAL         PIC S9(4) COMP.
               10  RSTAF         PIC X.
               10  RSTAA         REDEFINES RSTAF PIC X.
               10  RSTAI         PIC X(8).
           05  CORLBLL           PIC S9(4) COMP.
           05  CORLBLF           PIC X.
           05  CORLBLA           REDEFINES CORLBLF PIC X.
           05  CORLBLI           PIC X(16).
           05  CCUSTL            PIC S9(4) COMP.
           05  CCUSTF            PIC X.
           05  CCUSTA            REDEFINES CCUSTF PIC X.
           05  CCUSTI            PIC X(6).
           05  TYPLBLL           PIC S9(4) COMP.
           05  TYPLBLF           PIC X.
           05  TYPLBLA           REDEFINES TYPLBLF PIC X.
           05  TYPLBLI           PIC X(6).
           05  CTYPEL            PIC S9(4) COMP.
           05  CTYPEF            PIC X.
           05  CTYPEA            REDEFINES CTYPEF PIC X.
           05  CTYPEI            PIC X(1).
           05  AMTLBLL           PIC S9(4) COMP.
           05  AMTLBLF           PIC X.
           05  AMTLBLA           REDEFINES AMTLBLF PIC X.
           05  AMTLBLI           PIC X(8).
           05  CAMTL             PIC S9(4) COMP.
           05  CAMTF             PIC X.
           05  CAMTA             REDEFINES CAMTF PIC X.
           05  CAMTI             PIC X(13).
           05  REFLBLL           PIC S9(4) COMP.
           05  REFLBLF           PIC X.
           05  REFLBLA           REDEFINES REFLBLF PIC X.
           05  REFLBLI           PIC X(5).
           05  CREFL             PIC S9(4) COMP.
           05  CREFF             PIC X.
           05  CREFA             REDEFINES CREFF PIC X.
           05  CREFI             PIC X(12).
           05  MSGLINL           PIC S9(4) COMP.
           05  MSGLINF           PIC X.
           05  MSGLINA           REDEFINES MSGLINF PIC X.
           05  MSGLINI           PIC X(76).
      *
       01  HESUMN1O REDEFINES HESUMN1I.
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
           05  COLHDGO           PIC X(39).
           05  FILLER            PIC X(3).
           05  COLHDG2O          PIC X(36).
           05  SUS-LINE-O        OCCURS 10 TIMES.
               10  FILLER        PIC X(3).
               10  RSELO         PIC X(1).
               10  FILLER        PIC X(3).
               10  RLDTO         PIC X(8).
               10  FILLER        PIC X(3).
               10  RLSQO         PIC X(4).
               10  FILLER        PIC X(3).
               10  RCIDO         PIC X(6).
               10  FILLER        PIC X(3).
               10  RTYPO         PIC X(1).
               10  FILLER        PIC X(3).
               10  RAMTO         PIC X(13).
               10  FILLER        PIC X(3).
               10  RREFO         PIC X(12).
               10  FILLER        PIC X(3).
               10  RRSNO         PIC X(16).
               10  FILLER        PIC X(3).
               10  RSTAO         PIC X(8).
           05  FILLER            PIC X(3).
           05  CORLBLO           PIC X(16).
           05  FILLER            PIC X(3).
           05  CCUSTO            PIC X(6).
           05  FILLER            PIC X(3).
           05  TYPLBLO           PIC X(6).
           05  FILLER            PIC X(3).
           05  CTYPEO            PIC X(1).
           05  FILLER            PIC X(3).
           05  AMTLBLO           PIC X(8).
           05  FILLER            PIC X(3).
           05  CAMTO             PIC X(13).
           05  FILLER            PIC X(3).
           05  REFLBLO           PIC X(5).
           05  FILLER            PIC X(3).
           05  CREFO             PIC X(12).
           05  FILLER            PIC X(3).
           05  MSGLINO           PIC X(76).
