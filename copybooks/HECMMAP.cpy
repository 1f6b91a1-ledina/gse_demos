      * MOD LOG
      *   2026-08-23 DLH  INITIAL SYMBOLIC MAP
      *   2026-09-01 DLH  ADD LIMLBL/LIMAMT - CREDIT LIMIT FIELD
      *   2026-10-15 DLH  ADD STSLBL/STSCD, RSNLBL/STSRSN AND
      *                    SDTLBL/STSDTE - ACCOUNT STATUS FIELDS
      *****************************************************************
       01  HECMMN1I.
           05  FILLER            PIC X(12).
           05  LIMAMTF           PIC X.
           05  LIMAMTA           REDEFINES LIMAMTF PIC X.
           05  LIMAMTI           PIC X(13).
           05  STSLBLL           PIC S9(4) COMP.
           05  STSLBLF           PIC X.
           05  STSLBLA           REDEFINES STSLBLF PIC X.
           05  STSLBLI           PIC X(18).
           05  STSCDL            PIC S9(4) COMP.
           05  STSCDF            PIC X.
           05  STSCDA            REDEFINES STSCDF PIC X.
           05  STSCDI            PIC X(1).
           05  RSNLBLL           PIC S9(4) COMP.
           05  RSNLBLF           PIC X.
           05  RSNLBLA           REDEFINES RSNLBLF PIC X.
           05  RSNLBLI           PIC X(18).
           05  STSRSNL           PIC S9(4) COMP.
           05  STSRSNF           PIC X.
           05  STSRSNA           REDEFINES STSRSNF PIC X.
           05  STSRSNI           PIC X(2).
           05  SDTLBLL           PIC S9(4) COMP.
           05  SDTLBLF           PIC X.
           05  SDTLBLA           REDEFINES SDTLBLF PIC X.
           05  SDTLBLI           PIC X(18).
           05  STSDTEL           PIC S9(4) COMP.
           05  STSDTEF           PIC X.
           05  STSDTEA           REDEFINES STSDTEF PIC X.
           05  STSDTEI           PIC X(10).
           05  MSGLINL           PIC S9(4) COMP.
           05  MSGLINF           PIC X.
           05  MSGLINA           REDEFINES MSGLINF PIC X.
           05  FILLER            PIC X(3).
           05  LIMAMTO           PIC X(13).
           05  FILLER            PIC X(3).
           05  STSLBLO           PIC X(18).
           05  FILLER            PIC X(3).
           05  STSCDO            PIC X(1).
           05  FILLER            PIC X(3).
           05  RSNLBLO           PIC X(18).
           05  FILLER            PIC X(3).
           05  STSRSNO           PIC X(2).
           05  FILLER            PIC X(3).
           05  SDTLBLO           PIC X(18).
           05  FILLER            PIC X(3).
           05  STSDTEO           PIC X(10).
           05  FILLER            PIC X(3).
           05  MSGLINO           PIC X(76).
