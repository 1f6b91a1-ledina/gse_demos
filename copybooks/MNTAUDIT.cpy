      *-----------------------------------------------------------------
      * MOD LOG
      *   2026-09-01 DLH  INITIAL LAYOUT
      *   2026-10-15 DLH  MA-REQUEST-OPER - FOR A CHANGE APPLIED ON
      *                    APPROVAL (CUSTAPPR) THE OPERATOR WHO KEYED
      *                    IT; MA-OPERATOR-ID IS THE APPROVER
      *   2026-10-15 DLH  HELD-MOVEMENT RELEASES (MOVENTRY) AUDITED
      *                    AS FILE DAYTXN, KEY = CUSTOMER ID, THE
      *                    KEYING OPERATOR IN MA-REQUEST-OPER
      *****************************************************************
       01  MA-RECORD.
           05  MA-KEY.
           05  MA-RECORD-KEY             PIC X(12).
           05  MA-BEFORE-IMAGE           PIC X(80).
           05  MA-AFTER-IMAGE            PIC X(80).
           05  MA-REQUEST-OPER           PIC X(08).
           05  FILLER                    PIC X(01).
