      *   2026-09-01 DLH  MENU8/MENU7 AND OPTLBL/OPTION/MENU9
      *                    REORDERED TO MATCH THE PHYSICAL MAP'S
      *                    ASCENDING SCREEN-POSITION ORDER
      *   2026-10-15 DLH  ADD MENU10 - SUSPENSE CORRECTION MENU LINE
      *   2026-10-15 DLH  ADD MENU11 - CHANGE APPROVAL MENU LINE
      *****************************************************************
       01  HELLMN1I.
           05  FILLER            PIC X(12).
           05  MENU9F            PIC X.
           05  MENU9A            REDEFINES MENU9F PIC X.
           05  MENU9I            PIC X(36).
           05  MENU11L           PIC S9(4) COMP.
           05  MENU11F           PIC X.
           05  MENU11A           REDEFINES MENU11F PIC X.
           05  MENU11I           PIC X(36).
           05  MENU10L           PIC S9(4) COMP.
           05  MENU10F           PIC X.
           05  MENU10A           REDEFINES MENU10F PIC X.
           05  MENU10I           PIC X(36).
           05  MSGLINL           PIC S9(4) COMP.
           05  MSGLINF           PIC X.
           05  MSGLINA           REDEFINES MSGLINF PIC X.
           05  FILLER            PIC X(3).
           05  MENU9O            PIC X(36).
           05  FILLER            PIC X(3).
           05  MENU11O           PIC X(36).
           05  FILLER            PIC X(3).
           05  MENU10O           PIC X(36).
           05  FILLER            PIC X(3).
           05  MSGLINO           PIC X(76).
