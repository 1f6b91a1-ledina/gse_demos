      *                    MAINTENANCE TRANSACTIONS CAN REFUSE WORK
      *                    BELOW SUPERVISOR AUTHORITY WITHOUT
      *                    RE-READING THE FILE.
      *   2026-10-15 DLH  ADDED CA-SUS-AREA - PAGE-BOUNDARY KEYS, PAGE
      *                    NUMBER AND THE SUSPENSE KEYS OF THE ROWS ON
      *                    THE CURRENT SUSPMNT PAGE.  EVERY PROGRAM'S
      *                    WS-INIT-COMMAREA MUST BE KEPT IN STEP.
      *   2026-10-15 DLH  ADDED CA-APR-AREA - PAGE-BOUNDARY KEYS, PAGE
      *                    NUMBER AND THE PENDING-CHANGE KEYS OF THE
      *                    ROWS ON THE CURRENT CUSTAPPR PAGE.  EVERY
      *                    PROGRAM'S WS-INIT-COMMAREA MUST BE KEPT IN
      *                    STEP.
      *****************************************************************
       01  DFHCOMMAREA.
           05  CA-SIGNED-ON-SW           PIC X(01).
                   15  CA-ERR-BOT-DATE   PIC 9(08).
                   15  CA-ERR-BOT-TIME   PIC 9(06).
               10  CA-ERR-PAGE           PIC 9(04)   COMP.
           05  CA-SUS-AREA.
               10  CA-SUS-TOP-KEY        PIC X(12).
               10  CA-SUS-BOT-KEY        PIC X(12).
               10  CA-SUS-PAGE           PIC 9(04)   COMP.
               10  CA-SUS-ROW-KEY        PIC X(12)   OCCURS 10 TIMES.
           05  CA-APR-AREA.
               10  CA-APR-TOP-KEY        PIC X(21).
               10  CA-APR-BOT-KEY        PIC X(21).
               10  CA-APR-PAGE           PIC 9(04)   COMP.
               10  CA-APR-ROW-KEY        PIC X(21)   OCCURS 10 TIMES.
