      *                    (OP-LOCK-SW = L) UNTIL A SUPERVISOR
      *                    CLEARS IT THROUGH OPERMNT.  SPACES IN
      *                    OP-LOCK-SW MEAN NOT LOCKED.
      *   2026-10-15 DLH  OP-TEAM-CODE CARVED OUT OF THE TRAILING
      *                    FILLER - THE TEAM WHOSE MANAGER SIGNS OFF
      *                    THE OPERATOR AT THE QUARTERLY OPRCERT
      *                    RECERTIFICATION (TEAM NAMES AND MANAGERS
      *                    ARE ON THE TEAMTAB TABLE, COPY OPTEAM).
      *                    SPACES MEAN NO TEAM ASSIGNED.  OPRCERT
      *                    ALSO LOCKS (OP-LOCK-SW = L) AN ID WITH NO
      *                    SIGN-ON FOR THE DORMANCY PERIOD; IT IS
      *                    CLEARED THROUGH OPERMNT LIKE ANY LOCKOUT.
      *****************************************************************
       01  OP-RECORD.
           05  OP-OPERATOR-ID            PIC X(08).
           05  OP-FAIL-COUNT             PIC 9(01).
           05  OP-LOCK-SW                PIC X(01).
               88  OP-LOCKED                         VALUE 'L'.
           05  OP-TEAM-CODE              PIC X(02).
