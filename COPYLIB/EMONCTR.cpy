          05 MON-ATTEMPT-RESULT      PIC X(1).
             88 MON-ATT-SUCCESS             VALUE 'S'.
             88 MON-ATT-BAD-PASSWORD        VALUE 'B'.
      *       PASSWORD RIGHT BUT A GRID-CARD CHALLENGE OR A POLICY
      *       ACCEPTANCE STILL TO COME - CHECKED LIKE ANY ATTEMPT BUT
      *       NOT YET SIGNED ON
             88 MON-ATT-PASSWORD-OK         VALUE 'P'.
             88 MON-ATT-GRID-FAILED         VALUE 'G'.
      *    WHY A SIGNOFF IS BEING REQUESTED - CARRIED ONTO THE
      *    SESSION HISTORY RECORD (SPACES READ AS A PLAIN SIGN-OFF)
          05 MON-SIGNOFF-REASON      PIC X(1).
             88 MON-SOR-SIGNED-OFF          VALUE 'O'.
             88 MON-SOR-SWEPT               VALUE 'S'.
             88 MON-SOR-FORCED              VALUE 'F'.
      *    RESPONSE FIELDS - FILLED IN BY EACTMON BEFORE RETURNING
          05 MON-RESPONSE            PIC S9(8) USAGE IS COMPUTATIONAL.
             88 MON-RESP-NORMAL             VALUE 0.
             88 MON-RESP-TERMINAL-DENIED    VALUE 16.
             88 MON-RESP-OUTSIDE-HOURS      VALUE 20.
             88 MON-RESP-QUARANTINED        VALUE 24.
             88 MON-RESP-NOT-SIGNED-ON      VALUE 28.
             88 MON-RESP-SIGNON-FROZEN      VALUE 32.
             88 MON-RESP-POLICY-OVERDUE     VALUE 36.
          05 MON-RETRY-THRESHOLD     PIC 9(2).
          05 MON-PASSWORD-AGE-DAYS   PIC 9(3).
          05 MON-LOCKOUT-MESSAGE     PIC X(60).
