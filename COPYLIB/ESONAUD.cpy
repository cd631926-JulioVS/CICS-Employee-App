             88 AU-OUT-TERMINAL-DENIED          VALUE 'T'.
             88 AU-OUT-OUTSIDE-HOURS            VALUE 'H'.
             88 AU-OUT-QUARANTINED              VALUE 'Q'.
             88 AU-OUT-GRID-FAILED              VALUE 'G'.
             88 AU-OUT-SIGNON-FROZEN            VALUE 'F'.
             88 AU-OUT-POLICY-OVERDUE           VALUE 'P'.
      *    AUDIT CHAIN - WRITE ORDER NUMBER AND THE CHECK VALUE
      *    SEALING THIS RECORD TO THE ONE BEFORE IT (SEE EAUDWRT).
      *    ZERO/SPACES ON RECORDS WRITTEN BEFORE CHAINING BEGAN.
          05 AU-CHAIN-SEQUENCE          PIC 9(9).
          05 AU-CHAIN-VALUE             PIC X(8).
          05 FILLER                     PIC X(23).
