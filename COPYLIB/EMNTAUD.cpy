          05 MA-TARGET-KEY              PIC X(8).
          05 MA-BEFORE-IMAGE            PIC X(20).
          05 MA-AFTER-IMAGE             PIC X(20).
      *    AUDIT CHAIN - WRITE ORDER NUMBER AND THE CHECK VALUE
      *    SEALING THIS RECORD TO THE ONE BEFORE IT (SEE EAUDWRT).
      *    ZERO/SPACES ON RECORDS WRITTEN BEFORE CHAINING BEGAN.
          05 MA-CHAIN-SEQUENCE          PIC 9(9).
          05 MA-CHAIN-VALUE             PIC X(8).
          05 FILLER                     PIC X(1).
