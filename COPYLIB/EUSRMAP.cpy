          05 FILLER REDEFINES EXPDTF.
             10 EXPDTA               PIC X.
          05 EXPDTI                 PIC X(8).
          05 OWNERL                 PIC S9(4) COMP.
          05 OWNERF                 PIC X.
          05 FILLER REDEFINES OWNERF.
             10 OWNERA               PIC X.
          05 OWNERI                 PIC X(8).
          05 ACTIONL                PIC S9(4) COMP.
          05 ACTIONF                PIC X.
          05 FILLER REDEFINES ACTIONF.
          05 FILLER                 PIC X(3).
          05 EXPDTO                 PIC X(8).
          05 FILLER                 PIC X(3).
          05 OWNERO                 PIC X(8).
          05 FILLER                 PIC X(3).
          05 ACTIONO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
