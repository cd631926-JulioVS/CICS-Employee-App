          05 SOW-FORCE-PWD-CHANGE    PIC X(1).
             88 SOW-MUST-CHANGE-PWD         VALUE 'Y'.
          05 SOW-MESSAGE-TEXT        PIC X(60).
      *    THE OPERATIONS BROADCAST WHILE SIGN-ON IS FROZEN ON THE
      *    EFRZ SCREEN - SPACES WHEN THERE IS NO FREEZE ON
          05 SOW-BROADCAST-TEXT      PIC X(60).
