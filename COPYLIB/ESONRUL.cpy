      *      EXPIRES AND TAKES AN EACTULK UNLOCK - THE ADM PROFILE
      *      IS EXPECTED TO STAY AT ZERO.
          05 SR-LOCKOUT-DURATION-MINS    PIC 9(3).
      *      'Y' MAKES EVERY EBUSCAL HOLIDAY A CLOSED DAY FOR THE
      *      PROFILE, WHATEVER ITS WINDOW DAY FLAGS SAY.  SPACE OR 'N'
      *      LEAVES HOLIDAYS TO THE WINDOW ALONE.
          05 SR-HOLIDAY-CLOSED-FLAG      PIC X(1).
             88 SR-CLOSED-ON-HOLIDAYS           VALUE 'Y'.
          05 FILLER                      PIC X(1).
