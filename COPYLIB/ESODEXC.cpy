      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'ESODEXC' VSAM FILE.
      *        (SEGREGATION-OF-DUTIES EXCEPTIONS - ONE RECORD PER USER
      *         AN ADMINISTRATOR HAS EXPLICITLY ALLOWED TO HOLD BOTH
      *         SIDES OF AN ESODRUL CONFLICT RULE, WITH THE REASON.
      *         THE PAIR IS KEPT LOWER TRANSACTION ID FIRST, THE SAME
      *         AS THE RULE IT EXCUSES.  RECORDED ON THE ESOD SCREEN.)
      ******************************************************************
       01 SOD-EXCEPTION-RECORD.
          05 SX-EXCEPTION-KEY.
             10 SX-USER-ID           PIC X(8).
             10 SX-TRANS-ID-A        PIC X(4).
             10 SX-TRANS-ID-B        PIC X(4).
          05 SX-REASON               PIC X(40).
          05 SX-RECORDED-BY          PIC X(8).
          05 SX-RECORDED-DATE        PIC X(8).
          05 FILLER                  PIC X(8).
