      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'ELVRCTL' VSAM FILE.
      *        (LEAVER SWEEP CONTROL - ONE RECORD PER INACTIVE ACCOUNT
      *         THE NIGHTLY ELVRSWP SWEEP HAS ALREADY CLOSED DOWN,
      *         WITH WHAT WAS TAKEN AWAY.  AN INACTIVE EREGUSR ACCOUNT
      *         WITH NO RECORD HERE WAS INACTIVATED SINCE THE LAST
      *         RUN, WHATEVER DID IT - EHRFEED, EHRPEND, EDORMNT,
      *         ERCRCLS, EHRRECN OR EUSRMNT.  THE SWEEP DROPS THE
      *         RECORD AGAIN WHEN THE ACCOUNT IS REACTIVATED, SO A
      *         SECOND DEPARTURE IS SWEPT AGAIN.)
      ******************************************************************
       01 LEAVER-CONTROL-RECORD.
          05 LV-USER-ID              PIC X(8).
          05 LV-SWEPT-TIMESTAMP.
             10 LV-SWEPT-DATE        PIC X(8).
             10 LV-SWEPT-TIME        PIC X(6).
          05 LV-OVERRIDES-REMOVED    PIC 9(3).
          05 LV-GRANTS-REMOVED       PIC 9(3).
          05 LV-REQUESTS-CANCELLED   PIC 9(3).
          05 LV-CHANGES-CANCELLED    PIC 9(3).
          05 LV-SESSION-SWITCH       PIC X(1).
             88 LV-SESSION-FORCED-OFF       VALUE 'Y'.
             88 LV-NO-SESSION               VALUE 'N'.
          05 FILLER                  PIC X(15).
