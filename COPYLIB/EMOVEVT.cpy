      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EMOVEVT' VSAM FILE.
      *        (MOVER EVENTS - ONE RECORD EVERY TIME AN EMPLOYEE'S
      *         EEMPMST DEPARTMENT OR MANAGER CHANGES, WHETHER BY
      *         THE HR FEED (EHRFEED), A FUTURE-DATED HR ACTION
      *         FALLING DUE (EHRPEND) OR THE EEMP SCREEN (EEMPMNT).
      *         THE NIGHTLY EMOVRVW JOB PICKS UP EACH NEW EVENT AND
      *         OPENS THE MOVER REVIEW ITEMS ON EMOVWRK FOR THE NEW
      *         MANAGER, THEN MARKS THE EVENT OPENED.)
      ******************************************************************
       01 MOVER-EVENT-RECORD.
          05 MV-EVENT-KEY.
             10 MV-USER-ID           PIC X(8).
             10 MV-EVENT-DATE        PIC X(8).
             10 MV-EVENT-TIME        PIC X(6).
          05 MV-SOURCE               PIC X(1).
             88 MV-SRC-HR-FEED             VALUE 'F'.
             88 MV-SRC-HR-PENDING          VALUE 'P'.
             88 MV-SRC-ONLINE              VALUE 'O'.
          05 MV-CHANGED-BY           PIC X(8).
          05 MV-OLD-DEPARTMENT       PIC X(10).
          05 MV-NEW-DEPARTMENT       PIC X(10).
          05 MV-OLD-MANAGER-ID       PIC X(8).
          05 MV-NEW-MANAGER-ID       PIC X(8).
          05 MV-STATUS               PIC X(1).
             88 MV-ST-NEW                  VALUE 'N'.
             88 MV-ST-OPENED               VALUE 'O'.
             88 MV-ST-NOTHING-HELD         VALUE 'X'.
      *    FILLED IN BY EMOVRVW WHEN IT OPENS THE REVIEW
          05 MV-ITEMS-OPENED         PIC 9(3).
          05 MV-DUE-DATE             PIC X(8).
          05 FILLER                  PIC X(21).
