      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'ESESHST' VSAM FILE.
      *        (PERMANENT SESSION HISTORY - ONE RECORD PER SIGNED-ON
      *         SESSION, KEYED ON USER ID AND SESSION START.  EACTMON
      *         OPENS THE RECORD ON A SUCCESSFUL SIGN-ON AND WHOEVER
      *         ENDS THE SESSION - EACTMON ON A SIGN-OFF OR SWEEP,
      *         OR A SUPERVISOR'S FORCED SIGN-OFF FROM ESGNFRC,
      *         EACTTMO ON AN IDLE TIMEOUT, EACTMON AGAIN WHEN IT
      *         FINDS A SESSION LOST TO A REGION RECYCLE - STAMPS THE
      *         END AND THE REASON, SO SESSION LENGTH AND CONCURRENCY
      *         CAN BE MEASURED INSTEAD OF GUESSED FROM THE ROSTER.)
      ******************************************************************
       01 SESSION-HISTORY-RECORD.
          05 SH-SESSION-KEY.
             10 SH-USER-ID              PIC X(8).
             10 SH-START-TIMESTAMP.
                15 SH-START-DATE        PIC X(8).
                15 SH-START-TIME        PIC X(6).
          05 SH-TERMINAL-ID             PIC X(4).
          05 SH-USER-TYPE               PIC X(3).
          05 SH-END-TIMESTAMP.
             10 SH-END-DATE             PIC X(8).
             10 SH-END-TIME             PIC X(6).
          05 SH-END-REASON              PIC X(1).
             88 SH-END-STILL-OPEN               VALUE SPACE.
             88 SH-END-SIGNED-OFF               VALUE 'O'.
             88 SH-END-TIMED-OUT                VALUE 'T'.
             88 SH-END-SWEPT                    VALUE 'S'.
             88 SH-END-REGION-RESTART           VALUE 'R'.
             88 SH-END-FORCED-OFF               VALUE 'F'.
          05 FILLER                     PIC X(16).
