      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - COMM-AREA LAYOUT FOR THE 'EFRZCHK' PROGRAM.
      *        (COMMON SIGN-ON FREEZE CHECK - EACTMON LINKS HERE WITH
      *         THE USER TYPE TRYING TO SIGN ON AND GETS BACK WHETHER
      *         THE REGION IS FROZEN AGAINST IT; ESONP, ESONWEB AND
      *         EMENUPG LINK WITH THE USER TYPE LEFT BLANK JUST TO
      *         FETCH THE BROADCAST TEXT WHILE A FREEZE IS ON.)
      ******************************************************************
       01 FRZCHK-CONSTANTS.
          05 AC-FRZCHK-PROGRAM-NAME    PIC X(7) VALUE 'EFRZCHK'.

       01 FREEZE-CHECK-COMMAREA.
      *    REQUEST FIELD - FILLED IN BY THE CALLER
          05 FZC-USER-TYPE           PIC X(3).
      *    RESPONSE FIELDS - FILLED IN BY EFRZCHK BEFORE RETURNING
          05 FZC-RESULT              PIC X(1).
             88 FZC-FREEZE-ON               VALUE 'Y'.
             88 FZC-FREEZE-OFF              VALUE 'N'.
          05 FZC-USER-BLOCK          PIC X(1).
             88 FZC-BLOCKED                 VALUE 'Y'.
             88 FZC-NOT-BLOCKED             VALUE 'N'.
          05 FZC-FREEZE-SCOPE        PIC X(1).
          05 FZC-UNTIL-DATE          PIC X(8).
          05 FZC-UNTIL-TIME          PIC X(6).
          05 FZC-BROADCAST-TEXT      PIC X(60).

      ******************************************************************
      *   OPERATIONS ALERT LINE WRITTEN TO THE ALRT TD QUEUE WHENEVER
      *   A FREEZE IS SET, CHANGED OR LIFTED - BY AN OPERATOR ON THE
      *   EFRZ SCREEN OR BY EFRZCHK WHEN THE END TIME PASSES - SO THE
      *   WHOLE OPERATIONS SHIFT SEES THE REGION GO IN AND OUT OF
      *   MAINTENANCE MODE.
      ******************************************************************
       01 FREEZE-ALERT-LINE.
          05 FILLER                  PIC X(16) VALUE
             'SIGN-ON FREEZE: '.
          05 FZA-EVENT-TEXT          PIC X(18).
          05 FILLER                  PIC X(4) VALUE ' BY='.
          05 FZA-USER-ID             PIC X(8).
          05 FILLER                  PIC X(7) VALUE ' UNTIL='.
          05 FZA-UNTIL-DATE          PIC X(8).
          05 FILLER                  PIC X(1) VALUE SPACE.
          05 FZA-UNTIL-HHMM          PIC X(4).
          05 FILLER                  PIC X(1) VALUE SPACE.
          05 FZA-TIME                PIC X(6).
          05 FILLER                  PIC X(7) VALUE SPACES.
