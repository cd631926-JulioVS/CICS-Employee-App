      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - COMM-AREA LAYOUT FOR THE 'ESODCHK' PROGRAM.
      *        (SEGREGATION-OF-DUTIES CHECK - A PROGRAM ABOUT TO GIVE
      *         A USER A TRANSACTION LINKS HERE FIRST WITH THE USER
      *         AND THE TRANSACTION, AND GETS BACK WHETHER THE GRANT
      *         WOULD PUT BOTH SIDES OF AN ESODRUL CONFLICT RULE IN ONE
      *         PERSON'S HANDS, AND IF SO WHETHER AN ESODEXC EXCEPTION
      *         ALREADY ALLOWS IT.)
      ******************************************************************
       01 SODCHK-CONSTANTS.
          05 AC-SODCHK-PROGRAM-NAME    PIC X(7) VALUE 'ESODCHK'.

       01 SOD-CHECK-COMMAREA.
      *    REQUEST FIELDS - FILLED IN BY THE CALLER
          05 SOC-USER-ID             PIC X(8).
          05 SOC-TRANS-ID            PIC X(4).
      *    RESPONSE FIELDS - FILLED IN BY ESODCHK BEFORE RETURNING.
      *    ON A CONFLICT, THE TRANSACTION ALREADY HELD THAT CLASHES.
          05 SOC-RESULT              PIC X(1).
             88 SOC-NO-CONFLICT             VALUE 'N'.
             88 SOC-CONFLICT-FOUND          VALUE 'C'.
             88 SOC-CONFLICT-EXCEPTED       VALUE 'E'.
          05 SOC-CONFLICT-TRANS-ID   PIC X(4).
