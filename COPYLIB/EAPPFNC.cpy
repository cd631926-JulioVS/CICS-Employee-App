      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EAPPFNC' VSAM FILE.
      *        (REGISTERED APPLICATION FUNCTIONS - ONE RECORD PER
      *         FUNCTION CODE ANOTHER CICS APPLICATION MAY ASK THE
      *         EAUTHSV AUTHORIZATION SERVICE ABOUT, KEYED ON THE
      *         CODE AND OWNED BY EXACTLY ONE CALLING APPLICATION.
      *         THE CODE IS CHECKED BY EAUTHCK LIKE ANY TRANSACTION,
      *         SO IT IS GRANTED ON ERAC AND EUSR LIKE ONE.  CODES
      *         STARTING WITH 'E' ARE THIS APP'S OWN TRANSACTIONS AND
      *         ARE NEVER REGISTERED.  MAINTAINED ON THE EAPF SCREEN.)
      ******************************************************************
       01 APP-FUNCTION-RECORD.
          05 AF-FUNCTION-CODE           PIC X(4).
          05 AF-APPLICATION-ID          PIC X(8).
          05 AF-DESCRIPTION             PIC X(30).
          05 AF-STATUS                  PIC X(1).
             88 AF-ST-ACTIVE                    VALUE 'A'.
             88 AF-ST-SUSPENDED                 VALUE 'S'.
          05 AF-CHANGED-BY              PIC X(8).
          05 AF-CHANGED-DATE            PIC X(8).
          05 FILLER                     PIC X(11).
