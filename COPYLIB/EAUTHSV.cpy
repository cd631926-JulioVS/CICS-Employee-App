      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - CHANNEL/CONTAINER LAYOUT FOR THE 'EAUTHSV' PROGRAM.
      *        (AUTHORIZATION-CHECK SERVICE FOR OTHER CICS
      *         APPLICATIONS IN THE REGION - LINKED TO DIRECTLY ON
      *         THE AUTHSVCHANNEL CHANNEL, OR REACHED OVER CICS WEB
      *         SUPPORT THROUGH THE EAUTHWB FRONT DOOR, WHICH CARRIES
      *         THIS SAME CONTAINER.)  THE TRANSACTION/PROGRAM/
      *        CHANNEL/CONTAINER NAME CONSTANTS LIVE IN ECONST.cpy.
      ******************************************************************
       01 AUTH-SERVICE-CONTAINER.
      *    REQUEST FIELDS - FILLED IN BY THE CALLER.  THE FUNCTION
      *    CODE MUST BE REGISTERED ON EAPPFNC TO THE CALLING
      *    APPLICATION.  THE TERMINAL ID IS OPTIONAL - WHEN GIVEN,
      *    THE USER MUST BE SIGNED ON AT THAT TERMINAL TO BE
      *    AUTHORIZED.
          05 ASV-APPLICATION-ID      PIC X(8).
          05 ASV-USER-ID             PIC X(8).
          05 ASV-FUNCTION-CODE       PIC X(4).
          05 ASV-TERMINAL-ID         PIC X(4).
      *    SET BY EAUTHWB FOR A WEB REQUEST; LEFT BLANK BY A CALLER
      *    LINKING DIRECTLY.  RECORDED ON THE EASVAUD DECISION TRAIL.
          05 ASV-REQUEST-SOURCE      PIC X(1).
             88 ASV-SOURCE-LINK             VALUE 'L' SPACE.
             88 ASV-SOURCE-WEB              VALUE 'W'.
      *    RESPONSE FIELDS - FILLED IN BY EAUTHSV BEFORE RETURNING.
      *    ONLY AN AUTHORIZED RESPONSE LETS THE USER IN; THE FLAGS
      *    BELOW SAY WHICH CHECKS PASSED, FOR THE CALLER'S OWN
      *    MESSAGES.
          05 ASV-RESPONSE            PIC S9(8) USAGE IS COMPUTATIONAL.
             88 ASV-RESP-AUTHORIZED         VALUE 0.
             88 ASV-RESP-NOT-AUTHORIZED     VALUE 4.
             88 ASV-RESP-NOT-REGISTERED     VALUE 8.
             88 ASV-RESP-UNKNOWN-USER       VALUE 12.
             88 ASV-RESP-UNAVAILABLE        VALUE 16.
          05 ASV-ACCOUNT-ACTIVE      PIC X(1).
             88 ASV-ACCOUNT-IS-ACTIVE       VALUE 'Y'.
          05 ASV-ACCOUNT-IN-DATES    PIC X(1).
             88 ASV-ACCOUNT-IS-IN-DATES     VALUE 'Y'.
      *      'Y' - SIGNED ON AT THE TERMINAL GIVEN, OR ANYWHERE WHEN
      *      NO TERMINAL WAS GIVEN.  THE TERMINAL THE USER IS SIGNED
      *      ON AT COMES BACK EITHER WAY (SPACES IF NOT SIGNED ON).
          05 ASV-SIGNED-ON           PIC X(1).
             88 ASV-IS-SIGNED-ON            VALUE 'Y'.
          05 ASV-SIGNED-ON-TERMINAL  PIC X(4).
          05 ASV-USER-TYPE           PIC X(3).
      *      THE EAUTHCK VERDICT FOR THE USER AND FUNCTION CODE
          05 ASV-AUTH-VERDICT        PIC X(1).
             88 ASV-VERDICT-GRANTED         VALUE 'Y'.
             88 ASV-VERDICT-DENIED          VALUE 'N'.
          05 ASV-MESSAGE-TEXT        PIC X(60).
