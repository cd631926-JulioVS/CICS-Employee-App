      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EASVAUD' VSAM FILE.
      *        (AUTHORIZATION SERVICE DECISION TRAIL - ONE RECORD PER
      *         REQUEST ANSWERED BY EAUTHSV, REFUSED OR NOT, KEYED ON
      *         THE TIME OF THE DECISION AND THE CICS TASK THAT MADE
      *         IT.  THE SEQUENCE ONLY SEPARATES TWO DECISIONS MADE
      *         BY THE SAME TASK IN THE SAME SECOND.)
      ******************************************************************
       01 AUTH-SERVICE-AUDIT-RECORD.
          05 SA-AUDIT-KEY.
             10 SA-AUDIT-DATE           PIC X(8).
             10 SA-AUDIT-TIME           PIC X(6).
             10 SA-TASK-NUMBER          PIC 9(7).
             10 SA-SEQUENCE             PIC 9(2).
          05 SA-APPLICATION-ID          PIC X(8).
          05 SA-FUNCTION-CODE           PIC X(4).
          05 SA-USER-ID                 PIC X(8).
          05 SA-TERMINAL-ID             PIC X(4).
          05 SA-CALLER-TRANS-ID         PIC X(4).
          05 SA-REQUEST-SOURCE          PIC X(1).
          05 SA-DECISION                PIC X(1).
             88 SA-DEC-AUTHORIZED               VALUE 'A'.
             88 SA-DEC-NOT-AUTHORIZED           VALUE 'N'.
             88 SA-DEC-NOT-REGISTERED           VALUE 'R'.
             88 SA-DEC-UNKNOWN-USER             VALUE 'U'.
             88 SA-DEC-UNAVAILABLE              VALUE 'E'.
          05 SA-ACCOUNT-ACTIVE          PIC X(1).
          05 SA-ACCOUNT-IN-DATES        PIC X(1).
          05 SA-SIGNED-ON               PIC X(1).
          05 SA-AUTH-VERDICT            PIC X(1).
          05 FILLER                     PIC X(18).
