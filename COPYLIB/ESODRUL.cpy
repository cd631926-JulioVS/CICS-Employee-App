      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'ESODRUL' VSAM FILE.
      *        (SEGREGATION-OF-DUTIES CONFLICT RULES - ONE RECORD PER
      *         PAIR OF TRANSACTIONS THAT ONE PERSON MUST NOT HOLD
      *         TOGETHER, SUCH AS EUSR WITH EAPR.  THE PAIR IS ALWAYS
      *         KEPT WITH THE LOWER TRANSACTION ID FIRST, SO EACH RULE
      *         IS ON FILE ONCE WHICHEVER WAY ROUND IT WAS KEYED.
      *         MAINTAINED ON THE ESOD SCREEN, ENFORCED BY ESODCHK AND
      *         REPORTED NIGHTLY BY ESODRPT.)
      ******************************************************************
       01 SOD-RULE-RECORD.
          05 SD-RULE-KEY.
             10 SD-TRANS-ID-A        PIC X(4).
             10 SD-TRANS-ID-B        PIC X(4).
          05 SD-DESCRIPTION          PIC X(40).
          05 SD-ADDED-BY             PIC X(8).
          05 SD-ADDED-DATE           PIC X(8).
          05 FILLER                  PIC X(16).
