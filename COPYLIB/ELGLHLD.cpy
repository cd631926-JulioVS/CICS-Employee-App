      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'ELGLHLD' LEGAL-HOLD LIST.
      *        (ONE CARD PER PERSON LEGAL HAS PLACED UNDER A HOLD FOR
      *         A MATTER, SENT OVER BY THE LEGAL DEPARTMENT BEFORE
      *         EVERY EPRVPRG PRIVACY PURGE.  A USER ON THIS LIST IS
      *         NEVER PURGED OR PSEUDONYMIZED WHILE THE HOLD STANDS,
      *         HOWEVER LONG THE ACCOUNT HAS BEEN INACTIVE.)
      ******************************************************************
       01 LEGAL-HOLD-RECORD.
          05 LH-USER-ID              PIC X(8).
          05 LH-MATTER-REFERENCE     PIC X(16).
          05 LH-PLACED-BY            PIC X(8).
          05 LH-PLACED-DATE          PIC X(8).
          05 FILLER                  PIC X(40).
