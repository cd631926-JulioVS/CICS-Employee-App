      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'ERACCES' VSAM FILE.
      *        (ROLE ACCESS TABLE - ONE RECORD PER ROLE/TRANSACTION
      *         PAIR THE ROLE IS GRANTED BY DEFAULT.  EAUTHCK FALLS
      *         BACK TO THIS TABLE WHEN NO EUSRENT ENTITLEMENT OR
      *         FIRECALL GRANT DECIDES; NO RECORD MEANS THE ROLE IS
      *         DENIED, SO A NEW SCREEN IS CLOSED UNTIL SOMEBODY
      *         GRANTS IT.  MAINTAINED ON THE ERAC SCREEN.)
      ******************************************************************
       01 ROLE-ACCESS-RECORD.
          05 RA-ACCESS-KEY.
             10 RA-ROLE              PIC X(3).
             10 RA-TRANS-ID          PIC X(4).
          05 RA-ADDED-BY             PIC X(8).
          05 RA-ADDED-DATE           PIC X(8).
          05 FILLER                  PIC X(17).
