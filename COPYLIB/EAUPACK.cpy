      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EAUPACK' VSAM FILE.
      *        (ACCEPTABLE-USE POLICY ACKNOWLEDGMENTS - ONE RECORD PER
      *         USER PER POLICY VERSION, WRITTEN BY ESONP WHEN THE
      *         USER ACCEPTS OR DECLINES THAT VERSION AT SIGN-ON.  AN
      *         ADMINISTRATOR WHO REOPENS THE GRACE PERIOD FOR A USER
      *         ON THE EAUP SCREEN STAMPS THE GRACE-FROM DATE, SO THE
      *         GRACE DAYS RUN AGAIN FROM THEN.  THE COMPLIANCE
      *         RECORD THE PAPER FORM USED TO BE.)
      ******************************************************************
       01 POLICY-ACK-RECORD.
          05 AK-ACK-KEY.
             10 AK-USER-ID           PIC X(8).
             10 AK-VERSION           PIC 9(3).
          05 AK-STATUS               PIC X(1).
             88 AK-ST-ACCEPTED              VALUE 'A'.
             88 AK-ST-DECLINED              VALUE 'D'.
             88 AK-ST-GRACE-ONLY            VALUE 'G'.
          05 AK-ACTION-DATE          PIC X(8).
          05 AK-ACTION-TIME          PIC X(6).
          05 AK-TERMINAL-ID          PIC X(4).
          05 AK-GRACE-FROM-DATE      PIC X(8).
          05 AK-GRACE-SET-BY         PIC X(8).
          05 FILLER                  PIC X(14).
