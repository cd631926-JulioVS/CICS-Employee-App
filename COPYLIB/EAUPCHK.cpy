      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - COMM-AREA LAYOUT FOR THE 'EAUPCHK' PROGRAM.
      *        (COMMON ACCEPTABLE-USE POLICY CHECK - EACTMON LINKS
      *         HERE WITH EVERY GOOD-PASSWORD ATTEMPT TO TURN AWAY A
      *         USER STILL UNACKNOWLEDGED PAST THE GRACE PERIOD, AND
      *         ESONP LINKS HERE TO DECIDE WHETHER TO SHOW THE POLICY
      *         BEFORE THE MENU.)
      ******************************************************************
       01 AUPCHK-CONSTANTS.
          05 AC-AUPCHK-PROGRAM-NAME    PIC X(7) VALUE 'EAUPCHK'.

       01 POLICY-CHECK-COMMAREA.
      *    REQUEST FIELDS - FILLED IN BY THE CALLER
          05 AUC-USER-ID             PIC X(8).
          05 AUC-USER-TYPE           PIC X(3).
      *    RESPONSE FIELDS - FILLED IN BY EAUPCHK BEFORE RETURNING
          05 AUC-RESULT              PIC X(1).
             88 AUC-NO-POLICY               VALUE 'N'.
             88 AUC-ACKNOWLEDGED            VALUE 'A'.
             88 AUC-PENDING                 VALUE 'P'.
             88 AUC-OVERDUE                 VALUE 'O'.
          05 AUC-VERSION             PIC 9(3).
          05 AUC-EFFECTIVE-DATE      PIC X(8).
          05 AUC-DEADLINE-DATE       PIC X(8).
