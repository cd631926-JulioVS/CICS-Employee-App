      *         RESTRICTED SCREEN LINKS HERE WITH THE USER, THEIR
      *         ROLE AND THE TRANSACTION BEING ATTEMPTED, AND GETS
      *         BACK GRANTED OR DENIED.  A EUSRENT ENTITLEMENT RECORD
      *         FOR THE USER/TRANSACTION PAIR OVERRIDES THE ERACCES
      *         ROLE DEFAULT IN EITHER DIRECTION.)
      ******************************************************************
       01 AUTHCK-CONSTANTS.
          05 AC-AUTHCK-PROGRAM-NAME    PIC X(7) VALUE 'EAUTHCK'.
             88 ATH-UT-MANAGER              VALUE 'MGR'.
             88 ATH-UT-STANDARD             VALUE 'STD'.
          05 ATH-TRANS-ID            PIC X(4).
      *    SPACES FOR A USER ABOUT TO USE THE TRANSACTION; 'I' FOR A
      *    CALLER ONLY ASKING WHETHER THE USER HOLDS IT - A FIRECALL
      *    GRANT IS THEN NEITHER AUDITED AS USED NOR TIDIED AWAY
          05 ATH-CHECK-MODE          PIC X(1).
             88 ATH-CHECK-FOR-USE           VALUE SPACE.
             88 ATH-CHECK-INQUIRY-ONLY      VALUE 'I'.
      *    RESPONSE FIELD - FILLED IN BY EAUTHCK BEFORE RETURNING
          05 ATH-RESULT              PIC X(1).
             88 ATH-GRANTED                 VALUE 'Y'.
