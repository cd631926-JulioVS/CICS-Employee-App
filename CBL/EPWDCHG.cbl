      *        MAY BE STARTED STANDALONE (OPERATOR TYPES THE
      *        TRANSACTION ID) OR VIA XCTL FROM ESONP, WHICH CAN
      *        PASS IN THE USER ID AND FLAG THE CHANGE AS MANDATORY.
      *        AN ADMINISTRATOR'S RIGHT CURRENT PASSWORD GOES TO THE
      *        ACTIVITY MONITOR AS PASSWORD-OK ONLY, SO THIS SCREEN IS
      *        NEVER A WAY ROUND THE GRID-CARD CHALLENGE IN ESONP.
      *        THE SAME GOES FOR A SERVICE ACCOUNT, WHICH MAY HAVE
      *        ITS PASSWORD ROTATED HERE BUT NEVER SIGNS ON.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           MOVE EIBTRMID TO MON-TERMINAL-ID.

           IF RU-USER-PASSWORD IS EQUAL TO WS-OLD-PASSWORD-HASH
              IF RU-UT-ADMINISTRATOR OR RU-UT-SERVICE
                 SET MON-ATT-PASSWORD-OK TO TRUE
              ELSE
                 SET MON-ATT-SUCCESS TO TRUE
              END-IF
           ELSE
              SET MON-ATT-BAD-PASSWORD TO TRUE
           END-IF.
