      *        OUTCOME ESONP WOULD, WITHOUT NEEDING A TERMINAL EMULATOR.
      *        THIS IS A SINGLE REQUEST/RESPONSE - THERE IS NO
      *        PSEUDO-CONVERSATIONAL STATE TO CARRY BETWEEN CALLS.
      *        AN ADMINISTRATOR SIGN-ON NEEDS THE GRID-CARD CHALLENGE
      *        ESONP PUTS ON THE 3270 SCREEN, SO ADMINISTRATORS ARE
      *        TURNED AWAY HERE BEFORE THE PASSWORD IS EVEN LOOKED AT
      *        - THE ANSWER IS THE SAME WHETHER IT WAS RIGHT OR NOT.
      *        SERVICE (SVC) ACCOUNTS ARE TURNED AWAY THE SAME WAY -
      *        NOBODY SIGNS ON INTERACTIVELY AS A BATCH JOB.
      *        WHILE OPERATIONS HAS SIGN-ON FROZEN ON THE EFRZ SCREEN
      *        EVERY RESPONSE CARRIES THE FREEZE BROADCAST, AND AN
      *        ATTEMPT EACTMON TURNS AWAY FOR IT GETS THE SAME TEXT
      *        AS ITS MESSAGE.  THE ACCEPTABLE-USE POLICY IS SHOWN
      *        AND ACCEPTED ON THE ESONP SCREEN TOO, SO A USER STILL
      *        OWING AN ACCEPTANCE (ASKED OF EAUPCHK) IS CHECKED BY
      *        EACTMON BUT NOT SIGNED ON HERE, AND IS TOLD TO SIGN ON
      *        AT A TERMINAL FIRST.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ECONST.
       COPY EREGUSR.
       COPY EMONCTR.
       COPY EFRZCHK.
       COPY EAUPCHK.
       01 WS-USER-ID                PIC X(8).
       01 WS-USER-PASSWORD          PIC X(8).
      ******************************************************************
       01 WS-VALIDITY-SWITCH        PIC X(1).
          88 WS-ACCOUNT-IN-DATES          VALUE 'Y'.
          88 WS-ACCOUNT-OUT-OF-DATES      VALUE 'N'.
       01 WS-POLICY-OWED-SWITCH     PIC X(1).
          88 WS-POLICY-OWED               VALUE 'Y'.
          88 WS-POLICY-NOT-OWED           VALUE 'N'.
      ******************************************************************
      *   DATE FIELDS USED TO CHECK PASSWORD AGE AT SIGN-ON.
      ******************************************************************
      *
           PERFORM 1000-RECEIVE-REQUEST.
           PERFORM 2000-VALIDATE-CREDENTIALS.
           PERFORM 2500-ADD-FREEZE-BROADCAST.
           PERFORM 9000-RETURN-RESPONSE.

           EXEC CICS RETURN
           IF RU-ST-INACTIVE
              MOVE 'This user ID is inactive, see your administrator.'
                 TO SOW-MESSAGE-TEXT
           ELSE
           IF RU-UT-ADMINISTRATOR
              MOVE 'Administrators must sign on at a terminal.'
                 TO SOW-MESSAGE-TEXT
           ELSE
           IF RU-UT-SERVICE
              MOVE 'Service accounts cannot sign on interactively.'
                 TO SOW-MESSAGE-TEXT
           ELSE
              PERFORM 2150-CHECK-VALIDITY-DATES
              IF WS-ACCOUNT-OUT-OF-DATES
                 OR MON-RESP-TERMINAL-DENIED
                 OR MON-RESP-OUTSIDE-HOURS
                 OR MON-RESP-QUARANTINED
                 OR MON-RESP-SIGNON-FROZEN
                 OR MON-RESP-POLICY-OVERDUE
                 MOVE MON-LOCKOUT-MESSAGE TO SOW-MESSAGE-TEXT
              ELSE
                 IF RU-USER-PASSWORD IS EQUAL TO WS-USER-PASSWORD-HASH
                    IF WS-POLICY-OWED
                       MOVE 'Accept the usage policy at a terminal.'
                          TO SOW-MESSAGE-TEXT
                    ELSE
                       PERFORM 2300-CHECK-PASSWORD-AGE
                       PERFORM 2400-MAKE-SUCCESS
                    END-IF
                 ELSE
                    MOVE 'Incorrect password.' TO SOW-MESSAGE-TEXT
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

       2150-CHECK-VALIDITY-DATES.
           MOVE RU-USER-TYPE TO MON-USER-TYPE.
           MOVE EIBTRMID TO MON-TERMINAL-ID.

      *    A RIGHT PASSWORD FROM A USER STILL OWING A POLICY
      *    ACCEPTANCE IS ONLY CHECKED, NOT SIGNED ON
           SET WS-POLICY-NOT-OWED TO TRUE.

           IF RU-USER-PASSWORD IS EQUAL TO WS-USER-PASSWORD-HASH
              PERFORM 2250-CHECK-POLICY-STATUS
              IF WS-POLICY-OWED
                 SET MON-ATT-PASSWORD-OK TO TRUE
              ELSE
                 SET MON-ATT-SUCCESS TO TRUE
              END-IF
           ELSE
              SET MON-ATT-BAD-PASSWORD TO TRUE
           END-IF.
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                END-EXEC.

       2250-CHECK-POLICY-STATUS.
      *    ASK EAUPCHK WHETHER THIS USER STILL OWES AN ACCEPTANCE OF
      *    THE ACCEPTABLE-USE POLICY IN FORCE
           INITIALIZE POLICY-CHECK-COMMAREA.
           MOVE WS-USER-ID TO AUC-USER-ID.
           MOVE RU-USER-TYPE TO AUC-USER-TYPE.

           EXEC CICS LINK
                PROGRAM(AC-AUPCHK-PROGRAM-NAME)
                COMMAREA(POLICY-CHECK-COMMAREA)
                LENGTH(LENGTH OF POLICY-CHECK-COMMAREA)
                END-EXEC.

           IF AUC-PENDING OR AUC-OVERDUE
              SET WS-POLICY-OWED TO TRUE
           END-IF.

       2300-CHECK-PASSWORD-AGE.
      *    FORCE A PASSWORD CHANGE IF THE CURRENT PASSWORD IS OLDER
      *    THAN THE MAXIMUM AGE RETURNED BY THE ACTIVITY MONITOR.
                 TO SOW-MESSAGE-TEXT
           END-IF.

       2500-ADD-FREEZE-BROADCAST.
      *    WHATEVER THE OUTCOME, PASS ON THE OPERATIONS BROADCAST
      *    WHILE SIGN-ON IS FROZEN, THE SAME TEXT ESONP PUTS ON THE
      *    3270 SIGN-ON SCREEN
           MOVE SPACES TO SOW-BROADCAST-TEXT.
           INITIALIZE FREEZE-CHECK-COMMAREA.

           EXEC CICS LINK
                PROGRAM(AC-FRZCHK-PROGRAM-NAME)
                COMMAREA(FREEZE-CHECK-COMMAREA)
                LENGTH(LENGTH OF FREEZE-CHECK-COMMAREA)
                END-EXEC.

           IF FZC-FREEZE-ON
              MOVE FZC-BROADCAST-TEXT TO SOW-BROADCAST-TEXT
           END-IF.

       9000-RETURN-RESPONSE.
      *    HAND THE OUTCOME BACK OUT ON THE SAME CHANNEL/CONTAINER SO
      *    CICS WEB SUPPORT CAN CONVERT IT BACK INTO THE JSON RESPONSE
