      *      - EXPLICIT SIGN-OFF PROGRAM
      *        A USER WHO IS DONE TYPES THIS TRANSACTION'S ID AT THE
      *        TERMINAL (THE SAME WAY THEY WOULD TYPE EPWD OR EDSH FROM
      *        ANY OF THE ROLE MENUS) TO TELL EACTMON THE SESSION IS
      *        OVER.  THE SESSION ENDED IS ALWAYS THE ONE THE COMMON
      *        SESSION CHECK FINDS SIGNED ON AT THIS VERY TERMINAL -
      *        THE USER ONLY CONFIRMS IT - SO NOBODY CAN SIGN SOMEONE
      *        ELSE OFF BY TYPING THEIR USER ID.  ENDING ANOTHER
      *        USER'S SESSION IS A SUPERVISOR ACTION ON ESGF (ESGNFRC).
      *        THIS IS THE ONLY PLACE A USER CLEARS THEIR OWN
      *        SIGNED-ON STATUS BEFORE THE IDLE-TIMEOUT MONITOR WOULD
      *        EVENTUALLY DO IT, AND WORKS THE SAME REGARDLESS OF
      *        WHETHER THE USER SIGNED ON THROUGH ESONP OR ESONWEB.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP, IBM'S AID KEYS, APPLICATION
      *      CONSTANTS, SESSION CHECK AND ACTIVITY MONITOR CONTAINER
      *      COPYBOOKS.
      ******************************************************************
       COPY ESGNMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY ESESCHK.
       COPY EMONCTR.
       01 WS-USER-ID                PIC X(8).
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      *      CARRIES THE USER ID SHOWN FOR CONFIRMATION, SO THE
      *      SECOND TURN ONLY SIGNS OFF IF THE SAME USER IS STILL THE
      *      ONE SIGNED ON AT THIS TERMINAL.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(8).
           IF EIBCALEN IS EQUAL TO ZERO
              PERFORM 1000-FIRST-INTERACTION
           ELSE
              MOVE DFHCOMMAREA TO WS-USER-ID
              PERFORM 2000-PROCESS-CONFIRMATION
           END-IF.

       SUB-ROUTINE SECTION.
      *
       1000-FIRST-INTERACTION.
      *    FIRST CALL - FIND WHO IS SIGNED ON AT THIS TERMINAL AND ASK
      *    THEM TO CONFIRM THE SIGN-OFF
           PERFORM 1100-VERIFY-TERMINAL-SESSION.

           INITIALIZE ESGNMO.
           IF SES-NOT-SIGNED-ON
              MOVE 'No session is signed on at this terminal.'
                 TO MESSO
              PERFORM 9100-SEND-MAP
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SES-USER-ID TO WS-USER-ID.
           MOVE WS-USER-ID TO USERIDO.
           MOVE 'Press ENTER to sign off, PF3 to cancel.' TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       1100-VERIFY-TERMINAL-SESSION.
      *    ASK ESESCHK WHO IS SIGNED ON AT THIS TERMINAL
           INITIALIZE SESSION-CHECK-COMMAREA.
           MOVE EIBTRMID TO SES-TERMINAL-ID.

           EXEC CICS LINK
                PROGRAM(AC-SESCHK-PROGRAM-NAME)
                COMMAREA(SESSION-CHECK-COMMAREA)
                LENGTH(LENGTH OF SESSION-CHECK-COMMAREA)
                END-EXEC.

       2000-PROCESS-CONFIRMATION.
      *    THE USER CONFIRMED (OR CANCELLED) - SIGN OFF ONLY IF THE
      *    USER SHOWN IS STILL THE ONE SIGNED ON AT THIS TERMINAL, AND
      *    END THE CONVERSATION EITHER WAY
           INITIALIZE ESGNMO.
           MOVE WS-USER-ID TO USERIDO.

           IF EIBAID IS EQUAL TO DFHPF3
              MOVE 'Sign-off cancelled.' TO MESSO
              PERFORM 9100-SEND-MAP
              PERFORM 9400-RETURN-AND-END
           END-IF.

           PERFORM 1100-VERIFY-TERMINAL-SESSION.

           IF SES-NOT-SIGNED-ON
              OR SES-USER-ID IS NOT EQUAL TO WS-USER-ID
              MOVE 'No session is signed on at this terminal.'
                 TO MESSO
           ELSE
              PERFORM 2100-CALL-ACTIVITY-MONITOR
              IF MON-RESP-NORMAL
                 MOVE 'You have been signed off.' TO MESSO
              ELSE
                 MOVE 'No session is signed on at this terminal.'
                    TO MESSO
              END-IF
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.

       2100-CALL-ACTIVITY-MONITOR.
      *    TELL EACTMON THIS USER'S SESSION AT THIS TERMINAL HAS ENDED
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           SET MON-ACT-SIGNOFF TO TRUE.
           SET MON-SOR-SIGNED-OFF TO TRUE.
           MOVE WS-USER-ID TO MON-USER-ID.
           MOVE SES-USER-TYPE TO MON-USER-TYPE.
           MOVE EIBTRMID TO MON-TERMINAL-ID.

           EXEC CICS PUT
                CONTAINER(AC-ACTMON-CONTAINER-NAME)
                CHANNEL(AC-ACTMON-CHANNEL-NAME)
                END-EXEC.

           EXEC CICS GET
                CONTAINER(AC-ACTMON-CONTAINER-NAME)
                CHANNEL(AC-ACTMON-CHANNEL-NAME)
                INTO (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                END-EXEC.

       9100-SEND-MAP.
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS, WAITING FOR THE USER TO CONFIRM
           EXEC CICS RETURN
                TRANSID(AC-SGNOFF-TRANSACTION-ID)
                COMMAREA(WS-USER-ID)
