      *        SCREENS ALREADY CALL; EAUTHCK AUDITS EVERY USE TO
      *        EMNTAUD AND DELETES THE GRANT ITSELF ONCE THE CLOCK
      *        RUNS OUT.  RESTRICTED TO MANAGER AND ADMINISTRATOR
      *        USERS.  A GRANT THAT WOULD GIVE THE USER BOTH SIDES
      *        OF AN ESODRUL CONFLICT RULE IS REFUSED UNLESS AN
      *        ADMINISTRATOR HAS RECORDED AN EXCEPTION FOR IT ON THE
      *        ESOD SCREEN.  ACTIONS: G=GRANT, R=REVOKE NOW.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ECONST.
       COPY EFIRCAL.
       COPY EMNTAUD.
       COPY EAUDWRT.
       COPY EAUTHCK.
       COPY ESESCHK.
       COPY ESODCHK.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
                   MOVE 'Key the number of hours (01-99).'
                      TO WS-MESSAGE-TEXT
                ELSE
                   PERFORM 5050-CHECK-SEGREGATION
                END-IF
           END-EVALUATE.

       5050-CHECK-SEGREGATION.
      *    BREAK-GLASS ACCESS IS NO EXCUSE FOR HANDING ONE PERSON
      *    BOTH SIDES OF A CONFLICT - ASK THE COMMON CHECK FIRST
           INITIALIZE SOD-CHECK-COMMAREA.
           MOVE USERIDI TO SOC-USER-ID.
           MOVE TRANSIDI TO SOC-TRANS-ID.

           EXEC CICS LINK
                PROGRAM(AC-SODCHK-PROGRAM-NAME)
                COMMAREA(SOD-CHECK-COMMAREA)
                LENGTH(LENGTH OF SOD-CHECK-COMMAREA)
                END-EXEC.

           IF SOC-CONFLICT-FOUND
              MOVE SPACES TO WS-MESSAGE-TEXT
              STRING 'Refused: conflicts with ' DELIMITED BY SIZE
                     SOC-CONFLICT-TRANS-ID DELIMITED BY SIZE
                     ' already held (see ESOD).' DELIMITED BY SIZE
                 INTO WS-MESSAGE-TEXT
              END-STRING
           ELSE
              PERFORM 5100-WRITE-THE-GRANT
           END-IF.

       5100-WRITE-THE-GRANT.
      *    STAMP THE GRANT AND ITS EXPIRY - AN EXPIRY HOUR PAST
      *    MIDNIGHT ROLLS THE DATE FORWARD THE RIGHT NUMBER OF DAYS
           MOVE WS-MA-BEFORE TO MA-BEFORE-IMAGE.
           MOVE WS-MA-AFTER TO MA-AFTER-IMAGE.

           INITIALIZE AUDIT-WRITE-COMMAREA.
           SET AW-MAINT-AUDIT TO TRUE.
           MOVE MAINT-AUDIT-RECORD TO AW-AUDIT-RECORD.

           EXEC CICS LINK
                PROGRAM(AC-AUDWRT-PROGRAM-NAME)
                COMMAREA(AUDIT-WRITE-COMMAREA)
                LENGTH(LENGTH OF AUDIT-WRITE-COMMAREA)
                END-EXEC.

           MOVE AW-RESPONSE TO WS-CICS-RESPONSE.

       9100-SEND-MAP.
      *    SENDS MAP TO THE SUPERVISOR
           EXEC CICS SEND
