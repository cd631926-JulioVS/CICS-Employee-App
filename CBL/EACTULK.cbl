       COPY EUACTTS.
       COPY EPNDAPR.
       COPY EMNTAUD.
       COPY EAUDWRT.
       COPY EAUTHCK.
       COPY ESESCHK.
      ******************************************************************
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
      *    SENDS MAP TO THE ADMINISTRATOR
           EXEC CICS SEND
