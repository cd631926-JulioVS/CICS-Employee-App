       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESGNFRC.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - SUPERVISOR FORCED SIGN-OFF PROGRAM
      *        ESGN ONLY EVER ENDS THE SESSION SIGNED ON AT THE
      *        TERMINAL IT IS RUN FROM, SO A SESSION LEFT HUNG ON A
      *        TERMINAL NOBODY CAN GET TO - OR ONE THAT HAS TO END
      *        NOW FOR A SECURITY REASON - IS ENDED HERE INSTEAD.  A
      *        SUPERVISOR KEYS THE USER ID AND A MANDATORY REASON
      *        CODE; THE SESSION IS SIGNED OFF THROUGH EACTMON THE
      *        SAME WAY AN EXPLICIT ESGN WOULD, THE ACTION IS WRITTEN
      *        TO THE EMNTAUD MAINTENANCE AUDIT, AND IT IS ADDED TO
      *        THE DAY'S FRCSOFFQ LIST THE EDSH DASHBOARD SHOWS.
      *        RESTRICTED TO MANAGER AND ADMINISTRATOR USERS; ONLY AN
      *        ADMINISTRATOR MAY FORCE OFF ANOTHER ADMINISTRATOR.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ESGFMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY EUACTTS.
       COPY EMONCTR.
       COPY EMNTAUD.
       COPY EAUDWRT.
       COPY EAUTHCK.
       COPY ESESCHK.
       COPY EFRCSOF.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-SUPER-ID            PIC X(8).
          05 WS-SUPER-AUTHENTICATED PIC X(1).
             88 WS-SUPER-IS-AUTH          VALUE 'Y'.
             88 WS-SUPER-NOT-AUTH         VALUE 'N'.
          05 WS-SUPER-TYPE          PIC X(3).
             88 WS-SUPER-IS-ADMIN         VALUE 'ADM'.
      ******************************************************************
      *   WORKING FIELDS
      ******************************************************************
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-USER-ACTIVITY-QUEUE-NAME.
          05 WS-UA-QNAME-PREFIX        PIC X(8).
          05 WS-UA-QNAME-USERID        PIC X(8).
       01 WS-TARGET-USER-ID         PIC X(8).
       01 WS-TARGET-TERMINAL-ID     PIC X(4).
       01 WS-REASON-CODE            PIC X(2).
          88 WS-REASON-IS-VALID           VALUE 'ST' 'AW' 'SC' 'TM'.
       01 WS-MESSAGE-TEXT           PIC X(60).
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO STAMP THE AUDIT RECORD AND THE
      *   FORCED SIGN-OFF QUEUE ENTRY.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
      ******************************************************************
      *   STAGING FIELDS FOR THE MAINTENANCE AUDIT RECORD WRITTEN BY
      *   9600-WRITE-MAINT-AUDIT.
      ******************************************************************
       01 WS-MAINT-AUDIT-FIELDS.
          05 WS-MA-ACTION            PIC X(8).
          05 WS-MA-TARGET            PIC X(8).
          05 WS-MA-BEFORE            PIC X(20).
          05 WS-MA-AFTER             PIC X(20).
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(12).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           IF EIBCALEN IS EQUAL TO ZERO
              PERFORM 1000-FIRST-INTERACTION
           ELSE
              MOVE DFHCOMMAREA TO WS-SESSION-STATE
              IF WS-SUPER-NOT-AUTH
                 PERFORM 1000-FIRST-INTERACTION
              ELSE
                 PERFORM 3000-PROCESS-ACTION
              END-IF
           END-IF.

       SUB-ROUTINE SECTION.
      *
       1000-FIRST-INTERACTION.
      *    FIRST CALL - ASK THE COMMON SESSION CHECK WHO IS SIGNED ON
      *    AT THIS TERMINAL AND WHETHER THEY MAY USE THIS FUNCTION
           INITIALIZE WS-SESSION-STATE.
           SET WS-SUPER-NOT-AUTH TO TRUE.

           PERFORM 1100-VERIFY-TERMINAL-SESSION.
           IF SES-NOT-SIGNED-ON
              MOVE 'Please sign on through ESON first.'
                 TO WS-MESSAGE-TEXT
              PERFORM 9500-SEND-MESSAGE-AND-END
           END-IF.

           PERFORM 1200-CHECK-AUTHORIZATION.
           IF ATH-DENIED
              MOVE 'You are not authorized for this function.'
                 TO WS-MESSAGE-TEXT
              PERFORM 9500-SEND-MESSAGE-AND-END
           END-IF.

           MOVE SES-USER-ID TO WS-SUPER-ID.
           MOVE SES-USER-TYPE TO WS-SUPER-TYPE.
           SET WS-SUPER-IS-AUTH TO TRUE.
           MOVE SPACES TO WS-MESSAGE-TEXT.
           PERFORM 4000-DISPLAY-SCREEN.

       1100-VERIFY-TERMINAL-SESSION.
      *    ASK ESESCHK WHO IS SIGNED ON AT THIS TERMINAL - EACTMON
      *    ALREADY STAMPED THE SESSION WHEN THEY CAME IN THROUGH THE
      *    SIGN-ON TRANSACTION, SO THERE IS NO NEED TO ASK FOR THEIR
      *    PASSWORD A SECOND TIME
           INITIALIZE SESSION-CHECK-COMMAREA.
           MOVE EIBTRMID TO SES-TERMINAL-ID.

           EXEC CICS LINK
                PROGRAM(AC-SESCHK-PROGRAM-NAME)
                COMMAREA(SESSION-CHECK-COMMAREA)
                LENGTH(LENGTH OF SESSION-CHECK-COMMAREA)
                END-EXEC.

       1200-CHECK-AUTHORIZATION.
      *    ROUTE THE ACCESS DECISION THROUGH THE COMMON AUTHORIZATION
      *    CHECK SO A EUSRENT ENTITLEMENT CAN GRANT OR WITHDRAW THIS
      *    FUNCTION PER USER, WITH THE ROLE AS THE DEFAULT
           INITIALIZE AUTHORIZATION-CHECK-COMMAREA.
           MOVE SES-USER-ID TO ATH-USER-ID.
           MOVE SES-USER-TYPE TO ATH-USER-TYPE.
           MOVE EIBTRNID TO ATH-TRANS-ID.

           EXEC CICS LINK
                PROGRAM(AC-AUTHCK-PROGRAM-NAME)
                COMMAREA(AUTHORIZATION-CHECK-COMMAREA)
                LENGTH(LENGTH OF AUTHORIZATION-CHECK-COMMAREA)
                END-EXEC.

       3000-PROCESS-ACTION.
      *    TAKE THE USER ID AND REASON CODE KEYED BY THE SUPERVISOR
           EXEC CICS RECEIVE
                MAP(AC-FRCOFF-MAP-NAME)
                MAPSET(AC-FRCOFF-MAPSET-NAME)
                INTO (ESGFMI)
                END-EXEC.

           IF EIBAID IS EQUAL TO DFHPF3
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SPACES TO WS-MESSAGE-TEXT.

           IF USERIDI IS EQUAL TO SPACES OR LOW-VALUES
              CONTINUE
           ELSE
              MOVE USERIDI TO WS-TARGET-USER-ID
              MOVE REASONI TO WS-REASON-CODE
              PERFORM 5000-FORCE-SIGNOFF
           END-IF.

           PERFORM 4000-DISPLAY-SCREEN.

       4000-DISPLAY-SCREEN.
      *    SHOW THE REASON CODES AND THE OUTCOME OF THE LAST ACTION
           INITIALIZE ESGFMO.
           MOVE SPACES TO LISTAREAO.
           MOVE 'ST  SESSION STUCK OR HUNG'
              TO LISTAREAO (1:64).
           MOVE 'AW  USER AWAY FROM A LIVE TERMINAL'
              TO LISTAREAO (65:64).
           MOVE 'SC  SECURITY CONCERN'
              TO LISTAREAO (129:64).
           MOVE 'TM  TERMINAL NEEDED FOR MAINTENANCE'
              TO LISTAREAO (193:64).

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              MOVE 'Key a user ID and a reason code.' TO MESSO
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       5000-FORCE-SIGNOFF.
      *    CHECK THE REQUEST, THEN END THE NAMED USER'S SESSION
      *    WHEREVER IT IS SIGNED ON
           MOVE AC-USER-ACTIVITY-QPREFIX TO WS-UA-QNAME-PREFIX.
           MOVE WS-TARGET-USER-ID TO WS-UA-QNAME-USERID.

           EXEC CICS READQ TS
                QUEUE(WS-USER-ACTIVITY-QUEUE-NAME)
                INTO (USER-ACTIVITY-RECORD)
                ITEM(1)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN NOT WS-REASON-IS-VALID
                MOVE 'Reason must be ST, AW, SC or TM.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-TARGET-USER-ID IS EQUAL TO WS-SUPER-ID
                MOVE 'Use ESGN to sign yourself off.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
           WHEN NOT UA-ST-SIGNED-ON
                MOVE 'That user is not signed on.' TO WS-MESSAGE-TEXT
           WHEN UA-UT-ADMINISTRATOR AND NOT WS-SUPER-IS-ADMIN
                MOVE 'Only an administrator may sign off an admin.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                MOVE UA-TERMINAL-ID TO WS-TARGET-TERMINAL-ID
                PERFORM 5100-CALL-ACTIVITY-MONITOR
                IF MON-RESP-NORMAL
                   PERFORM 5200-AUDIT-FORCED-SIGNOFF
                   PERFORM 5300-RECORD-FORCED-SIGNOFF
                   STRING WS-TARGET-USER-ID DELIMITED BY SPACE
                          ' signed off from terminal ' DELIMITED BY SIZE
                          WS-TARGET-TERMINAL-ID DELIMITED BY SIZE
                          '.' DELIMITED BY SIZE
                      INTO WS-MESSAGE-TEXT
                   END-STRING
                ELSE
                   MOVE 'That user is not signed on.'
                      TO WS-MESSAGE-TEXT
                END-IF
           END-EVALUATE.

       5100-CALL-ACTIVITY-MONITOR.
      *    HAND THE SIGN-OFF TO EACTMON, NAMING THE TERMINAL THE
      *    SESSION WAS FOUND ON SO A SESSION THAT MOVED IN THE
      *    MEANTIME IS LEFT ALONE
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           SET MON-ACT-SIGNOFF TO TRUE.
           SET MON-SOR-FORCED TO TRUE.
           MOVE WS-TARGET-USER-ID TO MON-USER-ID.
           MOVE UA-USER-TYPE TO MON-USER-TYPE.
           MOVE WS-TARGET-TERMINAL-ID TO MON-TERMINAL-ID.

           EXEC CICS PUT
                CONTAINER(AC-ACTMON-CONTAINER-NAME)
                CHANNEL(AC-ACTMON-CHANNEL-NAME)
                FROM (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                END-EXEC.

           EXEC CICS LINK
                PROGRAM(AC-ACTMON-PROGRAM-NAME)
                CHANNEL(AC-ACTMON-CHANNEL-NAME)
                END-EXEC.

           EXEC CICS GET
                CONTAINER(AC-ACTMON-CONTAINER-NAME)
                CHANNEL(AC-ACTMON-CHANNEL-NAME)
                INTO (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                END-EXEC.

       5200-AUDIT-FORCED-SIGNOFF.
      *    RECORD WHO WAS FORCED OFF, FROM WHICH TERMINAL AND WHY
           MOVE 'FRCSGNOF' TO WS-MA-ACTION.
           MOVE WS-TARGET-USER-ID TO WS-MA-TARGET.
           MOVE SPACES TO WS-MA-BEFORE.
           STRING 'SIGNED ON AT ' DELIMITED BY SIZE
                  WS-TARGET-TERMINAL-ID DELIMITED BY SIZE
              INTO WS-MA-BEFORE
           END-STRING.
           MOVE SPACES TO WS-MA-AFTER.
           STRING 'FORCED OFF REASON=' DELIMITED BY SIZE
                  WS-REASON-CODE DELIMITED BY SIZE
              INTO WS-MA-AFTER
           END-STRING.
           PERFORM 9600-WRITE-MAINT-AUDIT.

       5300-RECORD-FORCED-SIGNOFF.
      *    ADD THE SIGN-OFF TO THE DAY'S FRCSOFFQ LIST FOR THE
      *    DASHBOARD - A LIST STILL HOLDING AN EARLIER DAY IS DROPPED
      *    FIRST SO THE QUEUE ONLY EVER HOLDS TODAY
           EXEC CICS READQ TS
                QUEUE(AC-FRCOFF-QUEUE-NAME)
                INTO (FORCED-SIGNOFF-ENTRY)
                ITEM(1)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND FS-FORCED-DATE IS NOT EQUAL TO MA-AUDIT-DATE
              EXEC CICS DELETEQ TS
                   QUEUE(AC-FRCOFF-QUEUE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           INITIALIZE FORCED-SIGNOFF-ENTRY.
           MOVE MA-AUDIT-DATE TO FS-FORCED-DATE.
           MOVE MA-AUDIT-TIME TO FS-FORCED-TIME.
           MOVE WS-TARGET-USER-ID TO FS-USER-ID.
           MOVE WS-TARGET-TERMINAL-ID TO FS-TERMINAL-ID.
           MOVE WS-SUPER-ID TO FS-SUPERVISOR-ID.
           MOVE WS-REASON-CODE TO FS-REASON-CODE.

           EXEC CICS WRITEQ TS
                QUEUE(AC-FRCOFF-QUEUE-NAME)
                FROM (FORCED-SIGNOFF-ENTRY)
                LENGTH(LENGTH OF FORCED-SIGNOFF-ENTRY)
                MAIN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF WHAT THE SUPERVISOR JUST DID -
      *    ENDING SOMEONE ELSE'S SESSION GETS THE SAME TRAIL EVERY
      *    OTHER MAINTENANCE ACTION GETS
           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE WS-SUPER-ID TO MA-ADMIN-ID.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(MA-AUDIT-DATE)
                TIME(MA-AUDIT-TIME)
                END-EXEC.

           MOVE EIBTRNID TO MA-TRANS-ID.
           MOVE WS-MA-ACTION TO MA-ACTION.
           MOVE WS-MA-TARGET TO MA-TARGET-KEY.
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
                MAP(AC-FRCOFF-MAP-NAME)
                MAPSET(AC-FRCOFF-MAPSET-NAME)
                FROM (ESGFMO)
                ERASE
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
           EXEC CICS RETURN
                TRANSID(AC-FRCOFF-TRANSACTION-ID)
                COMMAREA(WS-SESSION-STATE)
                END-EXEC.

       9400-RETURN-AND-END.
      *    PF3 WAS PRESSED - END THE CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       9500-SEND-MESSAGE-AND-END.
      *    SHOW THE MESSAGE SET ABOVE AND END THE CONVERSATION
           INITIALIZE ESGFMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.
