       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFRZMNT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - SIGN-ON FREEZE OPERATIONS PROGRAM
      *        ONE SWITCH FOR THE WHOLE REGION: DURING A SECURITY
      *        INCIDENT OR A FILE REORGANIZATION OPERATIONS FREEZES
      *        SIGN-ON HERE - FOR EVERY USER, OR FOR EVERYONE BUT ADM
      *        SO THE ADMINISTRATORS CAN STILL GET IN TO DO THE WORK -
      *        UNTIL A GIVEN DATE AND TIME, WITH A BROADCAST MESSAGE,
      *        INSTEAD OF QUARANTINING TERMINALS ONE AT A TIME ON ETQR
      *        OR EDITING ESONRUL WINDOWS AND HOPING SOMEBODY PUTS
      *        THEM BACK.  THE ONE EFRZCTL RECORD IS READ BY EFRZCHK
      *        FOR EACTMON (WHICH TURNS FROZEN ATTEMPTS AWAY WITH THEIR
      *        OWN AU-OUT-SIGNON-FROZEN OUTCOME), ESONP, ESONWEB AND
      *        THE EMENUPG MENU (WHICH SHOW THE BROADCAST), AND EFRZCHK
      *        LIFTS IT ITSELF ONCE THE END TIME PASSES.  EVERY SET,
      *        CHANGE AND LIFT IS WRITTEN TO THE EMNTAUD MAINTENANCE
      *        AUDIT AND RAISES A LINE ON THE ALRT QUEUE.  RESTRICTED
      *        TO ADMINISTRATOR USERS.  ACTIONS: S=SET OR CHANGE,
      *        L=LIFT.  SCOPE: A=ALL USERS, X=ALL BUT ADM.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY EFRZMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY EFRZCTL.
       COPY EFRZCHK.
       COPY EMNTAUD.
       COPY EAUDWRT.
       COPY EAUTHCK.
       COPY ESESCHK.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-OPER-ID             PIC X(8).
          05 WS-OPER-AUTHENTICATED  PIC X(1).
             88 WS-OPER-IS-AUTH           VALUE 'Y'.
             88 WS-OPER-NOT-AUTH          VALUE 'N'.
      ******************************************************************
      *   WORKING FIELDS
      ******************************************************************
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-FREEZE-KEY             PIC X(8).
       01 WS-MESSAGE-TEXT           PIC X(60).
       01 WS-ECHO-SWITCH            PIC X(1).
          88 WS-ECHO-INPUT                VALUE 'Y'.
          88 WS-SHOW-FILE                 VALUE 'N'.
       01 WS-NEW-SCOPE              PIC X(1).
          88 WS-NEW-SCOPE-ALL             VALUE 'A'.
          88 WS-NEW-SCOPE-EXCEPT-ADM      VALUE 'X'.
       01 WS-NEW-UNTIL-TIMESTAMP.
          05 WS-NEW-UNTIL-DATE      PIC X(8).
          05 WS-NEW-UNTIL-TIME.
             10 WS-NEW-UNTIL-HH     PIC X(2).
             10 WS-NEW-UNTIL-MM     PIC X(2).
             10 WS-NEW-UNTIL-SS     PIC X(2).
       01 WS-NEW-BROADCAST          PIC X(60).
       01 WS-SCOPE-TEXT             PIC X(20).
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO CHECK THE END TIME AND TO STAMP
      *   THE CONTROL RECORD.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
       01 WS-NOW-TIMESTAMP.
          05 WS-NOW-DATE            PIC X(8).
          05 WS-NOW-TIME            PIC X(6).
      ******************************************************************
      *   STAGING FIELDS FOR THE MAINTENANCE AUDIT RECORD WRITTEN BY
      *   9600-WRITE-MAINT-AUDIT.  THE IMAGES CARRY THE SCOPE AND
      *   THE END DATE AND TIME; 'OFF' WHEN NO FREEZE WAS IN FORCE.
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
       01 DFHCOMMAREA          PIC X(9).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           IF EIBCALEN IS EQUAL TO ZERO
              PERFORM 1000-FIRST-INTERACTION
           ELSE
              MOVE DFHCOMMAREA TO WS-SESSION-STATE
              IF WS-OPER-NOT-AUTH
                 PERFORM 1000-FIRST-INTERACTION
              ELSE
                 PERFORM 3000-PROCESS-ACTION
              END-IF
           END-IF.

       SUB-ROUTINE SECTION.
      *
       1000-FIRST-INTERACTION.
      *    FIRST CALL - INSTEAD OF ASKING FOR AN ID AND PASSWORD ALL
      *    OVER AGAIN, ASK THE COMMON SESSION CHECK WHO IS SIGNED ON
      *    AT THIS TERMINAL AND WHETHER THEY MAY USE THIS FUNCTION
           INITIALIZE WS-SESSION-STATE.
           SET WS-OPER-NOT-AUTH TO TRUE.

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

           MOVE SES-USER-ID TO WS-OPER-ID.
           SET WS-OPER-IS-AUTH TO TRUE.
           MOVE SPACES TO WS-MESSAGE-TEXT.
           SET WS-SHOW-FILE TO TRUE.
           PERFORM 4000-DISPLAY-FREEZE.

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

       1300-APPLY-ANY-EXPIRY.
      *    LET THE COMMON FREEZE CHECK LIFT A FREEZE WHOSE END TIME
      *    HAS ALREADY PASSED, WITH ITS OWN AUDIT AND ALERT, BEFORE
      *    THIS SCREEN SHOWS OR CHANGES THE RECORD - OTHERWISE A
      *    STALE FREEZE COULD BE "CHANGED" THAT WAS ALREADY OVER
           INITIALIZE FREEZE-CHECK-COMMAREA.

           EXEC CICS LINK
                PROGRAM(AC-FRZCHK-PROGRAM-NAME)
                COMMAREA(FREEZE-CHECK-COMMAREA)
                LENGTH(LENGTH OF FREEZE-CHECK-COMMAREA)
                END-EXEC.

       1400-GET-CURRENT-TIME.
      *    TAKE THE CURRENT DATE AND TIME FOR THE END-TIME CHECK AND
      *    THE SET-BY STAMP
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
                END-EXEC.

       3000-PROCESS-ACTION.
      *    DISPATCH THE REQUESTED ACTION
           EXEC CICS RECEIVE
                MAP(AC-FRZMNT-MAP-NAME)
                MAPSET(AC-FRZMNT-MAPSET-NAME)
                INTO (EFRZMI)
                END-EXEC.

           IF EIBAID IS EQUAL TO DFHPF3
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SPACES TO WS-MESSAGE-TEXT.
           SET WS-SHOW-FILE TO TRUE.

           EVALUATE ACTIONI
           WHEN 'S'
                PERFORM 5000-SET-FREEZE
           WHEN 'L'
                PERFORM 6000-LIFT-FREEZE
           WHEN SPACE
           WHEN LOW-VALUE
                CONTINUE
           WHEN OTHER
                MOVE 'Action must be S (set or change) or L (lift).'
                   TO WS-MESSAGE-TEXT
                SET WS-ECHO-INPUT TO TRUE
           END-EVALUATE.

           PERFORM 4000-DISPLAY-FREEZE.

       4000-DISPLAY-FREEZE.
      *    SHOW WHETHER SIGN-ON IS FROZEN NOW, WHO LAST TOUCHED THE
      *    FREEZE, AND THE FIELDS TO CHANGE IT.  AFTER A REJECTED
      *    ENTRY THE OPERATOR'S OWN INPUT IS SHOWN BACK INSTEAD, SO
      *    IT NEED NOT ALL BE KEYED AGAIN
           PERFORM 1300-APPLY-ANY-EXPIRY.

           INITIALIZE EFRZMO.
           MOVE AC-FRZCTL-CONTROL-KEY TO WS-FREEZE-KEY.

           EXEC CICS READ
                FILE(AC-FRZCTL-FILENAME)
                INTO (SIGNON-FREEZE-RECORD)
                RIDFLD(WS-FREEZE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              INITIALIZE SIGNON-FREEZE-RECORD
           END-IF.

           IF FZ-SCOPE-NONE
              MOVE 'SIGN-ON IS OPEN - NO FREEZE IN FORCE' TO STATUSO
           ELSE
              IF FZ-SCOPE-ALL
                 MOVE 'ALL USERS' TO WS-SCOPE-TEXT
              ELSE
                 MOVE 'ALL BUT ADM' TO WS-SCOPE-TEXT
              END-IF
              STRING 'SIGN-ON FROZEN FOR ' DELIMITED BY SIZE
                     WS-SCOPE-TEXT DELIMITED BY '  '
                     ' UNTIL ' DELIMITED BY SIZE
                     FZ-UNTIL-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     FZ-UNTIL-TIME (1:4) DELIMITED BY SIZE
                 INTO STATUSO
              END-STRING
              MOVE FZ-FREEZE-SCOPE TO SCOPEO
              MOVE FZ-UNTIL-DATE TO UNTDATEO
              MOVE FZ-UNTIL-TIME (1:4) TO UNTTIMEO
              MOVE FZ-BROADCAST-TEXT TO BCASTO
           END-IF.

           IF FZ-SET-BY IS NOT EQUAL TO SPACES
              STRING 'LAST CHANGED BY ' DELIMITED BY SIZE
                     FZ-SET-BY DELIMITED BY SIZE
                     ' ON ' DELIMITED BY SIZE
                     FZ-SET-DATE DELIMITED BY SIZE
                     ' AT ' DELIMITED BY SIZE
                     FZ-SET-TIME DELIMITED BY SIZE
                 INTO LASTSETO
              END-STRING
           END-IF.

           IF WS-ECHO-INPUT
              MOVE SCOPEI TO SCOPEO
              MOVE UNTDATEI TO UNTDATEO
              MOVE UNTTIMEI TO UNTTIMEO
              MOVE BCASTI TO BCASTO
           END-IF.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              IF FZ-SCOPE-NONE
                 MOVE 'Key scope, end date/time and message, then S.'
                    TO MESSO
              ELSE
                 MOVE 'Change the fields and key S, or key L to lift.'
                    TO MESSO
              END-IF
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       5000-SET-FREEZE.
      *    VALIDATE THE SCOPE, THE END TIME AND THE BROADCAST, THEN
      *    SET THE FREEZE OR CHANGE THE ONE ALREADY IN FORCE.  THE END
      *    TIME IS REQUIRED - A FREEZE NOBODY SCHEDULED TO END IS
      *    EXACTLY THE FORGOTTEN SWITCH THIS SCREEN IS MEANT TO AVOID
           PERFORM 1300-APPLY-ANY-EXPIRY.
           PERFORM 1400-GET-CURRENT-TIME.
           MOVE SPACES TO WS-MAINT-AUDIT-FIELDS.

           MOVE SCOPEI TO WS-NEW-SCOPE.
           MOVE UNTDATEI TO WS-NEW-UNTIL-DATE.
           MOVE UNTTIMEI TO WS-NEW-UNTIL-TIME (1:4).
           MOVE '00' TO WS-NEW-UNTIL-SS.
           MOVE BCASTI TO WS-NEW-BROADCAST.
           INSPECT WS-NEW-BROADCAST REPLACING ALL LOW-VALUE BY SPACE.

           EVALUATE TRUE
           WHEN NOT WS-NEW-SCOPE-ALL AND NOT WS-NEW-SCOPE-EXCEPT-ADM
                MOVE 'Scope must be A (all users) or X (all but ADM).'
                   TO WS-MESSAGE-TEXT
           WHEN WS-NEW-UNTIL-DATE IS NOT NUMERIC
              OR WS-NEW-UNTIL-TIME IS NOT NUMERIC
                MOVE 'Key the end as a YYYYMMDD date and HHMM time.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-NEW-UNTIL-HH IS GREATER THAN '23'
              OR WS-NEW-UNTIL-MM IS GREATER THAN '59'
                MOVE 'The end time must be a valid HHMM time.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-NEW-UNTIL-TIMESTAMP IS NOT GREATER THAN
                WS-NOW-TIMESTAMP
                MOVE 'The end time is already past.' TO WS-MESSAGE-TEXT
           WHEN WS-NEW-BROADCAST IS EQUAL TO SPACES
                MOVE 'Key the broadcast message users will see.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                PERFORM 5100-WRITE-FREEZE
           END-EVALUATE.

           IF WS-MESSAGE-TEXT IS NOT EQUAL TO SPACES
              AND WS-MA-ACTION IS EQUAL TO SPACES
              SET WS-ECHO-INPUT TO TRUE
           END-IF.

       5100-WRITE-FREEZE.
      *    A FREEZE ALREADY IN FORCE IS CHANGED IN PLACE; OTHERWISE
      *    THE RECORD IS SET (OR CREATED, THE FIRST TIME EVER)
           MOVE AC-FRZCTL-CONTROL-KEY TO WS-FREEZE-KEY.

           EXEC CICS READ
                FILE(AC-FRZCTL-FILENAME)
                INTO (SIGNON-FREEZE-RECORD)
                RIDFLD(WS-FREEZE-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              IF FZ-SCOPE-NONE
                 MOVE 'FRZSET' TO WS-MA-ACTION
                 MOVE 'OFF' TO WS-MA-BEFORE
              ELSE
                 MOVE 'FRZCHG' TO WS-MA-ACTION
                 PERFORM 5200-FORMAT-FREEZE-IMAGE
                 MOVE WS-MA-AFTER TO WS-MA-BEFORE
              END-IF
              PERFORM 5300-FILL-FREEZE-RECORD

              EXEC CICS REWRITE
                   FILE(AC-FRZCTL-FILENAME)
                   FROM (SIGNON-FREEZE-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE SIGNON-FREEZE-RECORD
              MOVE AC-FRZCTL-CONTROL-KEY TO FZ-CONTROL-KEY
              MOVE 'FRZSET' TO WS-MA-ACTION
              MOVE 'OFF' TO WS-MA-BEFORE
              PERFORM 5300-FILL-FREEZE-RECORD

              EXEC CICS WRITE
                   FILE(AC-FRZCTL-FILENAME)
                   FROM (SIGNON-FREEZE-RECORD)
                   RIDFLD(FZ-CONTROL-KEY)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 5200-FORMAT-FREEZE-IMAGE
              MOVE AC-FRZCTL-CONTROL-KEY TO WS-MA-TARGET
              PERFORM 9600-WRITE-MAINT-AUDIT
              IF WS-MA-ACTION IS EQUAL TO 'FRZSET'
                 IF FZ-SCOPE-ALL
                    MOVE 'SET ALL USERS' TO FZA-EVENT-TEXT
                 ELSE
                    MOVE 'SET ALL BUT ADM' TO FZA-EVENT-TEXT
                 END-IF
                 MOVE 'Sign-on frozen, new sign-ons are refused.'
                    TO WS-MESSAGE-TEXT
              ELSE
                 IF FZ-SCOPE-ALL
                    MOVE 'CHANGE ALL USERS' TO FZA-EVENT-TEXT
                 ELSE
                    MOVE 'CHANGE ALL BUT ADM' TO FZA-EVENT-TEXT
                 END-IF
                 MOVE 'Sign-on freeze changed.' TO WS-MESSAGE-TEXT
              END-IF
              PERFORM 9700-WRITE-OPERATIONS-ALERT
           ELSE
              MOVE SPACES TO WS-MA-ACTION
              MOVE 'Unable to set the freeze, try again.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       5200-FORMAT-FREEZE-IMAGE.
      *    SCOPE, END DATE AND END TIME OF THE FREEZE NOW ON THE
      *    RECORD, AS THE AUDIT IMAGE
           MOVE SPACES TO WS-MA-AFTER.
           STRING FZ-FREEZE-SCOPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FZ-UNTIL-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FZ-UNTIL-TIME DELIMITED BY SIZE
              INTO WS-MA-AFTER
           END-STRING.

       5300-FILL-FREEZE-RECORD.
      *    MOVE THE VALIDATED ENTRY ONTO THE RECORD AND STAMP WHO
      *    SET IT AND WHEN
           MOVE WS-NEW-SCOPE TO FZ-FREEZE-SCOPE.
           MOVE WS-NEW-UNTIL-DATE TO FZ-UNTIL-DATE.
           MOVE WS-NEW-UNTIL-TIME TO FZ-UNTIL-TIME.
           MOVE WS-NEW-BROADCAST TO FZ-BROADCAST-TEXT.
           MOVE WS-OPER-ID TO FZ-SET-BY.
           MOVE WS-NOW-DATE TO FZ-SET-DATE.
           MOVE WS-NOW-TIME TO FZ-SET-TIME.

       6000-LIFT-FREEZE.
      *    TURN THE FREEZE OFF BEFORE ITS END TIME.  THE END TIME AND
      *    BROADCAST ARE LEFT ON THE RECORD - ONLY THE SCOPE DECIDES
      *    WHETHER A FREEZE IS IN FORCE
           PERFORM 1300-APPLY-ANY-EXPIRY.
           PERFORM 1400-GET-CURRENT-TIME.
           MOVE SPACES TO WS-MAINT-AUDIT-FIELDS.
           MOVE AC-FRZCTL-CONTROL-KEY TO WS-FREEZE-KEY.

           EXEC CICS READ
                FILE(AC-FRZCTL-FILENAME)
                INTO (SIGNON-FREEZE-RECORD)
                RIDFLD(WS-FREEZE-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                MOVE 'Sign-on is not frozen.' TO WS-MESSAGE-TEXT
           WHEN FZ-SCOPE-NONE
                EXEC CICS UNLOCK
                     FILE(AC-FRZCTL-FILENAME)
                     END-EXEC
                MOVE 'Sign-on is not frozen.' TO WS-MESSAGE-TEXT
           WHEN OTHER
                PERFORM 5200-FORMAT-FREEZE-IMAGE
                MOVE WS-MA-AFTER TO WS-MA-BEFORE
                MOVE SPACE TO FZ-FREEZE-SCOPE
                MOVE WS-OPER-ID TO FZ-SET-BY
                MOVE WS-NOW-DATE TO FZ-SET-DATE
                MOVE WS-NOW-TIME TO FZ-SET-TIME

                EXEC CICS REWRITE
                     FILE(AC-FRZCTL-FILENAME)
                     FROM (SIGNON-FREEZE-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                PERFORM 6100-AUDIT-THE-LIFT
           END-EVALUATE.

       6100-AUDIT-THE-LIFT.
      *    RECORD THE LIFT, RAISE THE ALERT AND TELL THE OPERATOR
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'FRZLIFT' TO WS-MA-ACTION
              MOVE AC-FRZCTL-CONTROL-KEY TO WS-MA-TARGET
              MOVE 'LIFTED' TO WS-MA-AFTER
              PERFORM 9600-WRITE-MAINT-AUDIT
              MOVE 'LIFTED BY OPERATOR' TO FZA-EVENT-TEXT
              PERFORM 9700-WRITE-OPERATIONS-ALERT
              MOVE 'Sign-on freeze lifted.' TO WS-MESSAGE-TEXT
           ELSE
              MOVE 'Unable to lift the freeze, try again.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF WHAT OPERATIONS JUST DID -
      *    A REGION-WIDE FREEZE IS AN INCIDENT ACTION AND GETS THE
      *    SAME TRAIL EVERY OTHER MAINTENANCE ACTION GETS
           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE WS-OPER-ID TO MA-ADMIN-ID.
           MOVE WS-NOW-DATE TO MA-AUDIT-DATE.
           MOVE WS-NOW-TIME TO MA-AUDIT-TIME.
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

       9700-WRITE-OPERATIONS-ALERT.
      *    PUT THE CHANGE ON THE ALRT QUEUE SO THE WHOLE OPERATIONS
      *    SHIFT SEES THE REGION GO IN AND OUT OF MAINTENANCE MODE
           MOVE WS-OPER-ID TO FZA-USER-ID.
           MOVE FZ-UNTIL-DATE TO FZA-UNTIL-DATE.
           MOVE FZ-UNTIL-TIME (1:4) TO FZA-UNTIL-HHMM.
           MOVE WS-NOW-TIME TO FZA-TIME.

           EXEC CICS WRITEQ TD
                QUEUE(AC-ALERT-TDQUEUE-NAME)
                FROM (FREEZE-ALERT-LINE)
                LENGTH(LENGTH OF FREEZE-ALERT-LINE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9100-SEND-MAP.
      *    SENDS MAP TO THE OPERATOR
           EXEC CICS SEND
                MAP(AC-FRZMNT-MAP-NAME)
                MAPSET(AC-FRZMNT-MAPSET-NAME)
                FROM (EFRZMO)
                ERASE
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
           EXEC CICS RETURN
                TRANSID(AC-FRZMNT-TRANSACTION-ID)
                COMMAREA(WS-SESSION-STATE)
                END-EXEC.

       9400-RETURN-AND-END.
      *    PF3 WAS PRESSED - END THE CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       9500-SEND-MESSAGE-AND-END.
      *    SHOW THE MESSAGE SET ABOVE AND END THE CONVERSATION
           INITIALIZE EFRZMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.
