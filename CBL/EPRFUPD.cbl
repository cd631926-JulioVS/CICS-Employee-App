      *        AUDIT LIKE ANY OTHER CHANGE.  NAME, DEPARTMENT AND
      *        MANAGER STAY ADMIN-ONLY THROUGH EEMPMNT.  ACTIONS:
      *        S=SUBMIT OWN CHANGE, L=LIST PENDING APPROVALS,
      *        A=ACCEPT TARGET USER'S CHANGE, R=REJECT IT.  WHILE A
      *        MANAGER'S EDLG DELEGATION IS IN FORCE THEIR DELEGATE
      *        SEES AND DECIDES THEIR CHANGES TOO (NEVER THE
      *        DELEGATE'S OWN), WITH AN EXTRA ONBEHALF AUDIT RECORD.
      *        A SUBMITTED CHANGE ALSO DROPS AN ENOTIFY ITEM IN THE
      *        MANAGER'S INBOX SO THEY KNOW IT IS WAITING FOR THEM.
      *        A USER WITH NO EM-MANAGER-ID IS ROUTED TO THEIR
      *        DEPARTMENT HEAD ON EDEPMST INSTEAD (SEE EDEPHED).
      *        A MANAGER'S LIST IS EVERY PENDING CHANGE WHOSE
      *        PU-MANAGER-ID IS THEM OR ONE OF THEIR DELEGATORS - SO IT
      *        TAKES IN CHANGES ESCALATED TO THEM BY EAPRAGE AND
      *        CHANGES FROM PEOPLE WHO HAVE SINCE MOVED TO ANOTHER
      *        MANAGER - PICKED OUT BY WALKING THE PENDING FILE, WHICH
      *        HOLDS ONLY UNDECIDED CHANGES.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EEMPMST.
       COPY EPRFPND.
       COPY EMNTAUD.
       COPY EAUDWRT.
       COPY ENOTWRT.
       COPY ESESCHK.
       COPY EDLGCHK.
       COPY EDEPHED.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
       01 WS-PENDING-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-LIST-LINE              PIC X(64).
       01 WS-MESSAGE-TEXT           PIC X(60).
       01 WS-APPROVER-ID            PIC X(8).
      ******************************************************************
      *   DELEGATION FIELDS - WHOSE CHANGES THIS USER IS DECIDING ON
      *   BEHALF OF, AND WHETHER THE LISTED CHANGE CAME THROUGH ONE.
      ******************************************************************
       01 WS-ON-BEHALF-OF           PIC X(8).
       01 WS-DELEGATOR-INDEX        PIC 9(1).
       01 WS-DELEGATED-SWITCH       PIC X(1).
          88 WS-ITEM-DELEGATED            VALUE 'Y'.
          88 WS-ITEM-NOT-DELEGATED        VALUE 'N'.
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO STAMP THE REQUEST AND THE AUDIT.
      ******************************************************************
                 MOVE 'No profile on file - ask an administrator.'
                    TO WS-MESSAGE-TEXT
              ELSE
                 PERFORM 5050-FIND-APPROVER
                 PERFORM 5100-WRITE-PENDING-CHANGE
              END-IF
           END-IF.

       5050-FIND-APPROVER.
      *    THE MANAGER ON THE PROFILE APPROVES - WITH NONE, THE HEAD
      *    OF THE USER'S DEPARTMENT (OR OF THE NEAREST ONE ABOVE IT),
      *    AND WITH NO HEAD EITHER, THE ADMINISTRATORS
           MOVE EM-MANAGER-ID TO WS-APPROVER-ID.

           IF WS-APPROVER-ID IS EQUAL TO SPACES
              INITIALIZE DEPARTMENT-HEAD-COMMAREA
              MOVE EM-DEPARTMENT TO DH-DEPARTMENT-CODE
              MOVE WS-USER-ID TO DH-FOR-USER-ID

              EXEC CICS LINK
                   PROGRAM(AC-DEPHED-PROGRAM-NAME)
                   COMMAREA(DEPARTMENT-HEAD-COMMAREA)
                   LENGTH(LENGTH OF DEPARTMENT-HEAD-COMMAREA)
                   END-EXEC

              IF DH-HEAD-FOUND
                 MOVE DH-HEAD-USER-ID TO WS-APPROVER-ID
              END-IF
           END-IF.

       5100-WRITE-PENDING-CHANGE.
      *    BUILD AND WRITE (OR REPLACE) THE PENDING-CHANGE RECORD.
      *    A FIELD LEFT BLANK KEEPS ITS CURRENT PROFILE VALUE, SO
           ELSE
              MOVE EM-LOCATION TO PU-NEW-LOCATION
           END-IF.
           MOVE WS-APPROVER-ID TO PU-MANAGER-ID.
           SET PU-ST-PENDING TO TRUE.

           EXEC CICS WRITE
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 5200-NOTIFY-THE-MANAGER
              MOVE 'Change submitted for approval.' TO WS-MESSAGE-TEXT
           ELSE
              MOVE 'Unable to submit that change, try again.'
           ELSE
              MOVE EM-LOCATION TO PU-NEW-LOCATION
           END-IF.
           MOVE WS-APPROVER-ID TO PU-MANAGER-ID.
           SET PU-ST-PENDING TO TRUE.

           EXEC CICS REWRITE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       5200-NOTIFY-THE-MANAGER.
      *    TELL THE MANAGER THE CHANGE IS WAITING FOR THEM - A USER
      *    WITH NO MANAGER IS LEFT TO THE ADMINISTRATORS' LIST
           IF PU-MANAGER-ID IS NOT EQUAL TO SPACES
              INITIALIZE NOTIFY-WRITE-COMMAREA
              MOVE PU-MANAGER-ID TO NW-RECIPIENT-ID
              MOVE 'PCHG' TO NW-CATEGORY
              MOVE AC-PRFUPD-TRANSACTION-ID TO NW-ACTION-TRANS-ID
              STRING 'Profile change from ' DELIMITED BY SIZE
                     PU-USER-ID DELIMITED BY SIZE
                     ' is waiting for you.' DELIMITED BY SIZE
                 INTO NW-MESSAGE
              END-STRING
              MOVE WS-USER-ID TO NW-SENT-BY

              EXEC CICS LINK
                   PROGRAM(AC-NOTWRT-PROGRAM-NAME)
                   COMMAREA(NOTIFY-WRITE-COMMAREA)
                   LENGTH(LENGTH OF NOTIFY-WRITE-COMMAREA)
                   END-EXEC
           END-IF.

       6000-LIST-PENDING-CHANGES.
      *    LIST THE PENDING CHANGES THIS USER MAY DECIDE - A MANAGER
      *    SEES THE ONES ROUTED TO THEM, AN ADMINISTRATOR SEES THEM
           MOVE ZERO TO WS-PENDING-COUNT.

           IF WS-UT-ADMINISTRATOR OR WS-UT-MANAGER
              PERFORM 6050-LOAD-DELEGATORS
              PERFORM 6100-BROWSE-PENDING-FILE
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       6050-LOAD-DELEGATORS.
      *    ASK THE COMMON DELEGATION CHECK WHOSE CHANGES THIS USER IS
      *    HOLDING TODAY, SO THEY ARE LISTED TOO
           INITIALIZE DELEGATION-CHECK-COMMAREA.
           SET DLC-FN-LIST TO TRUE.
           MOVE WS-USER-ID TO DLC-USER-ID.

           EXEC CICS LINK
                PROGRAM(AC-DLGCHK-PROGRAM-NAME)
                COMMAREA(DELEGATION-CHECK-COMMAREA)
                LENGTH(LENGTH OF DELEGATION-CHECK-COMMAREA)
                END-EXEC.

       6100-BROWSE-PENDING-FILE.
      *    WALK THE WHOLE PENDING FILE AND LIST EVERY CHANGE THIS
      *    APPROVER IS ENTITLED TO DECIDE
              OR WS-PENDING-COUNT IS NOT LESS THAN 10
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 6210-CONSIDER-PENDING-CHANGE
           END-IF.

       6210-CONSIDER-PENDING-CHANGE.
      *    LIST THE PENDING CHANGE IN HAND IF THIS APPROVER MAY
      *    DECIDE IT
           SET WS-ITEM-NOT-DELEGATED TO TRUE.
           EVALUATE TRUE
           WHEN WS-UT-ADMINISTRATOR
           WHEN PU-MANAGER-ID IS EQUAL TO WS-USER-ID
                PERFORM 6300-APPEND-PENDING-LINE
           WHEN PU-USER-ID IS NOT EQUAL TO WS-USER-ID
              AND PU-MANAGER-ID IS NOT EQUAL TO SPACES
              AND DLC-DELEGATOR-COUNT IS GREATER THAN ZERO
                PERFORM 6250-APPEND-IF-DELEGATED
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       6250-APPEND-IF-DELEGATED.
      *    LIST A CHANGE ROUTED TO A MANAGER WHO HAS DELEGATED TO
      *    THIS USER
           MOVE 1 TO WS-DELEGATOR-INDEX.
           PERFORM 6260-MATCH-ONE-DELEGATOR
              UNTIL WS-ITEM-DELEGATED
                 OR WS-DELEGATOR-INDEX IS GREATER THAN
                    DLC-DELEGATOR-COUNT.

           IF WS-ITEM-DELEGATED
              PERFORM 6300-APPEND-PENDING-LINE
           END-IF.

       6260-MATCH-ONE-DELEGATOR.
      *    COMPARE THE CHANGE'S MANAGER TO ONE DELEGATOR
           IF DLC-LIST-DELEGATOR-ID (WS-DELEGATOR-INDEX)
              IS EQUAL TO PU-MANAGER-ID
              SET WS-ITEM-DELEGATED TO TRUE
           END-IF.
           ADD 1 TO WS-DELEGATOR-INDEX.

       6300-APPEND-PENDING-LINE.
      *    FORMAT AND APPEND ONE PENDING-CHANGE LINE
           MOVE SPACES TO WS-LIST-LINE.
                  PU-REQUEST-TIME DELIMITED BY SIZE
              INTO WS-LIST-LINE
           END-STRING.
           IF WS-ITEM-DELEGATED
              MOVE SPACES TO WS-LIST-LINE (40:25)
              MOVE ' FOR ' TO WS-LIST-LINE (40:5)
              MOVE PU-MANAGER-ID TO WS-LIST-LINE (45:8)
           END-IF.

           ADD 1 TO WS-PENDING-COUNT.
           MOVE WS-LIST-LINE TO
                       TO WS-MESSAGE-TEXT
                 ELSE
                    PERFORM 9600-WRITE-MAINT-AUDIT
                    IF WS-ON-BEHALF-OF IS NOT EQUAL TO SPACES
                       PERFORM 9650-WRITE-ON-BEHALF-AUDIT
                    END-IF
                    PERFORM 7900-DELETE-PENDING-RECORD
                    MOVE 'Change accepted and applied.'
                       TO WS-MESSAGE-TEXT

       7100-FETCH-TARGET-CHANGE.
      *    READ THE TARGET USER'S PENDING CHANGE AND MAKE SURE THIS
      *    APPROVER IS ENTITLED TO DECIDE IT - DIRECTLY, OR THROUGH
      *    A DELEGATION FROM THE MANAGER IT IS ROUTED TO
           MOVE SPACES TO WS-ON-BEHALF-OF.
           IF TARGETI IS EQUAL TO SPACES OR LOW-VALUES
              MOVE 'Key the user ID whose change you are deciding.'
                 TO WS-MESSAGE-TEXT
                 AND PU-MANAGER-ID IS EQUAL TO WS-USER-ID
                   CONTINUE
              WHEN OTHER
                   PERFORM 7150-CHECK-DELEGATION
                   IF WS-ON-BEHALF-OF IS EQUAL TO SPACES
                      MOVE 'That change is not routed to you.'
                         TO WS-MESSAGE-TEXT
                   END-IF
              END-EVALUATE
           END-IF.

       7150-CHECK-DELEGATION.
      *    THE ROUTED MANAGER MAY HAVE DELEGATED TO THIS USER - BUT A
      *    DELEGATE NEVER DECIDES THEIR OWN CHANGE
           IF PU-MANAGER-ID IS NOT EQUAL TO SPACES
              AND PU-USER-ID IS NOT EQUAL TO WS-USER-ID
              INITIALIZE DELEGATION-CHECK-COMMAREA
              SET DLC-FN-CHECK TO TRUE
              MOVE WS-USER-ID TO DLC-USER-ID
              MOVE PU-MANAGER-ID TO DLC-DELEGATOR-ID
              EXEC CICS LINK
                   PROGRAM(AC-DLGCHK-PROGRAM-NAME)
                   COMMAREA(DELEGATION-CHECK-COMMAREA)
                   LENGTH(LENGTH OF DELEGATION-CHECK-COMMAREA)
                   END-EXEC
              IF DLC-IN-FORCE
                 MOVE PU-MANAGER-ID TO WS-ON-BEHALF-OF
              END-IF
           END-IF.

       7500-REJECT-PENDING-CHANGE.
      *    DROP THE TARGET USER'S PENDING CHANGE WITHOUT APPLYING
      *    IT, LEAVING AN AUDIT RECORD OF THE REFUSAL
              END-STRING
              MOVE 'REJECTED' TO WS-MA-AFTER
              PERFORM 9600-WRITE-MAINT-AUDIT
              IF WS-ON-BEHALF-OF IS NOT EQUAL TO SPACES
                 PERFORM 9650-WRITE-ON-BEHALF-AUDIT
              END-IF
              PERFORM 7900-DELETE-PENDING-RECORD
              MOVE 'Change rejected.' TO WS-MESSAGE-TEXT
           END-IF.
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

       9650-WRITE-ON-BEHALF-AUDIT.
      *    A DELEGATED DECISION GETS A SECOND RECORD STRAIGHT AFTER
      *    THE FIRST, NAMING THE MANAGER IT WAS TAKEN ON BEHALF OF
      *    AND CARRYING THE ORIGINAL ACTION AND TARGET
           MOVE SPACES TO WS-MA-BEFORE.
           STRING WS-MA-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MA-TARGET DELIMITED BY SIZE
              INTO WS-MA-BEFORE
           END-STRING.
           MOVE 'ONBEHALF' TO WS-MA-ACTION.
           MOVE WS-ON-BEHALF-OF TO WS-MA-TARGET.
           MOVE 'DELEGATED DECISION' TO WS-MA-AFTER.
           PERFORM 9600-WRITE-MAINT-AUDIT.

       9100-SEND-MAP.
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
