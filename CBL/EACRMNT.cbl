      *        AN ADMINISTRATOR THE MANAGER-APPROVED ONES.  ACTIONS:
      *        S=SUBMIT, A=APPROVE/APPLY, R=REJECT, ENTER RELISTS.
      *        THE TWO-PERSON EPNDAPR FLOW STAYS FOR ADMIN-INITIATED
      *        SENSITIVE ACTIONS.  AN ENTITLEMENT THAT WOULD GIVE THE
      *        USER BOTH SIDES OF AN ESODRUL CONFLICT RULE IS REFUSED
      *        AT THE APPLY STEP UNLESS AN ADMINISTRATOR HAS RECORDED
      *        AN EXCEPTION FOR IT ON THE ESOD SCREEN.  A MANAGER WHO
      *        IS AWAY CAN NAME A DELEGATE ON THE EDLG SCREEN; WHILE
      *        THAT IS IN FORCE THE DELEGATE SEES AND DECIDES THE
      *        MANAGER LEG ON THEIR BEHALF (NEVER FOR THE DELEGATE'S
      *        OWN REQUESTS), RECORDED IN AQ-MGR-ON-BEHALF-OF AND BY
      *        AN EXTRA ONBEHALF RECORD ON EMNTAUD.  A SUBMITTED
      *        REQUEST ALSO DROPS AN ENOTIFY ITEM IN THE MANAGER'S
      *        INBOX SO THEY KNOW IT IS WAITING FOR THEM.  A USER
      *        WITH NO EM-MANAGER-ID IS ROUTED TO THEIR DEPARTMENT
      *        HEAD ON EDEPMST INSTEAD (SEE EDEPHED).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EUSRENT.
       COPY EEMPMST.
       COPY EMNTAUD.
       COPY EAUDWRT.
       COPY ENOTWRT.
       COPY EAUTHCK.
       COPY ESESCHK.
       COPY ESODCHK.
       COPY EDLGCHK.
       COPY EDEPHED.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
       01 WS-MESSAGE-TEXT           PIC X(60).
       01 WS-STATUS-TEXT            PIC X(9).
      ******************************************************************
      *   DELEGATION FIELDS - WHOSE MANAGER LEG THIS USER IS DECIDING
      *   ON BEHALF OF, AND WHETHER THE LISTED ITEM CAME THROUGH ONE.
      ******************************************************************
       01 WS-ON-BEHALF-OF           PIC X(8).
       01 WS-DELEGATOR-INDEX        PIC 9(1).
       01 WS-DELEGATED-SWITCH       PIC X(1).
          88 WS-ITEM-DELEGATED            VALUE 'Y'.
          88 WS-ITEM-NOT-DELEGATED        VALUE 'N'.
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO STAMP THE REQUEST AND THE AUDIT.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-LISTED-COUNT.

           PERFORM 4050-LOAD-DELEGATORS.

           MOVE LOW-VALUES TO WS-BROWSE-KEY.

           EXEC CICS STARTBR
           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       4050-LOAD-DELEGATORS.
      *    ASK THE COMMON DELEGATION CHECK WHOSE ITEMS THIS USER IS
      *    HOLDING TODAY, SO THEIR WAITING REQUESTS ARE LISTED TOO
           INITIALIZE DELEGATION-CHECK-COMMAREA.
           SET DLC-FN-LIST TO TRUE.
           MOVE WS-USER-ID TO DLC-USER-ID.

           EXEC CICS LINK
                PROGRAM(AC-DLGCHK-PROGRAM-NAME)
                COMMAREA(DELEGATION-CHECK-COMMAREA)
                LENGTH(LENGTH OF DELEGATION-CHECK-COMMAREA)
                END-EXEC.

       4100-BROWSE-NEXT-REQUEST.
      *    READ THE NEXT REQUEST AND LIST IT IF IT IS THIS ROLE'S TO
      *    SEE OR DECIDE
              OR WS-LISTED-COUNT IS NOT LESS THAN 10
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              SET WS-ITEM-NOT-DELEGATED TO TRUE
              EVALUATE TRUE
              WHEN WS-UT-ADMINISTRATOR
                 AND (AQ-ST-AWAITING-ADMIN
                   PERFORM 4200-APPEND-REQUEST-LINE
              WHEN AQ-USER-ID IS EQUAL TO WS-USER-ID
                   PERFORM 4200-APPEND-REQUEST-LINE
              WHEN AQ-ST-AWAITING-MANAGER
                 AND AQ-MANAGER-ID IS NOT EQUAL TO SPACES
                 AND DLC-DELEGATOR-COUNT IS GREATER THAN ZERO
                   PERFORM 4150-APPEND-IF-DELEGATED
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.

       4150-APPEND-IF-DELEGATED.
      *    LIST A REQUEST WAITING ON A MANAGER WHO HAS DELEGATED TO
      *    THIS USER
           MOVE 1 TO WS-DELEGATOR-INDEX.
           PERFORM 4160-MATCH-ONE-DELEGATOR
              UNTIL WS-ITEM-DELEGATED
                 OR WS-DELEGATOR-INDEX IS GREATER THAN
                    DLC-DELEGATOR-COUNT.

           IF WS-ITEM-DELEGATED
              PERFORM 4200-APPEND-REQUEST-LINE
           END-IF.

       4160-MATCH-ONE-DELEGATOR.
      *    COMPARE THE REQUEST'S MANAGER TO ONE DELEGATOR
           IF DLC-LIST-DELEGATOR-ID (WS-DELEGATOR-INDEX)
              IS EQUAL TO AQ-MANAGER-ID
              SET WS-ITEM-DELEGATED TO TRUE
           END-IF.
           ADD 1 TO WS-DELEGATOR-INDEX.

       4200-APPEND-REQUEST-LINE.
      *    FORMAT AND APPEND ONE REQUEST LINE
           EVALUATE TRUE
           WHEN WS-ITEM-DELEGATED
                MOVE 'DELEGATED' TO WS-STATUS-TEXT
           WHEN AQ-ST-AWAITING-MANAGER
                MOVE 'AWAIT-MGR' TO WS-STATUS-TEXT
           WHEN AQ-ST-AWAITING-ADMIN
                MOVE 'AWAIT-ADM' TO WS-STATUS-TEXT
           WHEN AQ-ST-APPLIED
                MOVE 'APPLIED' TO WS-STATUS-TEXT
           WHEN AQ-ST-CANCELLED
                MOVE 'CANCELLED' TO WS-STATUS-TEXT
           WHEN OTHER
                MOVE 'REJECTED' TO WS-STATUS-TEXT
           END-EVALUATE.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE EM-MANAGER-ID TO AQ-MANAGER-ID
              IF AQ-MANAGER-ID IS EQUAL TO SPACES
                 PERFORM 5150-USE-DEPARTMENT-HEAD
              END-IF
           ELSE
              MOVE SPACES TO AQ-MANAGER-ID
           END-IF.
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 5300-NOTIFY-THE-MANAGER
              MOVE 'Request submitted for approval.'
                 TO WS-MESSAGE-TEXT
           ELSE
                 TO WS-MESSAGE-TEXT
           END-IF.

       5150-USE-DEPARTMENT-HEAD.
      *    NO MANAGER ON THE PROFILE - THE HEAD OF THE USER'S
      *    DEPARTMENT (OR OF THE NEAREST ONE ABOVE IT) APPROVES IN
      *    THEIR PLACE; WITH NO HEAD EITHER, THE MANAGER LEG STAYS
      *    BLANK AND THE ADMINISTRATORS PICK THE REQUEST UP
           INITIALIZE DEPARTMENT-HEAD-COMMAREA.
           MOVE EM-DEPARTMENT TO DH-DEPARTMENT-CODE.
           MOVE WS-USER-ID TO DH-FOR-USER-ID.

           EXEC CICS LINK
                PROGRAM(AC-DEPHED-PROGRAM-NAME)
                COMMAREA(DEPARTMENT-HEAD-COMMAREA)
                LENGTH(LENGTH OF DEPARTMENT-HEAD-COMMAREA)
                END-EXEC.

           IF DH-HEAD-FOUND
              MOVE DH-HEAD-USER-ID TO AQ-MANAGER-ID
           END-IF.

       5200-REPLACE-THE-REQUEST.
      *    AN EARLIER REQUEST FOR THE SAME TRANSACTION IS ON FILE -
      *    A FRESH SUBMISSION REPLACES IT AND RESTARTS THE ROUTING
              SET AQ-ST-AWAITING-MANAGER TO TRUE
              MOVE SPACES TO AQ-MGR-DECIDED-BY
              MOVE SPACES TO AQ-ADM-DECIDED-BY
              MOVE SPACES TO AQ-MGR-ON-BEHALF-OF

              EXEC CICS REWRITE
                   FILE(AC-ACCREQ-FILENAME)
                   END-EXEC
           END-IF.

       5300-NOTIFY-THE-MANAGER.
      *    TELL THE MANAGER THE REQUEST IS WAITING FOR THEM - A
      *    REQUEST WITH NO MANAGER GOES TO THE ADMINISTRATORS, WHO
      *    WORK THE WHOLE QUEUE ON THIS SCREEN ANYWAY
           IF AQ-MANAGER-ID IS NOT EQUAL TO SPACES
              INITIALIZE NOTIFY-WRITE-COMMAREA
              MOVE AQ-MANAGER-ID TO NW-RECIPIENT-ID
              MOVE 'AREQ' TO NW-CATEGORY
              MOVE AC-ACRMNT-TRANSACTION-ID TO NW-ACTION-TRANS-ID
              STRING 'Access request from ' DELIMITED BY SIZE
                     AQ-USER-ID DELIMITED BY SIZE
                     ' for ' DELIMITED BY SIZE
                     AQ-TRANS-ID DELIMITED BY SIZE
                     ' awaits you.' DELIMITED BY SIZE
                 INTO NW-MESSAGE
              END-STRING
              MOVE WS-USER-ID TO NW-SENT-BY

              EXEC CICS LINK
                   PROGRAM(AC-NOTWRT-PROGRAM-NAME)
                   COMMAREA(NOTIFY-WRITE-COMMAREA)
                   LENGTH(LENGTH OF NOTIFY-WRITE-COMMAREA)
                   END-EXEC
           END-IF.

       6000-APPROVE-REQUEST.
      *    ADVANCE THE TARGET REQUEST ONE LEG - A MANAGER'S APPROVAL
      *    SENDS IT ON TO AN ADMINISTRATOR, AN ADMINISTRATOR'S
           IF WS-MESSAGE-TEXT IS NOT EQUAL TO SPACES
              CONTINUE
           ELSE
              PERFORM 6050-CHECK-DELEGATION
              EVALUATE TRUE
              WHEN WS-UT-MANAGER AND AQ-ST-AWAITING-MANAGER
                 AND AQ-MANAGER-ID IS EQUAL TO WS-USER-ID
                   PERFORM 6600-AUDIT-THE-DECISION
                   MOVE 'Approved - routed to an administrator.'
                      TO WS-MESSAGE-TEXT
              WHEN AQ-ST-AWAITING-MANAGER
                 AND WS-ON-BEHALF-OF IS NOT EQUAL TO SPACES
                   SET AQ-ST-AWAITING-ADMIN TO TRUE
                   MOVE WS-USER-ID TO AQ-MGR-DECIDED-BY
                   MOVE WS-ON-BEHALF-OF TO AQ-MGR-ON-BEHALF-OF
                   PERFORM 6500-REWRITE-THE-REQUEST
                   MOVE 'ACRMGROK' TO WS-MA-ACTION
                   PERFORM 6600-AUDIT-THE-DECISION
                   PERFORM 9650-WRITE-ON-BEHALF-AUDIT
                   MOVE 'Approved on behalf - routed to an admin.'
                      TO WS-MESSAGE-TEXT
              WHEN WS-UT-ADMINISTRATOR
                 AND AQ-ST-AWAITING-MANAGER
                 AND AQ-MANAGER-ID IS EQUAL TO SPACES
                   MOVE 'Approved - apply it with a second A.'
                      TO WS-MESSAGE-TEXT
              WHEN WS-UT-ADMINISTRATOR AND AQ-ST-AWAITING-ADMIN
                   PERFORM 6150-CHECK-SEGREGATION
                   IF SOC-CONFLICT-FOUND
                      PERFORM 6160-REFUSE-FOR-CONFLICT
                   ELSE
                      PERFORM 6200-APPLY-THE-ENTITLEMENT
                   END-IF
              WHEN OTHER
                   EXEC CICS UNLOCK
                        FILE(AC-ACCREQ-FILENAME)
              END-EVALUATE
           END-IF.

       6050-CHECK-DELEGATION.
      *    A REQUEST WAITING ON SOMEBODY ELSE'S MANAGER LEG CAN STILL
      *    BE THIS USER'S TO DECIDE IF THAT MANAGER HAS DELEGATED TO
      *    THEM - BUT NEVER THEIR OWN REQUEST
           MOVE SPACES TO WS-ON-BEHALF-OF.

           IF AQ-ST-AWAITING-MANAGER
              AND AQ-MANAGER-ID IS NOT EQUAL TO SPACES
              AND AQ-MANAGER-ID IS NOT EQUAL TO WS-USER-ID
              AND AQ-USER-ID IS NOT EQUAL TO WS-USER-ID
              INITIALIZE DELEGATION-CHECK-COMMAREA
              SET DLC-FN-CHECK TO TRUE
              MOVE WS-USER-ID TO DLC-USER-ID
              MOVE AQ-MANAGER-ID TO DLC-DELEGATOR-ID
              EXEC CICS LINK
                   PROGRAM(AC-DLGCHK-PROGRAM-NAME)
                   COMMAREA(DELEGATION-CHECK-COMMAREA)
                   LENGTH(LENGTH OF DELEGATION-CHECK-COMMAREA)
                   END-EXEC
              IF DLC-IN-FORCE
                 MOVE AQ-MANAGER-ID TO WS-ON-BEHALF-OF
              END-IF
           END-IF.

       6100-FETCH-TARGET-REQUEST.
      *    READ THE TARGET REQUEST FOR UPDATE
           IF TARGETI IS EQUAL TO SPACES OR LOW-VALUES
              END-IF
           END-IF.

       6150-CHECK-SEGREGATION.
      *    ASK THE COMMON SEGREGATION-OF-DUTIES CHECK WHETHER THIS
      *    ENTITLEMENT WOULD HAND THE USER BOTH SIDES OF A CONFLICT
           INITIALIZE SOD-CHECK-COMMAREA.
           MOVE AQ-USER-ID TO SOC-USER-ID.
           MOVE AQ-TRANS-ID TO SOC-TRANS-ID.

           EXEC CICS LINK
                PROGRAM(AC-SODCHK-PROGRAM-NAME)
                COMMAREA(SOD-CHECK-COMMAREA)
                LENGTH(LENGTH OF SOD-CHECK-COMMAREA)
                END-EXEC.

       6160-REFUSE-FOR-CONFLICT.
      *    LEAVE THE REQUEST WAITING - IT CAN BE APPLIED ONCE AN
      *    EXCEPTION IS RECORDED, OR REJECTED
           EXEC CICS UNLOCK
                FILE(AC-ACCREQ-FILENAME)
                END-EXEC.

           MOVE SPACES TO WS-MESSAGE-TEXT.
           STRING 'Refused: conflicts with ' DELIMITED BY SIZE
                  SOC-CONFLICT-TRANS-ID DELIMITED BY SIZE
                  ' already held (see ESOD).' DELIMITED BY SIZE
              INTO WS-MESSAGE-TEXT
           END-STRING.

       6200-APPLY-THE-ENTITLEMENT.
      *    THE SECOND LEG - WRITE THE EUSRENT PERMIT AND CLOSE THE
      *    REQUEST OUT
           IF WS-MESSAGE-TEXT IS NOT EQUAL TO SPACES
              CONTINUE
           ELSE
              PERFORM 6050-CHECK-DELEGATION
              EVALUATE TRUE
              WHEN WS-UT-MANAGER AND AQ-ST-AWAITING-MANAGER
                 AND AQ-MANAGER-ID IS EQUAL TO WS-USER-ID
                   MOVE 'ACRREJCT' TO WS-MA-ACTION
                   PERFORM 6600-AUDIT-THE-DECISION
                   MOVE 'Request rejected.' TO WS-MESSAGE-TEXT
              WHEN AQ-ST-AWAITING-MANAGER
                 AND WS-ON-BEHALF-OF IS NOT EQUAL TO SPACES
                   SET AQ-ST-REJECTED TO TRUE
                   MOVE WS-USER-ID TO AQ-MGR-DECIDED-BY
                   MOVE WS-ON-BEHALF-OF TO AQ-MGR-ON-BEHALF-OF
                   PERFORM 6500-REWRITE-THE-REQUEST
                   MOVE 'ACRREJCT' TO WS-MA-ACTION
                   PERFORM 6600-AUDIT-THE-DECISION
                   PERFORM 9650-WRITE-ON-BEHALF-AUDIT
                   MOVE 'Request rejected on behalf of its manager.'
                      TO WS-MESSAGE-TEXT
              WHEN WS-UT-ADMINISTRATOR
                   SET AQ-ST-REJECTED TO TRUE
                   MOVE WS-USER-ID TO AQ-ADM-DECIDED-BY
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
