      *        REJECT EACH ONE.  AN APPROVED REQUEST IS APPLIED HERE
      *        AND ONLY HERE, AND THE ADMINISTRATOR WHO RAISED A
      *        REQUEST CAN NEVER BE THE ONE WHO DECIDES IT - THAT
      *        SEPARATION IS THE WHOLE POINT OF THE SCREEN.  A USER
      *        HOLDING AN ADMINISTRATOR'S EDLG DELEGATION MAY ALSO
      *        DECIDE HERE ON THAT ADMINISTRATOR'S BEHALF (STAMPED IN
      *        PA-ON-BEHALF-OF AND AUDITED AS ONBEHALF) - BUT NEVER A
      *        REQUEST RAISED BY THE DELEGATOR, SO A REQUESTER CANNOT
      *        APPROVE THEIR OWN REQUEST THROUGH A DELEGATION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EUACTTS.
       COPY EPNDAPR.
       COPY EMNTAUD.
       COPY EAUDWRT.
       COPY EPWDHST.
       COPY EAUTHCK.
       COPY ESESCHK.
       COPY EDLGCHK.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
          05 WS-ADMIN-AUTHENTICATED PIC X(1).
             88 WS-ADMIN-IS-AUTH          VALUE 'Y'.
             88 WS-ADMIN-NOT-AUTH         VALUE 'N'.
          05 WS-DELEGATE-SWITCH     PIC X(1).
             88 WS-ACTING-BY-DELEGATION   VALUE 'Y'.
             88 WS-ACTING-DIRECTLY        VALUE 'N'.
      ******************************************************************
      *   WORKING FIELDS USED TO BROWSE EPNDAPR AND BUILD THE LIST
      ******************************************************************
      *   CLOBBERED BY THE COPY ALREADY ON FILE.
      ******************************************************************
       01 WS-ACTIVITY-FILE-SCRATCH  PIC X(32).
      ******************************************************************
      *   DELEGATION FIELDS - THE ADMINISTRATOR A DELEGATED DECISION
      *   IS TAKEN ON BEHALF OF.
      ******************************************************************
       01 WS-ON-BEHALF-OF           PIC X(8).
       01 WS-DELEGATOR-INDEX        PIC 9(1).
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
      ******************************************************************
      *   STAGING FIELDS FOR THE MAINTENANCE AUDIT RECORD WRITTEN BY
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *    AT THIS TERMINAL AND WHETHER THEY MAY USE THIS FUNCTION
           INITIALIZE WS-SESSION-STATE.
           SET WS-ADMIN-NOT-AUTH TO TRUE.
           SET WS-ACTING-DIRECTLY TO TRUE.

           PERFORM 1100-VERIFY-TERMINAL-SESSION.
           IF SES-NOT-SIGNED-ON
           END-IF.

           PERFORM 1200-CHECK-AUTHORIZATION.
           IF ATH-DENIED
              PERFORM 1300-CHECK-ADMIN-DELEGATION
           END-IF.
           IF ATH-DENIED
              MOVE 'You are not authorized for this function.'
                 TO WS-MESSAGE-TEXT
                LENGTH(LENGTH OF AUTHORIZATION-CHECK-COMMAREA)
                END-EXEC.

       1300-CHECK-ADMIN-DELEGATION.
      *    NOT AN ADMINISTRATOR IN THEIR OWN RIGHT - LET THEM IN ONLY
      *    WHILE THEY HOLD AN ADMINISTRATOR'S DELEGATION
           PERFORM 1350-LIST-DELEGATORS.
           MOVE SPACES TO WS-ON-BEHALF-OF.
           MOVE SPACES TO PA-REQUESTED-BY.
           MOVE 1 TO WS-DELEGATOR-INDEX.
           PERFORM 1400-PICK-ADMIN-DELEGATOR
              UNTIL WS-ON-BEHALF-OF IS NOT EQUAL TO SPACES
                 OR WS-DELEGATOR-INDEX IS GREATER THAN
                    DLC-DELEGATOR-COUNT.

           IF WS-ON-BEHALF-OF IS NOT EQUAL TO SPACES
              SET ATH-GRANTED TO TRUE
              SET WS-ACTING-BY-DELEGATION TO TRUE
           END-IF.

       1350-LIST-DELEGATORS.
      *    ASK THE COMMON DELEGATION CHECK WHO IS DELEGATING TO THIS
      *    USER TODAY
           INITIALIZE DELEGATION-CHECK-COMMAREA.
           SET DLC-FN-LIST TO TRUE.
           MOVE SES-USER-ID TO DLC-USER-ID.

           EXEC CICS LINK
                PROGRAM(AC-DLGCHK-PROGRAM-NAME)
                COMMAREA(DELEGATION-CHECK-COMMAREA)
                LENGTH(LENGTH OF DELEGATION-CHECK-COMMAREA)
                END-EXEC.

       1400-PICK-ADMIN-DELEGATOR.
      *    TAKE ONE DELEGATOR IF THEY ARE AN ADMINISTRATOR AND DID NOT
      *    RAISE THE REQUEST IN HAND (SPACES WHEN NONE IS IN HAND)
           IF DLC-LIST-DELEGATOR-TYPE (WS-DELEGATOR-INDEX)
              IS EQUAL TO 'ADM'
              AND DLC-LIST-DELEGATOR-ID (WS-DELEGATOR-INDEX)
                  IS NOT EQUAL TO PA-REQUESTED-BY
              MOVE DLC-LIST-DELEGATOR-ID (WS-DELEGATOR-INDEX)
                 TO WS-ON-BEHALF-OF
           END-IF.
           ADD 1 TO WS-DELEGATOR-INDEX.

       3000-PROCESS-ACTION.
      *    THE ADMIN IS ALREADY SIGNED IN - PROCESS THE DECISION
           EXEC CICS RECEIVE

       5000-DECIDE-REQUEST.
      *    APPLY OR REJECT THE SELECTED REQUEST.  THE SAME
      *    ADMINISTRATOR WHO RAISED IT CAN NEVER DECIDE IT, EITHER
      *    IN PERSON OR THROUGH SOMEONE HOLDING THEIR DELEGATION.
           EXEC CICS READ
                FILE(AC-PENDING-APPR-FILENAME)
                INTO (PENDING-APPROVAL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE SPACES TO WS-ON-BEHALF-OF.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND WS-ACTING-BY-DELEGATION
              PERFORM 5010-FIND-ON-BEHALF-OF
           END-IF.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                MOVE 'Unknown request ID.' TO WS-MESSAGE-TEXT
           WHEN PA-REQUESTED-BY IS EQUAL TO WS-ADMIN-ID
                MOVE 'You cannot decide your own request.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-ACTING-BY-DELEGATION
            AND WS-ON-BEHALF-OF IS EQUAL TO SPACES
                MOVE 'Your delegation does not cover that request.'
                   TO WS-MESSAGE-TEXT
           WHEN DECISNI IS EQUAL TO 'R'
                SET PA-ST-REJECTED TO TRUE
                MOVE WS-ADMIN-ID TO PA-DECIDED-BY
                MOVE WS-ON-BEHALF-OF TO PA-ON-BEHALF-OF
                PERFORM 5900-REWRITE-REQUEST
                INITIALIZE WS-MAINT-AUDIT-FIELDS
                MOVE 'REJECT' TO WS-MA-ACTION
                MOVE 'STATUS=P' TO WS-MA-BEFORE
                MOVE 'STATUS=R' TO WS-MA-AFTER
                PERFORM 9600-WRITE-MAINT-AUDIT
                IF WS-ON-BEHALF-OF IS NOT EQUAL TO SPACES
                   PERFORM 9650-WRITE-ON-BEHALF-AUDIT
                END-IF
                MOVE 'Request rejected.' TO WS-MESSAGE-TEXT
           WHEN OTHER
                PERFORM 5050-APPLY-APPROVED-REQUEST
           END-EVALUATE.

       5010-FIND-ON-BEHALF-OF.
      *    RE-ASK WHICH ADMINISTRATORS STILL DELEGATE TO THIS USER AND
      *    TAKE THE FIRST ONE WHO DID NOT RAISE THIS REQUEST
           INITIALIZE DELEGATION-CHECK-COMMAREA.
           SET DLC-FN-LIST TO TRUE.
           MOVE WS-ADMIN-ID TO DLC-USER-ID.

           EXEC CICS LINK
                PROGRAM(AC-DLGCHK-PROGRAM-NAME)
                COMMAREA(DELEGATION-CHECK-COMMAREA)
                LENGTH(LENGTH OF DELEGATION-CHECK-COMMAREA)
                END-EXEC.

           MOVE 1 TO WS-DELEGATOR-INDEX.
           PERFORM 1400-PICK-ADMIN-DELEGATOR
              UNTIL WS-ON-BEHALF-OF IS NOT EQUAL TO SPACES
                 OR WS-DELEGATOR-INDEX IS GREATER THAN
                    DLC-DELEGATOR-COUNT.

       5050-APPLY-APPROVED-REQUEST.
      *    THE SECOND ADMINISTRATOR APPROVED - APPLY THE ACTION AND,
      *    ONLY IF IT TOOK, MARK THE REQUEST APPROVED
           IF WS-APPLY-WORKED
              SET PA-ST-APPROVED TO TRUE
              MOVE WS-ADMIN-ID TO PA-DECIDED-BY
              MOVE WS-ON-BEHALF-OF TO PA-ON-BEHALF-OF
              PERFORM 5900-REWRITE-REQUEST
              INITIALIZE WS-MAINT-AUDIT-FIELDS
              MOVE 'APPROVE' TO WS-MA-ACTION
              MOVE 'STATUS=P' TO WS-MA-BEFORE
              MOVE 'STATUS=A' TO WS-MA-AFTER
              PERFORM 9600-WRITE-MAINT-AUDIT
              IF WS-ON-BEHALF-OF IS NOT EQUAL TO SPACES
                 PERFORM 9650-WRITE-ON-BEHALF-AUDIT
              END-IF
      *       AN APPLIED ADM UNLOCK ALSO GETS THE SAME 'UNLOCK'
      *       TRAIL EACTULK WRITES FOR AN ORDINARY ONE - 'APPROVE'
      *       ALONE IS AMBIGUOUS WITH AN ADM CREATE, AND THE
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
      *    THE FIRST, NAMING THE ADMINISTRATOR IT WAS TAKEN ON BEHALF
      *    OF AND CARRYING THE ORIGINAL ACTION AND TARGET
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
      *    SENDS MAP TO THE ADMINISTRATOR
           EXEC CICS SEND
