      *        RECORD SO EVERY MANAGER FINDS THEIR OWN LINES ON THE
      *        ERCR SCREEN.  ACCOUNTS WITH NO EEMPMST PROFILE OR NO
      *        MANAGER KEYED ARE LISTED UNDER *NOMGR* FOR AN
      *        ADMINISTRATOR TO WORK, AND COUNTED AS EXCEPTIONS.  A
      *        SERVICE (SVC) ACCOUNT HAS NO PROFILE OF ITS OWN - ITS
      *        ACCOUNT AND ENTITLEMENT LINES GO TO THE OWNING USER
      *        KEYED ON RU-OWNER-USER-ID INSTEAD.  A PROFILE WITH NO
      *        MANAGER KEYED GOES TO THE HEAD OF ITS DEPARTMENT ON
      *        EDEPMST (OR THE NEAREST ONE ABOVE IT) BEFORE FALLING
      *        BACK TO *NOMGR* (SEE EDEPBHD).
      *        ONCE THE WORKLIST IS BUILT EVERY MANAGER WITH LINES ON
      *        IT GETS ONE ENOTIFY ITEM SAYING HOW MANY ARE WAITING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTERED-USER-FILE ASSIGN TO EREGUSR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RU-USER-ID
              FILE STATUS IS WS-EREGUSR-STATUS.


           SELECT RECERT-WORK-FILE ASSIGN TO ERCRWRK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RC-WORK-KEY
              FILE STATUS IS WS-RECERT-STATUS.

       01 WS-EREGUSR-STATUS          PIC X(2).
          88 WS-EREGUSR-OK                 VALUE '00'.
          88 WS-EREGUSR-EOF                VALUE '10'.
          88 WS-EREGUSR-NOT-FOUND          VALUE '23'.
       01 WS-EUSRENT-STATUS          PIC X(2).
          88 WS-EUSRENT-OK                 VALUE '00'.
          88 WS-EUSRENT-EOF                VALUE '10'.
          88 WS-EMPMST-OK                  VALUE '00'.
       01 WS-RECERT-STATUS           PIC X(2).
          88 WS-RECERT-OK                  VALUE '00'.
          88 WS-RECERT-EOF                 VALUE '10'.
          88 WS-RECERT-NOT-FOUND           VALUE '35'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
       01 WS-ENTITLEMENT-ITEM-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-NO-MANAGER-COUNT         PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   FIELDS USED BY THE NOTIFICATION PASS - THE WORKLIST IS
      *   KEYED BY MANAGER, SO ONE READ THROUGH IT GIVES EACH
      *   MANAGER'S LINE COUNT ON A CONTROL BREAK.
      ******************************************************************
       COPY ENOTBWR.
       COPY EDEPBHD.
       01 WS-NOTIFY-MANAGER-ID        PIC X(8).
       01 WS-MANAGER-LINE-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-MANAGER-LINE-TEXT        PIC ZZZZ9.
       01 WS-NOTIFIED-COUNT           PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.
           PERFORM 2000-LIST-ONE-ACCOUNT UNTIL WS-AT-EOF.
           PERFORM 2500-SWITCH-TO-ENTITLEMENTS.
           PERFORM 3000-LIST-ONE-ENTITLEMENT UNTIL WS-AT-EOF.

           IF RL-ST-GOOD
              PERFORM 4000-NOTIFY-MANAGERS
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.
       2100-FIND-RESPONSIBLE-MANAGER.
      *    THE MANAGER COMES OFF THE TARGET USER'S EEMPMST RECORD -
      *    NO PROFILE OR NO MANAGER KEYED PUTS THE ITEM UNDER THE
      *    *NOMGR* BUCKET FOR AN ADMINISTRATOR TO WORK.  A SERVICE
      *    ACCOUNT (THE EREGUSR RECORD IN HAND) GOES TO ITS OWNER,
      *    AND A PROFILE WITH NO MANAGER TO ITS DEPARTMENT HEAD.
           IF RU-UT-SERVICE
              IF RU-OWNER-USER-ID IS NOT EQUAL TO SPACES
                 MOVE RU-OWNER-USER-ID TO WS-ITEM-MANAGER-ID
              ELSE
                 MOVE '*NOMGR* ' TO WS-ITEM-MANAGER-ID
                 ADD 1 TO WS-NO-MANAGER-COUNT
              END-IF
           ELSE
              READ EMP-MASTER-FILE
              EVALUATE TRUE
              WHEN NOT WS-EMPMST-OK
                   MOVE '*NOMGR* ' TO WS-ITEM-MANAGER-ID
                   ADD 1 TO WS-NO-MANAGER-COUNT
              WHEN EM-MANAGER-ID IS NOT EQUAL TO SPACES
                   MOVE EM-MANAGER-ID TO WS-ITEM-MANAGER-ID
              WHEN OTHER
                   PERFORM 2150-USE-DEPARTMENT-HEAD
              END-EVALUATE
           END-IF.

       2150-USE-DEPARTMENT-HEAD.
      *    NO MANAGER KEYED - ASK FOR THE HEAD OF THE USER'S
      *    DEPARTMENT, OR OF THE NEAREST ONE ABOVE IT
           INITIALIZE BATCH-DEPT-HEAD-AREA.
           MOVE EM-DEPARTMENT TO BH-DEPARTMENT-CODE.
           MOVE EM-USER-ID TO BH-FOR-USER-ID.
           CALL 'EDEPBHD' USING BATCH-DEPT-HEAD-AREA.

           IF BH-HEAD-FOUND
              MOVE BH-HEAD-USER-ID TO WS-ITEM-MANAGER-ID
           ELSE
              MOVE '*NOMGR* ' TO WS-ITEM-MANAGER-ID
              ADD 1 TO WS-NO-MANAGER-COUNT
       3000-LIST-ONE-ENTITLEMENT.
      *    EVERY ENTITLEMENT OVERRIDE GETS A PENDING WORKLIST ITEM
      *    UNDER THE TARGET USER'S MANAGER
           PERFORM 3100-READ-TARGET-ACCOUNT.
           MOVE UE-USER-ID TO EM-USER-ID.
           PERFORM 2100-FIND-RESPONSIBLE-MANAGER.

              SET RL-ST-FAILED TO TRUE
           END-IF.

       3100-READ-TARGET-ACCOUNT.
      *    FETCH THE TARGET USER'S EREGUSR RECORD BY KEY SO A SERVICE
      *    ACCOUNT'S ENTITLEMENTS ALSO GO TO ITS OWNER - AN OVERRIDE
      *    LEFT BEHIND FOR A USER NO LONGER ON FILE IS ROUTED BY
      *    EEMPMST LIKE ANY OTHER
           MOVE UE-USER-ID TO RU-USER-ID.

           READ REGISTERED-USER-FILE.

           IF NOT WS-EREGUSR-OK
              IF NOT WS-EREGUSR-NOT-FOUND
                 DISPLAY 'ERROR: READ OF EREGUSR FAILED, STATUS='
                    WS-EREGUSR-STATUS
              END-IF
              INITIALIZE REG-USER-RECORD
              MOVE UE-USER-ID TO RU-USER-ID
           END-IF.

       4000-NOTIFY-MANAGERS.
      *    REOPEN THE FINISHED WORKLIST FOR INPUT AND READ IT IN KEY
      *    (MANAGER) ORDER, TELLING EACH MANAGER HOW MANY LINES THE
      *    CAMPAIGN OPENED FOR THEM
           CLOSE RECERT-WORK-FILE.
           OPEN INPUT RECERT-WORK-FILE.

           MOVE SPACES TO WS-NOTIFY-MANAGER-ID.
           MOVE ZERO TO WS-MANAGER-LINE-COUNT.

           IF NOT WS-RECERT-OK
              DISPLAY 'ERROR: REOPEN OF ERCRWRK FAILED, STATUS='
                 WS-RECERT-STATUS
              SET RL-ST-FAILED TO TRUE
           ELSE
              SET WS-NOT-AT-EOF TO TRUE
              PERFORM 4100-READ-NEXT-WORK-ITEM
              PERFORM 4200-COUNT-ONE-WORK-ITEM UNTIL WS-AT-EOF
              PERFORM 4300-NOTIFY-ONE-MANAGER
           END-IF.

       4100-READ-NEXT-WORK-ITEM.
      *    READ THE NEXT WORKLIST ITEM IN KEY ORDER
           READ RECERT-WORK-FILE NEXT RECORD.

           IF WS-RECERT-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-RECERT-OK
                 DISPLAY 'ERROR: READ OF ERCRWRK FAILED, STATUS='
                    WS-RECERT-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              END-IF
           END-IF.

       4200-COUNT-ONE-WORK-ITEM.
      *    A NEW MANAGER ON THE KEY CLOSES OFF THE LAST ONE'S COUNT
           IF RC-MANAGER-ID IS NOT EQUAL TO WS-NOTIFY-MANAGER-ID
              PERFORM 4300-NOTIFY-ONE-MANAGER
              MOVE RC-MANAGER-ID TO WS-NOTIFY-MANAGER-ID
              MOVE ZERO TO WS-MANAGER-LINE-COUNT
           END-IF.

           ADD 1 TO WS-MANAGER-LINE-COUNT.

           PERFORM 4100-READ-NEXT-WORK-ITEM.

       4300-NOTIFY-ONE-MANAGER.
      *    ONE INBOX ITEM FOR THE MANAGER JUST COUNTED - THE *NOMGR*
      *    BUCKET IS NOBODY'S INBOX, THE ADMINISTRATORS WORK IT
      *    FROM THE ERCR SCREEN
           IF WS-MANAGER-LINE-COUNT IS GREATER THAN ZERO
              AND WS-NOTIFY-MANAGER-ID IS NOT EQUAL TO '*NOMGR* '
              MOVE WS-MANAGER-LINE-COUNT TO WS-MANAGER-LINE-TEXT
              INITIALIZE BATCH-NOTIFY-WRITE-AREA
              MOVE WS-NOTIFY-MANAGER-ID TO NB-RECIPIENT-ID
              MOVE 'RCRT' TO NB-CATEGORY
              MOVE AC-RECERT-TRANSACTION-ID TO NB-ACTION-TRANS-ID
              STRING 'Recertification: ' DELIMITED BY SIZE
                     WS-MANAGER-LINE-TEXT DELIMITED BY SIZE
                     ' line(s) opened for you.' DELIMITED BY SIZE
                 INTO NB-MESSAGE
              END-STRING
              MOVE 'ERCROPN ' TO NB-SENT-BY
              CALL 'ENOTBWR' USING BATCH-NOTIFY-WRITE-AREA
              IF NB-WRITE-OK
                 ADD 1 TO WS-NOTIFIED-COUNT
              END-IF
           END-IF.

       9000-TERMINATE.
      *    CLOSE ALL THE FILES AND REPORT WHAT WAS DONE
           CLOSE REGISTERED-USER-FILE.
              WS-ENTITLEMENT-ITEM-COUNT.
           DISPLAY 'ERCROPN: NO-MANAGER ITEMS   = '
              WS-NO-MANAGER-COUNT.
           DISPLAY 'ERCROPN: MANAGERS NOTIFIED  = '
              WS-NOTIFIED-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9900-WRITE-RUN-CONTROL-LOG.
