      *        JOB, NOT HERE.  RESTRICTED TO MANAGER AND
      *        ADMINISTRATOR USERS; AN ADMINISTRATOR WORKS THE
      *        *NOMGR* BUCKET BY THE SAME MECHANISM UNDER THEIR OWN
      *        ID ONCE ERCROPN HAS KEYED ITEMS THERE.  AFTER THEIR
      *        OWN ITEMS THE LIST CARRIES THOSE OF ANY MANAGER WHOSE
      *        EDLG DELEGATION TO THEM IS IN FORCE (NEVER ITEMS ABOUT
      *        THE DELEGATE THEMSELVES); A DECISION ON ONE OF THOSE
      *        IS STAMPED IN RC-ON-BEHALF-OF AND AUDITED AS ONBEHALF.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ERCRWRK.
       COPY EAUTHCK.
       COPY ESESCHK.
       COPY EDLGCHK.
       COPY EMNTAUD.
       COPY EAUDWRT.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      *      THE LISTED ITEM KEYS RIDE IN THE COMM-AREA SO THE NEXT
       01 WS-MESSAGE-TEXT           PIC X(60).
       01 WS-ITEM-KIND-TEXT         PIC X(12).
      ******************************************************************
      *   DELEGATION FIELDS - WHOSE WORKLIST IS BEING BROWSED, AND
      *   WHOSE BEHALF A DECISION IS TAKEN ON.
      ******************************************************************
       01 WS-LIST-OWNER-ID          PIC X(8).
       01 WS-ON-BEHALF-OF           PIC X(8).
       01 WS-DELEGATOR-INDEX        PIC 9(1).
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO STAMP THE DECISION.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
       01 WS-CURRENT-DATE           PIC X(8).
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
           PERFORM 4000-DISPLAY-PENDING-ITEMS.

       4000-DISPLAY-PENDING-ITEMS.
      *    LIST EVERY LINE STILL PENDING UNDER THIS MANAGER, THEN
      *    UNDER EACH MANAGER DELEGATING TO THEM, NUMBERED FOR
      *    SELECTION
           INITIALIZE ERCRMO.
           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-LISTED-COUNT.

           MOVE WS-MANAGER-ID TO WS-LIST-OWNER-ID.
           PERFORM 4050-BROWSE-OWNER-ITEMS.

           INITIALIZE DELEGATION-CHECK-COMMAREA.
           SET DLC-FN-LIST TO TRUE.
           MOVE WS-MANAGER-ID TO DLC-USER-ID.

           EXEC CICS LINK
                PROGRAM(AC-DLGCHK-PROGRAM-NAME)
                COMMAREA(DELEGATION-CHECK-COMMAREA)
                LENGTH(LENGTH OF DELEGATION-CHECK-COMMAREA)
                END-EXEC.

           MOVE 1 TO WS-DELEGATOR-INDEX.
           PERFORM 4300-BROWSE-DELEGATOR-ITEMS
              UNTIL WS-DELEGATOR-INDEX IS GREATER THAN
                    DLC-DELEGATOR-COUNT
                 OR WS-LISTED-COUNT IS NOT LESS THAN 9.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              IF WS-LISTED-COUNT IS EQUAL TO ZERO
                 MOVE 'Nothing is pending your recertification.'
                    TO MESSO
              ELSE
                 MOVE 'Key a line number and C=certify or F=flag.'
                    TO MESSO
              END-IF
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       4050-BROWSE-OWNER-ITEMS.
      *    BROWSE THE WORKLIST FROM THE LIST OWNER'S FIRST ITEM
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           MOVE WS-LIST-OWNER-ID TO WS-BROWSE-KEY (1:8).

           EXEC CICS STARTBR
                FILE(AC-RECERT-WORK-FILENAME)
                   END-EXEC
           END-IF.

       4100-BROWSE-NEXT-ITEM.
      *    READ THE NEXT WORKLIST RECORD AND, IF IT STILL BELONGS TO
      *    THE LIST OWNER AND IS STILL PENDING, APPEND A NUMBERED
      *    LINE - ON A DELEGATOR'S LIST, SKIPPING ANY ITEM ABOUT THE
      *    DELEGATE THEMSELVES
           EXEC CICS READNEXT
                FILE(AC-RECERT-WORK-FILENAME)
                INTO (RECERT-WORK-RECORD)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR RC-MANAGER-ID NOT EQUAL WS-LIST-OWNER-ID
              OR WS-LISTED-COUNT IS NOT LESS THAN 9
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF RC-ST-PENDING
                 AND (WS-LIST-OWNER-ID IS EQUAL TO WS-MANAGER-ID
                      OR RC-TARGET-USER-ID NOT EQUAL WS-MANAGER-ID)
                 PERFORM 4200-APPEND-ITEM-LINE
              END-IF
           END-IF.
                  RC-CAMPAIGN-DATE DELIMITED BY SIZE
              INTO WS-LIST-LINE
           END-STRING.
           IF WS-LIST-OWNER-ID IS NOT EQUAL TO WS-MANAGER-ID
              MOVE SPACES TO WS-LIST-LINE (41:24)
              MOVE ' FOR ' TO WS-LIST-LINE (41:5)
              MOVE WS-LIST-OWNER-ID TO WS-LIST-LINE (46:8)
           END-IF.

           MOVE WS-LIST-LINE TO
                LISTAREAO (((WS-LISTED-COUNT - 1) * 64) + 1 : 64).

       4300-BROWSE-DELEGATOR-ITEMS.
      *    LIST ONE DELEGATING MANAGER'S PENDING ITEMS
           MOVE DLC-LIST-DELEGATOR-ID (WS-DELEGATOR-INDEX)
              TO WS-LIST-OWNER-ID.
           PERFORM 4050-BROWSE-OWNER-ITEMS.
           ADD 1 TO WS-DELEGATOR-INDEX.

       5000-APPLY-DECISION.
      *    TURN THE SELECTION NUMBER BACK INTO A RECORD KEY AND
      *    STAMP THE MANAGER'S DECISION ON THE WORKLIST ITEM
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 5050-CHECK-DELEGATION
           END-IF.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              MOVE 'That item is no longer on the worklist.'
                 TO WS-MESSAGE-TEXT
              END-IF
              MOVE WS-MANAGER-ID TO RC-DECIDED-BY
              MOVE WS-CURRENT-DATE TO RC-DECIDED-DATE
              MOVE WS-ON-BEHALF-OF TO RC-ON-BEHALF-OF

              EXEC CICS REWRITE
                   FILE(AC-RECERT-WORK-FILENAME)
                 MOVE 'Unable to record that decision, try again.'
                    TO WS-MESSAGE-TEXT
              ELSE
                 IF WS-ON-BEHALF-OF IS NOT EQUAL TO SPACES
                    PERFORM 9650-WRITE-ON-BEHALF-AUDIT
                 END-IF
                 IF ACTIONI IS EQUAL TO 'C'
                    MOVE 'Line certified.' TO WS-MESSAGE-TEXT
                 ELSE
              END-IF
           END-IF.

       5050-CHECK-DELEGATION.
      *    AN ITEM KEYED UNDER ANOTHER MANAGER IS ONLY THIS USER'S TO
      *    DECIDE WHILE THAT MANAGER'S DELEGATION IS STILL IN FORCE,
      *    AND NEVER WHEN THE ITEM IS ABOUT THE DELEGATE THEMSELVES
           MOVE SPACES TO WS-ON-BEHALF-OF.

           IF RC-MANAGER-ID IS NOT EQUAL TO WS-MANAGER-ID
              INITIALIZE DELEGATION-CHECK-COMMAREA
              SET DLC-FN-CHECK TO TRUE
              MOVE WS-MANAGER-ID TO DLC-USER-ID
              MOVE RC-MANAGER-ID TO DLC-DELEGATOR-ID
              IF RC-TARGET-USER-ID IS NOT EQUAL TO WS-MANAGER-ID
                 EXEC CICS LINK
                      PROGRAM(AC-DLGCHK-PROGRAM-NAME)
                      COMMAREA(DELEGATION-CHECK-COMMAREA)
                      LENGTH(LENGTH OF DELEGATION-CHECK-COMMAREA)
                      END-EXEC
              END-IF
              IF DLC-IN-FORCE
                 MOVE RC-MANAGER-ID TO WS-ON-BEHALF-OF
              ELSE
                 EXEC CICS UNLOCK
                      FILE(AC-RECERT-WORK-FILENAME)
                      END-EXEC
                 MOVE DFHRESP(NOTFND) TO WS-CICS-RESPONSE
              END-IF
           END-IF.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF A DELEGATED DECISION
           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE WS-MANAGER-ID TO MA-ADMIN-ID.

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

       9650-WRITE-ON-BEHALF-AUDIT.
      *    THE MANAGER'S OWN DECISIONS STAY ON THE WORKLIST ALONE; A
      *    DELEGATE'S DECISION ALSO GOES ON THE TRAIL, NAMING THE
      *    MANAGER IT WAS TAKEN ON BEHALF OF AND THE ITEM DECIDED
           MOVE SPACES TO WS-MA-BEFORE.
           MOVE RC-TARGET-USER-ID TO WS-MA-BEFORE (1:8).
           MOVE RC-TARGET-TRANS-ID TO WS-MA-BEFORE (10:4).
           IF ACTIONI IS EQUAL TO 'C'
              MOVE 'CERT' TO WS-MA-BEFORE (15:4)
           ELSE
              MOVE 'FLAG' TO WS-MA-BEFORE (15:4)
           END-IF.
           MOVE 'ONBEHALF' TO WS-MA-ACTION.
           MOVE WS-ON-BEHALF-OF TO WS-MA-TARGET.
           MOVE 'DELEGATED DECISION' TO WS-MA-AFTER.
           PERFORM 9600-WRITE-MAINT-AUDIT.

       9100-SEND-MAP.
      *    SENDS MAP TO THE MANAGER
           EXEC CICS SEND
