       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMOVMNT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - MOVER ACCESS REVIEW DECISION PROGRAM
      *        SHOWS A SIGNED-ON MANAGER THE PENDING EMOVWRK ITEMS
      *        KEYED UNDER THEIR USER ID - THE EUSRENT OVERRIDES
      *        STILL HELD BY PEOPLE WHO HAVE JUST MOVED INTO THEIR
      *        TEAM OR DEPARTMENT - AND LETS THEM CONFIRM (C) THE
      *        ACCESS IS STILL NEEDED OR DROP (D) IT, ONE NUMBERED
      *        LINE AT A TIME.  A DROP DELETES THE OVERRIDE THERE AND
      *        THEN, PROVIDED IT IS STILL A GRANT - ONE ALREADY GONE OR
      *        TURNED INTO A DENY CLOSES THE LINE AS NO LONGER A
      *        GRANT INSTEAD; ANYTHING LEFT PENDING PAST ITS DUE DATE IS
      *        REVOKED BY THE NIGHTLY EMOVRVW JOB.  EVERY DECISION IS
      *        WRITTEN TO EMNTAUD.  AN ADMINISTRATOR MAY KEY ANOTHER
      *        MANAGER'S ID (OR *NOMGR*) TO WORK THAT LIST INSTEAD.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY EMOVMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY EMOVWRK.
       COPY EUSRENT.
       COPY EMNTAUD.
       COPY EAUDWRT.
       COPY EAUTHCK.
       COPY ESESCHK.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      *      THE LISTED ITEM KEYS RIDE IN THE COMM-AREA SO THE NEXT
      *      LEG CAN TURN A SELECTION NUMBER BACK INTO A RECORD KEY.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-MANAGER-ID          PIC X(8).
          05 WS-MGR-AUTHENTICATED   PIC X(1).
             88 WS-MGR-IS-AUTH            VALUE 'Y'.
             88 WS-MGR-NOT-AUTH           VALUE 'N'.
          05 WS-USER-TYPE           PIC X(3).
             88 WS-UT-ADMINISTRATOR       VALUE 'ADM'.
          05 WS-LIST-OWNER-ID       PIC X(8).
          05 WS-LISTED-COUNT        PIC 9(1).
          05 WS-LISTED-KEY          PIC X(20) OCCURS 9 TIMES.
      ******************************************************************
      *   WORKING FIELDS USED TO BROWSE EMOVWRK AND BUILD THE LIST
      ******************************************************************
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-SWITCH          PIC X(1).
          88 WS-BROWSE-DONE               VALUE 'Y'.
          88 WS-BROWSE-NOT-DONE           VALUE 'N'.
       01 WS-BROWSE-KEY             PIC X(20).
       01 WS-ENTITLEMENT-KEY        PIC X(12).
       01 WS-GRANT-SWITCH           PIC X(1).
          88 WS-STILL-A-GRANT             VALUE 'Y'.
          88 WS-NO-LONGER-A-GRANT         VALUE 'N'.
       01 WS-SELECTION-NUM          PIC 9(1).
       01 WS-LIST-LINE              PIC X(64).
       01 WS-MESSAGE-TEXT           PIC X(60).
      ******************************************************************
      *   STAGING FIELDS FOR THE EMNTAUD MAINTENANCE AUDIT RECORD.
      ******************************************************************
       01 WS-MAINT-AUDIT-FIELDS.
          05 WS-MA-ACTION            PIC X(8).
          05 WS-MA-TARGET            PIC X(8).
          05 WS-MA-BEFORE            PIC X(20).
          05 WS-MA-AFTER             PIC X(20).
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO STAMP THE DECISION.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
       01 WS-CURRENT-DATE           PIC X(8).
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(201).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           IF EIBCALEN IS EQUAL TO ZERO
              PERFORM 1000-FIRST-INTERACTION
           ELSE
              MOVE DFHCOMMAREA TO WS-SESSION-STATE
              IF WS-MGR-NOT-AUTH
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
           SET WS-MGR-NOT-AUTH TO TRUE.

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

           MOVE SES-USER-ID TO WS-MANAGER-ID.
           MOVE SES-USER-TYPE TO WS-USER-TYPE.
           MOVE SES-USER-ID TO WS-LIST-OWNER-ID.
           SET WS-MGR-IS-AUTH TO TRUE.
           MOVE SPACES TO WS-MESSAGE-TEXT.
           PERFORM 4000-DISPLAY-PENDING-ITEMS.

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
      *    RECEIVE THE SELECTED LINE AND DECISION, APPLY IT, AND
      *    RE-SHOW WHATEVER IS STILL PENDING.  A NEW MANAGER ID KEYED
      *    BY AN ADMINISTRATOR SWITCHES TO THAT MANAGER'S LIST.
           EXEC CICS RECEIVE
                MAP(AC-MOVREV-MAP-NAME)
                MAPSET(AC-MOVREV-MAPSET-NAME)
                INTO (EMOVMI)
                END-EXEC.

           IF EIBAID IS EQUAL TO DFHPF3
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SPACES TO WS-MESSAGE-TEXT.

           IF MGRIDI IS NOT EQUAL TO SPACES AND LOW-VALUES
              AND MGRIDI IS NOT EQUAL TO WS-LIST-OWNER-ID
              PERFORM 3100-SWITCH-LIST-OWNER
           ELSE
              IF SELNUMI IS EQUAL TO SPACES OR LOW-VALUES
                 CONTINUE
              ELSE
                 PERFORM 5000-APPLY-DECISION
              END-IF
           END-IF.

           PERFORM 4000-DISPLAY-PENDING-ITEMS.

       3100-SWITCH-LIST-OWNER.
      *    ONLY AN ADMINISTRATOR MAY WORK SOMEBODY ELSE'S LIST - THE
      *    *NOMGR* ITEMS FOR MOVERS WITH NO MANAGER ON FILE, OR A
      *    MANAGER WHO IS AWAY
           IF WS-UT-ADMINISTRATOR
              MOVE MGRIDI TO WS-LIST-OWNER-ID
           ELSE
              MOVE 'Only an administrator may work another list.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       4000-DISPLAY-PENDING-ITEMS.
      *    BROWSE THE WORKLIST FROM THE LIST OWNER'S FIRST ITEM AND
      *    LIST EVERY LINE STILL PENDING, NUMBERED FOR SELECTION
           INITIALIZE EMOVMO.
           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE WS-LIST-OWNER-ID TO MGRIDO.

           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           MOVE WS-LIST-OWNER-ID TO WS-BROWSE-KEY (1:8).

           EXEC CICS STARTBR
                FILE(AC-MOVER-REVIEW-FILENAME)
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-BROWSE-NOT-DONE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 4100-BROWSE-NEXT-ITEM UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-MOVER-REVIEW-FILENAME)
                   END-EXEC
           END-IF.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              IF WS-LISTED-COUNT IS EQUAL TO ZERO
                 MOVE 'No mover access is waiting for your review.'
                    TO MESSO
              ELSE
                 MOVE 'Key a line number and C=confirm or D=drop.'
                    TO MESSO
              END-IF
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       4100-BROWSE-NEXT-ITEM.
      *    READ THE NEXT WORKLIST RECORD AND, IF IT STILL BELONGS TO
      *    THE LIST OWNER AND IS STILL PENDING, APPEND A NUMBERED LINE
           EXEC CICS READNEXT
                FILE(AC-MOVER-REVIEW-FILENAME)
                INTO (MOVER-REVIEW-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR MR-MANAGER-ID NOT EQUAL WS-LIST-OWNER-ID
              OR WS-LISTED-COUNT IS NOT LESS THAN 9
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF MR-ST-PENDING
                 PERFORM 4200-APPEND-ITEM-LINE
              END-IF
           END-IF.

       4200-APPEND-ITEM-LINE.
      *    FORMAT ONE PENDING ITEM AND REMEMBER ITS KEY SO THE NEXT
      *    LEG CAN FIND THE RECORD FROM THE SELECTION NUMBER
           ADD 1 TO WS-LISTED-COUNT.
           MOVE MR-REVIEW-KEY TO WS-LISTED-KEY (WS-LISTED-COUNT).

           MOVE SPACES TO WS-LIST-LINE.
           STRING WS-LISTED-COUNT DELIMITED BY SIZE
                  '. USER=' DELIMITED BY SIZE
                  MR-MOVER-USER-ID DELIMITED BY SIZE
                  ' TRANS=' DELIMITED BY SIZE
                  MR-TRANS-ID DELIMITED BY SIZE
                  ' FROM=' DELIMITED BY SIZE
                  MR-OLD-DEPARTMENT DELIMITED BY SIZE
                  ' DUE ' DELIMITED BY SIZE
                  MR-DUE-DATE DELIMITED BY SIZE
              INTO WS-LIST-LINE
           END-STRING.

           MOVE WS-LIST-LINE TO
                LISTAREAO (((WS-LISTED-COUNT - 1) * 64) + 1 : 64).

       5000-APPLY-DECISION.
      *    TURN THE SELECTION NUMBER BACK INTO A RECORD KEY AND
      *    APPLY THE MANAGER'S DECISION TO THE WORKLIST ITEM
           IF SELNUMI IS NOT NUMERIC
              MOVE 'The line number must be numeric.'
                 TO WS-MESSAGE-TEXT
           ELSE
              MOVE SELNUMI TO WS-SELECTION-NUM
              IF WS-SELECTION-NUM IS EQUAL TO ZERO
                 OR WS-SELECTION-NUM IS GREATER THAN WS-LISTED-COUNT
                 MOVE 'That is not one of the lines listed.'
                    TO WS-MESSAGE-TEXT
              ELSE
                 IF ACTIONI IS EQUAL TO 'C' OR 'D'
                    PERFORM 5100-STAMP-THE-DECISION
                 ELSE
                    MOVE 'Action must be C=confirm or D=drop.'
                       TO WS-MESSAGE-TEXT
                 END-IF
              END-IF
           END-IF.

       5100-STAMP-THE-DECISION.
      *    READ THE ITEM FOR UPDATE, TAKE AWAY A DROPPED OVERRIDE,
      *    AND RECORD WHO DECIDED WHAT WHEN
           MOVE WS-LISTED-KEY (WS-SELECTION-NUM) TO WS-BROWSE-KEY.
           SET WS-STILL-A-GRANT TO TRUE.

           EXEC CICS READ
                FILE(AC-MOVER-REVIEW-FILENAME)
                INTO (MOVER-REVIEW-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              MOVE 'That item is no longer on the worklist.'
                 TO WS-MESSAGE-TEXT
           ELSE
              IF NOT MR-ST-PENDING
                 EXEC CICS UNLOCK
                      FILE(AC-MOVER-REVIEW-FILENAME)
                      END-EXEC
                 MOVE 'That item has already been decided.'
                    TO WS-MESSAGE-TEXT
              ELSE
                 IF ACTIONI IS EQUAL TO 'D'
                    PERFORM 5200-DROP-THE-OVERRIDE
                 ELSE
                    MOVE DFHRESP(NORMAL) TO WS-CICS-RESPONSE
                 END-IF
                 IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                    EXEC CICS UNLOCK
                         FILE(AC-MOVER-REVIEW-FILENAME)
                         END-EXEC
                    MOVE 'Unable to remove that access, try again.'
                       TO WS-MESSAGE-TEXT
                 ELSE
                    PERFORM 5300-REWRITE-THE-ITEM
                 END-IF
              END-IF
           END-IF.

       5200-DROP-THE-OVERRIDE.
      *    READ THE EUSRENT OVERRIDE FOR UPDATE AND DELETE IT ONLY
      *    WHILE IT IS STILL A GRANT.  ONE ALREADY GONE, OR TURNED
      *    INTO A DENY SINCE THE REVIEW OPENED, IS LEFT ALONE AND THE
      *    LINE CLOSED AS NO LONGER A GRANT.
           MOVE MR-MOVER-USER-ID TO WS-ENTITLEMENT-KEY (1:8).
           MOVE MR-TRANS-ID TO WS-ENTITLEMENT-KEY (9:4).

           EXEC CICS READ
                FILE(AC-ENTITLEMENT-FILENAME)
                INTO (USER-ENTITLEMENT-RECORD)
                RIDFLD(WS-ENTITLEMENT-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NOTFND)
              SET WS-NO-LONGER-A-GRANT TO TRUE
              MOVE DFHRESP(NORMAL) TO WS-CICS-RESPONSE
           ELSE
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 IF UE-PERMITTED
                    EXEC CICS DELETE
                         FILE(AC-ENTITLEMENT-FILENAME)
                         RESP(WS-CICS-RESPONSE)
                         END-EXEC
                 ELSE
                    EXEC CICS UNLOCK
                         FILE(AC-ENTITLEMENT-FILENAME)
                         END-EXEC
                    SET WS-NO-LONGER-A-GRANT TO TRUE
                 END-IF
              END-IF
           END-IF.

       5300-REWRITE-THE-ITEM.
      *    STAMP THE DECISION ON THE ITEM AND AUDIT IT
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-CURRENT-DATE)
                END-EXEC.

           IF ACTIONI IS EQUAL TO 'C'
              SET MR-ST-CONFIRMED TO TRUE
           ELSE
              IF WS-NO-LONGER-A-GRANT
                 SET MR-ST-NOT-A-GRANT TO TRUE
              ELSE
                 SET MR-ST-DROPPED TO TRUE
              END-IF
           END-IF.
           MOVE WS-MANAGER-ID TO MR-DECIDED-BY.
           MOVE WS-CURRENT-DATE TO MR-DECIDED-DATE.

           EXEC CICS REWRITE
                FILE(AC-MOVER-REVIEW-FILENAME)
                FROM (MOVER-REVIEW-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              MOVE 'Unable to record that decision, try again.'
                 TO WS-MESSAGE-TEXT
           ELSE
              MOVE MR-MOVER-USER-ID TO WS-MA-TARGET
              MOVE SPACES TO WS-MA-BEFORE
              STRING 'TRANS=' DELIMITED BY SIZE
                     MR-TRANS-ID DELIMITED BY SIZE
                     ' PENDING' DELIMITED BY SIZE
                 INTO WS-MA-BEFORE
              END-STRING
              EVALUATE TRUE
              WHEN MR-ST-CONFIRMED
                   MOVE 'MOVCONFM' TO WS-MA-ACTION
                   MOVE 'CONFIRMED' TO WS-MA-AFTER
                   MOVE 'Line confirmed, the access stays.'
                      TO WS-MESSAGE-TEXT
              WHEN MR-ST-NOT-A-GRANT
                   MOVE 'MOVCLOSE' TO WS-MA-ACTION
                   MOVE 'NO LONGER A GRANT' TO WS-MA-AFTER
                   MOVE 'That access is no longer a grant, line closed.'
                      TO WS-MESSAGE-TEXT
              WHEN OTHER
                   MOVE 'MOVDROP ' TO WS-MA-ACTION
                   MOVE 'DROPPED - REVOKED' TO WS-MA-AFTER
                   MOVE 'Line dropped, the access has been removed.'
                      TO WS-MESSAGE-TEXT
              END-EVALUATE
              PERFORM 9600-WRITE-MAINT-AUDIT
           END-IF.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF THE MANAGER'S DECISION - THE
      *    MOVER REVIEW IS A CONTROL THE AUDITORS WILL ASK ABOUT
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

       9100-SEND-MAP.
      *    SENDS MAP TO THE MANAGER
           EXEC CICS SEND
                MAP(AC-MOVREV-MAP-NAME)
                MAPSET(AC-MOVREV-MAPSET-NAME)
                FROM (EMOVMO)
                ERASE
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
           EXEC CICS RETURN
                TRANSID(AC-MOVREV-TRANSACTION-ID)
                COMMAREA(WS-SESSION-STATE)
                END-EXEC.

       9400-RETURN-AND-END.
      *    PF3 WAS PRESSED - END THE CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       9500-SEND-MESSAGE-AND-END.
      *    SHOW THE MESSAGE SET ABOVE AND END THE CONVERSATION
           INITIALIZE EMOVMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.
