       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDLGMNT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - APPROVAL DELEGATION MAINTENANCE PROGRAM
      *        LETS A SIGNED-ON MANAGER OR ADMINISTRATOR WHO IS GOING
      *        AWAY NAME A DELEGATE AND A FROM/TO DATE RANGE (ACTION
      *        S), OR WITHDRAW THE DELEGATION EARLY (ACTION R).  WHILE
      *        IT IS IN FORCE THE DELEGATE SEES AND DECIDES THE
      *        DELEGATOR'S EACR, EPRF AND ERCR ITEMS - AND, FOR AN
      *        ADMINISTRATOR, THE EAPR SECOND APPROVAL - ON THEIR
      *        BEHALF.  THE DELEGATE MUST BE AN ACTIVE MANAGER OR
      *        ADMINISTRATOR OTHER THAN THE DELEGATOR.  THE SCREEN
      *        ALSO LISTS WHOSE ITEMS THE USER IS ACTING FOR TODAY.
      *        AN ADMINISTRATOR MAY KEY ANOTHER USER'S ID TO SET OR
      *        WITHDRAW A DELEGATION FOR SOMEONE WHO LEFT WITHOUT
      *        DOING IT.  EVERY CHANGE IS WRITTEN TO EMNTAUD.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY EDLGMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY EDELEGT.
       COPY EREGUSR.
       COPY EDLGCHK.
       COPY EMNTAUD.
       COPY EAUDWRT.
       COPY EAUTHCK.
       COPY ESESCHK.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-USER-ID             PIC X(8).
          05 WS-USER-AUTHENTICATED  PIC X(1).
             88 WS-USER-IS-AUTH           VALUE 'Y'.
             88 WS-USER-NOT-AUTH          VALUE 'N'.
          05 WS-USER-TYPE           PIC X(3).
             88 WS-UT-ADMINISTRATOR       VALUE 'ADM'.
          05 WS-OWNER-ID            PIC X(8).
      ******************************************************************
      *   WORKING FIELDS
      ******************************************************************
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-LISTED-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-LIST-LINE              PIC X(64).
       01 WS-MESSAGE-TEXT           PIC X(60).
       01 WS-DELEGATOR-INDEX        PIC 9(1).
       01 WS-NEW-FROM-DATE          PIC X(8).
       01 WS-DELEGATION-STATE-TEXT  PIC X(11).
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO STAMP THE DELEGATION AND AUDIT.
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
       01 DFHCOMMAREA          PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           IF EIBCALEN IS EQUAL TO ZERO
              PERFORM 1000-FIRST-INTERACTION
           ELSE
              MOVE DFHCOMMAREA TO WS-SESSION-STATE
              IF WS-USER-NOT-AUTH
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
           SET WS-USER-NOT-AUTH TO TRUE.

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

           MOVE SES-USER-ID TO WS-USER-ID.
           MOVE SES-USER-TYPE TO WS-USER-TYPE.
           MOVE SES-USER-ID TO WS-OWNER-ID.
           SET WS-USER-IS-AUTH TO TRUE.
           MOVE SPACES TO WS-MESSAGE-TEXT.
           PERFORM 4000-DISPLAY-DELEGATIONS.

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
      *    RECEIVE THE DELEGATION DETAILS AND DISPATCH THE ACTION.  A
      *    NEW USER ID KEYED BY AN ADMINISTRATOR SWITCHES TO THAT
      *    USER'S DELEGATION.
           EXEC CICS RECEIVE
                MAP(AC-DLGMNT-MAP-NAME)
                MAPSET(AC-DLGMNT-MAPSET-NAME)
                INTO (EDLGMI)
                END-EXEC.

           IF EIBAID IS EQUAL TO DFHPF3
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SPACES TO WS-MESSAGE-TEXT.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-CURRENT-DATE)
                END-EXEC.

           IF FORIDI IS NOT EQUAL TO SPACES AND LOW-VALUES
              AND FORIDI IS NOT EQUAL TO WS-OWNER-ID
              PERFORM 3100-SWITCH-OWNER
           ELSE
              EVALUATE ACTIONI
              WHEN 'S'
                   PERFORM 5000-SET-DELEGATION
              WHEN 'R'
                   PERFORM 6000-REMOVE-DELEGATION
              WHEN SPACE
              WHEN LOW-VALUE
                   CONTINUE
              WHEN OTHER
                   MOVE 'Action must be S=set or R=remove.'
                      TO WS-MESSAGE-TEXT
              END-EVALUATE
           END-IF.

           PERFORM 4000-DISPLAY-DELEGATIONS.

       3100-SWITCH-OWNER.
      *    ONLY AN ADMINISTRATOR MAY WORK SOMEBODY ELSE'S DELEGATION
           IF WS-UT-ADMINISTRATOR
              MOVE FORIDI TO WS-OWNER-ID
           ELSE
              MOVE 'Only an administrator may set another delegation.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       4000-DISPLAY-DELEGATIONS.
      *    SHOW THE OWNER'S OWN DELEGATION, THEN EVERYONE WHOSE ITEMS
      *    THE OWNER IS ACTING FOR TODAY
           INITIALIZE EDLGMO.
           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE WS-OWNER-ID TO FORIDO.

           PERFORM 4100-SHOW-OWN-DELEGATION.
           PERFORM 4200-SHOW-ACTING-FOR.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              MOVE 'Key delegate, from/to dates and S, or R to remove.'
                 TO MESSO
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       4100-SHOW-OWN-DELEGATION.
      *    THE FIRST LINE SAYS WHO, IF ANYONE, HOLDS THE OWNER'S
      *    ITEMS AND WHETHER THAT IS IN FORCE TODAY
           EXEC CICS READ
                FILE(AC-DELEGATION-FILENAME)
                INTO (DELEGATION-RECORD)
                RIDFLD(WS-OWNER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE SPACES TO WS-LIST-LINE.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE DG-DELEGATE-ID TO DELEGIDO
              MOVE DG-FROM-DATE TO FROMDTO
              MOVE DG-TO-DATE TO TODTO
              EVALUATE TRUE
              WHEN DG-FROM-DATE IS GREATER THAN WS-CURRENT-DATE
                   MOVE 'NOT YET' TO WS-DELEGATION-STATE-TEXT
              WHEN DG-TO-DATE IS LESS THAN WS-CURRENT-DATE
                   MOVE 'EXPIRED' TO WS-DELEGATION-STATE-TEXT
              WHEN OTHER
                   MOVE 'IN FORCE' TO WS-DELEGATION-STATE-TEXT
              END-EVALUATE
              STRING 'DELEGATED TO ' DELIMITED BY SIZE
                     DG-DELEGATE-ID DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DG-FROM-DATE DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     DG-TO-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-DELEGATION-STATE-TEXT DELIMITED BY SIZE
                 INTO WS-LIST-LINE
              END-STRING
           ELSE
              STRING 'NO DELEGATE IS SET FOR ' DELIMITED BY SIZE
                     WS-OWNER-ID DELIMITED BY SIZE
                 INTO WS-LIST-LINE
              END-STRING
           END-IF.

           PERFORM 4900-APPEND-LIST-LINE.

       4200-SHOW-ACTING-FOR.
      *    ASK THE COMMON DELEGATION CHECK WHO IS DELEGATING TO THE
      *    OWNER TODAY AND LIST THEM
           INITIALIZE DELEGATION-CHECK-COMMAREA.
           SET DLC-FN-LIST TO TRUE.
           MOVE WS-OWNER-ID TO DLC-USER-ID.

           EXEC CICS LINK
                PROGRAM(AC-DLGCHK-PROGRAM-NAME)
                COMMAREA(DELEGATION-CHECK-COMMAREA)
                LENGTH(LENGTH OF DELEGATION-CHECK-COMMAREA)
                END-EXEC.

           MOVE 1 TO WS-DELEGATOR-INDEX.
           PERFORM 4300-SHOW-ONE-DELEGATOR
              UNTIL WS-DELEGATOR-INDEX IS GREATER THAN
                    DLC-DELEGATOR-COUNT.

       4300-SHOW-ONE-DELEGATOR.
      *    ONE "ACTING FOR" LINE
           MOVE SPACES TO WS-LIST-LINE.
           STRING 'ACTING FOR ' DELIMITED BY SIZE
                  DLC-LIST-DELEGATOR-ID (WS-DELEGATOR-INDEX)
                     DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  DLC-LIST-DELEGATOR-TYPE (WS-DELEGATOR-INDEX)
                     DELIMITED BY SIZE
                  ') ON EACR, EPRF, ERCR AND EAPR' DELIMITED BY SIZE
              INTO WS-LIST-LINE
           END-STRING.

           PERFORM 4900-APPEND-LIST-LINE.
           ADD 1 TO WS-DELEGATOR-INDEX.

       4900-APPEND-LIST-LINE.
      *    APPEND ONE LINE TO THE LIST AREA
           ADD 1 TO WS-LISTED-COUNT.
           MOVE WS-LIST-LINE TO
                LISTAREAO (((WS-LISTED-COUNT - 1) * 64) + 1 : 64).

       5000-SET-DELEGATION.
      *    VALIDATE THE DELEGATE AND THE DATE RANGE, THEN WRITE OR
      *    REPLACE THE OWNER'S DELEGATION.  NO FROM DATE MEANS TODAY.
           IF FROMDTI IS EQUAL TO SPACES OR LOW-VALUES
              MOVE WS-CURRENT-DATE TO WS-NEW-FROM-DATE
           ELSE
              MOVE FROMDTI TO WS-NEW-FROM-DATE
           END-IF.

           EVALUATE TRUE
           WHEN DELEGIDI IS EQUAL TO SPACES OR LOW-VALUES
                MOVE 'Key the user ID of the delegate.'
                   TO WS-MESSAGE-TEXT
           WHEN DELEGIDI IS EQUAL TO WS-OWNER-ID
                MOVE 'Nobody can delegate to themselves.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-NEW-FROM-DATE IS NOT NUMERIC
              OR TODTI IS NOT NUMERIC
                MOVE 'Dates must be YYYYMMDD; the to date is required.'
                   TO WS-MESSAGE-TEXT
           WHEN TODTI IS LESS THAN WS-NEW-FROM-DATE
                MOVE 'The to date cannot be before the from date.'
                   TO WS-MESSAGE-TEXT
           WHEN TODTI IS LESS THAN WS-CURRENT-DATE
                MOVE 'The to date is already past.' TO WS-MESSAGE-TEXT
           WHEN OTHER
                PERFORM 5100-CHECK-THE-DELEGATE
           END-EVALUATE.

       5100-CHECK-THE-DELEGATE.
      *    THE DELEGATE MUST BE AN ACTIVE MANAGER OR ADMINISTRATOR -
      *    THE SCREENS THEY WILL DECIDE ON ARE NOT OPEN TO ANYONE ELSE
           EXEC CICS READ
                FILE(AC-REG-USER-FILENAME)
                INTO (REG-USER-RECORD)
                RIDFLD(DELEGIDI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                MOVE 'The delegate is not a registered user.'
                   TO WS-MESSAGE-TEXT
           WHEN NOT RU-ST-ACTIVE
                MOVE 'The delegate''s account is not active.'
                   TO WS-MESSAGE-TEXT
           WHEN NOT RU-UT-MANAGER AND NOT RU-UT-ADMINISTRATOR
                MOVE 'The delegate must be a manager or administrator.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                PERFORM 5200-WRITE-THE-DELEGATION
           END-EVALUATE.

       5200-WRITE-THE-DELEGATION.
      *    A DELEGATION ALREADY ON FILE IS REPLACED - ITS WITHDRAWAL
      *    IS AUDITED FIRST SO THE TRAIL SHOWS BOTH
           EXEC CICS READ
                FILE(AC-DELEGATION-FILENAME)
                INTO (DELEGATION-RECORD)
                RIDFLD(WS-OWNER-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 6100-AUDIT-THE-REMOVAL
              PERFORM 5300-FILL-THE-DELEGATION
              EXEC CICS REWRITE
                   FILE(AC-DELEGATION-FILENAME)
                   FROM (DELEGATION-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE DELEGATION-RECORD
              MOVE WS-OWNER-ID TO DG-DELEGATOR-ID
              PERFORM 5300-FILL-THE-DELEGATION
              EXEC CICS WRITE
                   FILE(AC-DELEGATION-FILENAME)
                   FROM (DELEGATION-RECORD)
                   RIDFLD(DG-DELEGATOR-ID)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'DLGSET' TO WS-MA-ACTION
              MOVE WS-OWNER-ID TO WS-MA-TARGET
              MOVE SPACES TO WS-MA-BEFORE
              STRING DG-FROM-DATE DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     DG-TO-DATE DELIMITED BY SIZE
                 INTO WS-MA-BEFORE
              END-STRING
              MOVE SPACES TO WS-MA-AFTER
              STRING 'DELEGATE=' DELIMITED BY SIZE
                     DG-DELEGATE-ID DELIMITED BY SIZE
                 INTO WS-MA-AFTER
              END-STRING
              PERFORM 9600-WRITE-MAINT-AUDIT
              MOVE 'Delegation saved.' TO WS-MESSAGE-TEXT
           ELSE
              MOVE 'Unable to save the delegation, try again.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       5300-FILL-THE-DELEGATION.
      *    MOVE THE KEYED DELEGATE AND DATES INTO THE RECORD
           MOVE DELEGIDI TO DG-DELEGATE-ID.
           MOVE WS-NEW-FROM-DATE TO DG-FROM-DATE.
           MOVE TODTI TO DG-TO-DATE.
           MOVE WS-USER-ID TO DG-SET-BY.
           MOVE WS-CURRENT-DATE TO DG-SET-DATE.

       6000-REMOVE-DELEGATION.
      *    WITHDRAW THE OWNER'S DELEGATION - THE DELEGATE LOSES THE
      *    OWNER'S ITEMS AT ONCE
           EXEC CICS READ
                FILE(AC-DELEGATION-FILENAME)
                INTO (DELEGATION-RECORD)
                RIDFLD(WS-OWNER-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              MOVE 'There is no delegation to remove.'
                 TO WS-MESSAGE-TEXT
           ELSE
              EXEC CICS DELETE
                   FILE(AC-DELEGATION-FILENAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 PERFORM 6100-AUDIT-THE-REMOVAL
                 MOVE 'Delegation removed.' TO WS-MESSAGE-TEXT
              ELSE
                 MOVE 'Unable to remove the delegation, try again.'
                    TO WS-MESSAGE-TEXT
              END-IF
           END-IF.

       6100-AUDIT-THE-REMOVAL.
      *    RECORD WHICH DELEGATION CAME OFF
           MOVE 'DLGDEL' TO WS-MA-ACTION.
           MOVE WS-OWNER-ID TO WS-MA-TARGET.
           MOVE SPACES TO WS-MA-BEFORE.
           STRING 'DELEGATE=' DELIMITED BY SIZE
                  DG-DELEGATE-ID DELIMITED BY SIZE
              INTO WS-MA-BEFORE
           END-STRING.
           MOVE 'REMOVED' TO WS-MA-AFTER.
           PERFORM 9600-WRITE-MAINT-AUDIT.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF THE DELEGATION CHANGE - WHO
      *    MAY DECIDE WHOSE ITEMS IS ITSELF AN ACCESS DECISION
           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE WS-USER-ID TO MA-ADMIN-ID.

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
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
                MAP(AC-DLGMNT-MAP-NAME)
                MAPSET(AC-DLGMNT-MAPSET-NAME)
                FROM (EDLGMO)
                ERASE
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
           EXEC CICS RETURN
                TRANSID(AC-DLGMNT-TRANSACTION-ID)
                COMMAREA(WS-SESSION-STATE)
                END-EXEC.

       9400-RETURN-AND-END.
      *    PF3 WAS PRESSED - END THE CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       9500-SEND-MESSAGE-AND-END.
      *    SHOW THE MESSAGE SET ABOVE AND END THE CONVERSATION
           INITIALIZE EDLGMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.
