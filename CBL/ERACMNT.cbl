       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERACMNT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - ROLE ACCESS TABLE MAINTENANCE PROGRAM
      *        LETS AN ADMINISTRATOR SEE AND CHANGE THE ERACCES ROLE
      *        ACCESS TABLE - THE ROLE-TO-TRANSACTION DEFAULTS THAT
      *        EAUTHCK FALLS BACK TO WHEN NO EUSRENT ENTITLEMENT OR
      *        FIRECALL GRANT DECIDES.  A ROW GRANTS THE TRANSACTION
      *        TO EVERY USER OF THE ROLE; TAKING THE ROW AWAY DENIES
      *        IT.  THE ADMINISTRATOR ROW FOR THIS SCREEN ITSELF
      *        CANNOT BE TAKEN AWAY, OR NOBODY COULD PUT IT BACK.
      *        EVERY CHANGE IS WRITTEN TO THE EMNTAUD MAINTENANCE
      *        AUDIT.  RESTRICTED TO RU-UT-ADMINISTRATOR USERS.
      *        ACTIONS: A=GRANT, D=WITHDRAW, ENTER ALONE LISTS FROM
      *        THE ROLE AND TRANSACTION KEYED.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ERACMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY ERACCES.
       COPY EMNTAUD.
       COPY EAUDWRT.
       COPY EAUTHCK.
       COPY ESESCHK.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-ADMIN-ID            PIC X(8).
          05 WS-ADMIN-AUTHENTICATED PIC X(1).
             88 WS-ADMIN-IS-AUTH          VALUE 'Y'.
             88 WS-ADMIN-NOT-AUTH         VALUE 'N'.
      ******************************************************************
      *   WORKING FIELDS
      ******************************************************************
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-SWITCH          PIC X(1).
          88 WS-BROWSE-DONE               VALUE 'Y'.
          88 WS-BROWSE-NOT-DONE           VALUE 'N'.
       01 WS-BROWSE-KEY.
          05 WS-BROWSE-ROLE         PIC X(3).
          05 WS-BROWSE-TRANS-ID     PIC X(4).
       01 WS-LISTED-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-LIST-LINE              PIC X(64).
       01 WS-MESSAGE-TEXT           PIC X(60).
       01 WS-TODAY                  PIC X(8).
       01 WS-ROLE                   PIC X(3).
          88 WS-ROLE-VALID                VALUE 'ADM' 'MGR' 'STD'.
       01 WS-TRANS-ID               PIC X(4).
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO STAMP THE AUDIT RECORD.
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
       01 DFHCOMMAREA          PIC X(9).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           IF EIBCALEN IS EQUAL TO ZERO
              PERFORM 1000-FIRST-INTERACTION
           ELSE
              MOVE DFHCOMMAREA TO WS-SESSION-STATE
              IF WS-ADMIN-NOT-AUTH
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
           SET WS-ADMIN-NOT-AUTH TO TRUE.

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

           MOVE SES-USER-ID TO WS-ADMIN-ID.
           SET WS-ADMIN-IS-AUTH TO TRUE.
           MOVE SPACES TO WS-MESSAGE-TEXT.
           MOVE SPACES TO WS-ROLE.
           MOVE SPACES TO WS-TRANS-ID.
           PERFORM 4000-DISPLAY-ROLE-ACCESS.

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
      *    DISPATCH THE REQUESTED ACTION
           EXEC CICS RECEIVE
                MAP(AC-RACMNT-MAP-NAME)
                MAPSET(AC-RACMNT-MAPSET-NAME)
                INTO (ERACMI)
                END-EXEC.

           IF EIBAID IS EQUAL TO DFHPF3
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SPACES TO WS-MESSAGE-TEXT.

           IF ROLEI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO WS-ROLE
           ELSE
              MOVE ROLEI TO WS-ROLE
           END-IF.
           IF TRANSIDI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO WS-TRANS-ID
           ELSE
              MOVE TRANSIDI TO WS-TRANS-ID
           END-IF.

           EVALUATE ACTIONI
           WHEN 'A'
                PERFORM 5000-GRANT-ROLE-ACCESS
           WHEN 'D'
                PERFORM 6000-WITHDRAW-ROLE-ACCESS
           WHEN SPACE
           WHEN LOW-VALUE
                CONTINUE
           WHEN OTHER
                MOVE 'Action must be A or D.' TO WS-MESSAGE-TEXT
           END-EVALUATE.

           PERFORM 4000-DISPLAY-ROLE-ACCESS.

       4000-DISPLAY-ROLE-ACCESS.
      *    LIST THE TABLE FROM THE ROLE AND TRANSACTION KEYED - OR
      *    FROM THE TOP - SO ANY PART OF IT CAN BE PAGED TO
           INITIALIZE ERACMO.
           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-LISTED-COUNT.

           MOVE WS-ROLE TO WS-BROWSE-ROLE.
           MOVE WS-TRANS-ID TO WS-BROWSE-TRANS-ID.

           EXEC CICS STARTBR
                FILE(AC-ROLE-ACCESS-FILENAME)
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-BROWSE-NOT-DONE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 4100-BROWSE-NEXT-ROW UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-ROLE-ACCESS-FILENAME)
                   END-EXEC
           END-IF.

           MOVE WS-ROLE TO ROLEO.
           MOVE WS-TRANS-ID TO TRANSIDO.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              IF WS-LISTED-COUNT IS EQUAL TO ZERO
                 MOVE 'No role access rows from that point on.'
                    TO MESSO
              ELSE
                 MOVE 'Key role, transaction and A or D.' TO MESSO
              END-IF
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       4100-BROWSE-NEXT-ROW.
      *    READ THE NEXT ROLE ACCESS ROW AND APPEND A LIST LINE
           EXEC CICS READNEXT
                FILE(AC-ROLE-ACCESS-FILENAME)
                INTO (ROLE-ACCESS-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR WS-LISTED-COUNT IS NOT LESS THAN 10
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              MOVE SPACES TO WS-LIST-LINE
              STRING RA-ROLE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     RA-TRANS-ID DELIMITED BY SIZE
                     '  GRANTED ' DELIMITED BY SIZE
                     RA-ADDED-DATE DELIMITED BY SIZE
                     ' BY ' DELIMITED BY SIZE
                     RA-ADDED-BY DELIMITED BY SIZE
                 INTO WS-LIST-LINE
              END-STRING
              ADD 1 TO WS-LISTED-COUNT
              MOVE WS-LIST-LINE TO
                   LISTAREAO (((WS-LISTED-COUNT - 1) * 64) + 1 : 64)
           END-IF.

       5000-GRANT-ROLE-ACCESS.
      *    VALIDATE AND WRITE A NEW ROLE ACCESS ROW
           EVALUATE TRUE
           WHEN NOT WS-ROLE-VALID
                MOVE 'Role must be ADM, MGR or STD.' TO WS-MESSAGE-TEXT
           WHEN WS-TRANS-ID IS EQUAL TO SPACES
                MOVE 'Key the transaction ID to grant.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                PERFORM 5100-WRITE-ROLE-ACCESS
           END-EVALUATE.

       5100-WRITE-ROLE-ACCESS.
      *    BUILD AND WRITE THE ROW
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
                END-EXEC.

           INITIALIZE ROLE-ACCESS-RECORD.
           MOVE WS-ROLE TO RA-ROLE.
           MOVE WS-TRANS-ID TO RA-TRANS-ID.
           MOVE WS-ADMIN-ID TO RA-ADDED-BY.
           MOVE WS-TODAY TO RA-ADDED-DATE.

           EXEC CICS WRITE
                FILE(AC-ROLE-ACCESS-FILENAME)
                FROM (ROLE-ACCESS-RECORD)
                RIDFLD(RA-ACCESS-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'RACGRANT' TO WS-MA-ACTION
                MOVE RA-ACCESS-KEY TO WS-MA-TARGET
                MOVE 'DENIED' TO WS-MA-BEFORE
                MOVE 'GRANTED' TO WS-MA-AFTER
                PERFORM 9600-WRITE-MAINT-AUDIT
                MOVE 'Role access granted.' TO WS-MESSAGE-TEXT
           WHEN DFHRESP(DUPREC)
                MOVE 'That role already has that transaction.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                MOVE 'Unable to grant that access, try again.'
                   TO WS-MESSAGE-TEXT
           END-EVALUATE.

       6000-WITHDRAW-ROLE-ACCESS.
      *    TAKE A ROW AWAY - EVERY USER OF THE ROLE WITHOUT A EUSRENT
      *    ENTITLEMENT LOSES THE TRANSACTION AT THEIR NEXT ATTEMPT
           IF WS-ROLE IS EQUAL TO 'ADM'
              AND WS-TRANS-ID IS EQUAL TO AC-RACMNT-TRANSACTION-ID
              MOVE 'ADM access to this screen cannot be withdrawn.'
                 TO WS-MESSAGE-TEXT
           ELSE
              PERFORM 6100-DELETE-ROLE-ACCESS
           END-IF.

       6100-DELETE-ROLE-ACCESS.
      *    READ THE ROW FOR ITS STAMP, THEN DELETE IT
           MOVE WS-ROLE TO RA-ROLE.
           MOVE WS-TRANS-ID TO RA-TRANS-ID.

           EXEC CICS READ
                FILE(AC-ROLE-ACCESS-FILENAME)
                INTO (ROLE-ACCESS-RECORD)
                RIDFLD(RA-ACCESS-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              MOVE 'That role does not have that transaction.'
                 TO WS-MESSAGE-TEXT
           ELSE
              EXEC CICS DELETE
                   FILE(AC-ROLE-ACCESS-FILENAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE 'RACWDRAW' TO WS-MA-ACTION
                 MOVE RA-ACCESS-KEY TO WS-MA-TARGET
                 MOVE 'GRANTED' TO WS-MA-BEFORE
                 MOVE 'DENIED' TO WS-MA-AFTER
                 PERFORM 9600-WRITE-MAINT-AUDIT
                 MOVE 'Role access withdrawn.' TO WS-MESSAGE-TEXT
              ELSE
                 MOVE 'Unable to withdraw that access, try again.'
                    TO WS-MESSAGE-TEXT
              END-IF
           END-IF.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF WHAT THE ADMINISTRATOR JUST
      *    DID - A ROLE ACCESS ROW OPENS OR CLOSES A TRANSACTION FOR
      *    EVERY USER OF THE ROLE AT ONCE
           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE WS-ADMIN-ID TO MA-ADMIN-ID.

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
      *    SENDS MAP TO THE ADMINISTRATOR
           EXEC CICS SEND
                MAP(AC-RACMNT-MAP-NAME)
                MAPSET(AC-RACMNT-MAPSET-NAME)
                FROM (ERACMO)
                ERASE
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
           EXEC CICS RETURN
                TRANSID(AC-RACMNT-TRANSACTION-ID)
                COMMAREA(WS-SESSION-STATE)
                END-EXEC.

       9400-RETURN-AND-END.
      *    PF3 WAS PRESSED - END THE CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       9500-SEND-MESSAGE-AND-END.
      *    SHOW THE MESSAGE SET ABOVE AND END THE CONVERSATION
           INITIALIZE ERACMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.
