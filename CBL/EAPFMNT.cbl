       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAPFMNT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - APPLICATION FUNCTION REGISTRATION PROGRAM
      *        LETS AN ADMINISTRATOR REGISTER THE FUNCTION CODES
      *        ANOTHER CICS APPLICATION MAY ASK THE EAUTHSV
      *        AUTHORIZATION SERVICE ABOUT.  EACH CODE BELONGS TO ONE
      *        APPLICATION; A CODE STARTING WITH 'E' IS ONE OF THIS
      *        APP'S OWN TRANSACTIONS AND IS REFUSED.  A REGISTERED
      *        CODE STILL GRANTS NOBODY ANYTHING UNTIL THE SECURITY
      *        OFFICER GRANTS IT TO A ROLE ON ERAC OR TO A USER ON
      *        EUSR.  A SUSPENDED CODE IS REFUSED BY THE SERVICE
      *        WITHOUT LOSING ITS GRANTS.  THE SCREEN LISTS TEN CODES
      *        FROM THE CODE KEYED.  EVERY CHANGE IS WRITTEN TO THE
      *        EMNTAUD MAINTENANCE AUDIT.  RESTRICTED TO
      *        RU-UT-ADMINISTRATOR USERS.
      *        ACTIONS: A=REGISTER OR CHANGE, S=SUSPEND, R=REINSTATE,
      *        D=DELETE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY EAPFMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY EAPPFNC.
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
       01 WS-LISTED-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-LIST-LINE              PIC X(64).
       01 WS-MESSAGE-TEXT           PIC X(60).
       01 WS-TODAY                  PIC X(8).
       01 WS-FUNCTION-CODE          PIC X(4).
       01 WS-APPLICATION-ID         PIC X(8).
       01 WS-DESCRIPTION            PIC X(30).
       01 WS-BROWSE-CODE            PIC X(4).
       01 WS-BROWSE-SWITCH          PIC X(1).
          88 WS-BROWSE-DONE               VALUE 'Y'.
          88 WS-BROWSE-NOT-DONE           VALUE 'N'.
       01 WS-CODE-SWITCH            PIC X(1).
          88 WS-CODE-IS-VALID             VALUE 'Y'.
          88 WS-CODE-NOT-VALID            VALUE 'N'.
       01 WS-SPACE-COUNT            PIC 9(2).
       01 WS-STATUS-TEXT            PIC X(7).
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO STAMP THE ENTRY AND THE AUDIT.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
      ******************************************************************
      *   STAGING FIELDS FOR THE MAINTENANCE AUDIT RECORD WRITTEN BY
      *   9600-WRITE-MAINT-AUDIT.  EACH IMAGE IS THE STATUS, THE
      *   OWNING APPLICATION AND THE START OF THE DESCRIPTION.
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
           PERFORM 9700-GET-TIMESTAMP.
           MOVE SPACES TO WS-FUNCTION-CODE.
           PERFORM 4000-DISPLAY-FUNCTIONS.

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
                MAP(AC-APFMNT-MAP-NAME)
                MAPSET(AC-APFMNT-MAPSET-NAME)
                INTO (EAPFMI)
                END-EXEC.

           IF EIBAID IS EQUAL TO DFHPF3
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SPACES TO WS-MESSAGE-TEXT.
           PERFORM 9700-GET-TIMESTAMP.

           MOVE FUNCCDI TO WS-FUNCTION-CODE.
           INSPECT WS-FUNCTION-CODE REPLACING ALL LOW-VALUE BY SPACE.
           MOVE APPLIDI TO WS-APPLICATION-ID.
           INSPECT WS-APPLICATION-ID REPLACING ALL LOW-VALUE BY SPACE.
           MOVE FUNCDESCI TO WS-DESCRIPTION.
           INSPECT WS-DESCRIPTION REPLACING ALL LOW-VALUE BY SPACE.

           EVALUATE ACTIONI
           WHEN 'A'
                PERFORM 3100-VALIDATE-CODE
                IF WS-CODE-IS-VALID
                   PERFORM 5000-REGISTER-FUNCTION
                END-IF
           WHEN 'S'
           WHEN 'R'
                PERFORM 3100-VALIDATE-CODE
                IF WS-CODE-IS-VALID
                   PERFORM 6000-CHANGE-FUNCTION-STATUS
                END-IF
           WHEN 'D'
                PERFORM 3100-VALIDATE-CODE
                IF WS-CODE-IS-VALID
                   PERFORM 7000-DELETE-FUNCTION
                END-IF
           WHEN SPACE
           WHEN LOW-VALUE
                CONTINUE
           WHEN OTHER
                MOVE 'Action must be A, S, R or D.' TO WS-MESSAGE-TEXT
           END-EVALUATE.

           PERFORM 4000-DISPLAY-FUNCTIONS.

       3100-VALIDATE-CODE.
      *    A FUNCTION CODE IS FOUR CHARACTERS WITH NO BLANKS, AND
      *    MAY NOT LOOK LIKE ONE OF THIS APP'S OWN TRANSACTIONS -
      *    OTHERWISE ANOTHER APPLICATION COULD REGISTER OUR SCREENS
      *    AND LEARN WHO HOLDS THEM
           SET WS-CODE-NOT-VALID TO TRUE.
           MOVE ZERO TO WS-SPACE-COUNT.
           INSPECT WS-FUNCTION-CODE TALLYING WS-SPACE-COUNT
              FOR ALL SPACE.

           EVALUATE TRUE
           WHEN WS-SPACE-COUNT IS GREATER THAN ZERO
                MOVE 'Key a four-character function code.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-FUNCTION-CODE (1:1) IS EQUAL TO 'E'
                MOVE 'Codes starting with E belong to this application.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                SET WS-CODE-IS-VALID TO TRUE
           END-EVALUATE.

       4000-DISPLAY-FUNCTIONS.
      *    LIST TEN REGISTERED FUNCTION CODES FROM THE CODE KEYED -
      *    OR FROM THE START WHEN NO CODE WAS KEYED
           INITIALIZE EAPFMO.
           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE WS-FUNCTION-CODE TO WS-BROWSE-CODE.

           EXEC CICS STARTBR
                FILE(AC-APP-FUNCTION-FILENAME)
                RIDFLD(WS-BROWSE-CODE)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-BROWSE-NOT-DONE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 4100-BROWSE-NEXT-FUNCTION UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-APP-FUNCTION-FILENAME)
                   END-EXEC
           END-IF.

           MOVE WS-FUNCTION-CODE TO FUNCCDO.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              IF WS-LISTED-COUNT IS EQUAL TO ZERO
                 MOVE 'No function codes registered from that code on.'
                    TO MESSO
              ELSE
                 MOVE 'Key code, application, description, and A/S/R/D.'
                    TO MESSO
              END-IF
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       4100-BROWSE-NEXT-FUNCTION.
      *    READ THE NEXT REGISTERED CODE AND APPEND A LIST LINE
           EXEC CICS READNEXT
                FILE(AC-APP-FUNCTION-FILENAME)
                INTO (APP-FUNCTION-RECORD)
                RIDFLD(WS-BROWSE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR WS-LISTED-COUNT IS NOT LESS THAN 10
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF AF-ST-SUSPENDED
                 MOVE 'SUSPEND' TO WS-STATUS-TEXT
              ELSE
                 MOVE 'ACTIVE' TO WS-STATUS-TEXT
              END-IF

              MOVE SPACES TO WS-LIST-LINE
              STRING AF-FUNCTION-CODE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     AF-APPLICATION-ID DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-STATUS-TEXT DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     AF-DESCRIPTION DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     AF-CHANGED-BY DELIMITED BY SIZE
                 INTO WS-LIST-LINE
              END-STRING
              ADD 1 TO WS-LISTED-COUNT
              MOVE WS-LIST-LINE TO
                   LISTAREAO (((WS-LISTED-COUNT - 1) * 64) + 1 : 64)
           END-IF.

       5000-REGISTER-FUNCTION.
      *    REGISTER THE CODE TO THE APPLICATION KEYED, OR CHANGE ITS
      *    DESCRIPTION.  A CODE ALREADY OWNED BY ANOTHER APPLICATION
      *    MUST BE DELETED FIRST - ITS GRANTS WERE MADE FOR THE OLD
      *    OWNER
           EVALUATE TRUE
           WHEN WS-APPLICATION-ID IS EQUAL TO SPACES
                MOVE 'Key the owning application ID.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-DESCRIPTION IS EQUAL TO SPACES
                MOVE 'Key a description for the function code.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                PERFORM 5100-STORE-FUNCTION
           END-EVALUATE.

       5100-STORE-FUNCTION.
      *    REWRITE THE CODE'S ENTRY, OR WRITE A NEW ONE, AND AUDIT
      *    THE ENTRY AS IT WAS AND AS IT IS NOW
           MOVE WS-FUNCTION-CODE TO AF-FUNCTION-CODE.

           EXEC CICS READ
                FILE(AC-APP-FUNCTION-FILENAME)
                INTO (APP-FUNCTION-RECORD)
                RIDFLD(AF-FUNCTION-CODE)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              IF AF-APPLICATION-ID NOT EQUAL WS-APPLICATION-ID
                 EXEC CICS UNLOCK
                      FILE(AC-APP-FUNCTION-FILENAME)
                      END-EXEC
                 MOVE 'That code belongs to another application.'
                    TO WS-MESSAGE-TEXT
              ELSE
                 MOVE 'APFCHNG' TO WS-MA-ACTION
                 PERFORM 9660-BUILD-BEFORE-IMAGE
                 PERFORM 5200-MOVE-ENTRY-FIELDS
                 EXEC CICS REWRITE
                      FILE(AC-APP-FUNCTION-FILENAME)
                      FROM (APP-FUNCTION-RECORD)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
                 PERFORM 5300-AUDIT-STORED-FUNCTION
              END-IF
           ELSE
              MOVE 'APFADD' TO WS-MA-ACTION
              MOVE SPACES TO WS-MA-BEFORE
              INITIALIZE APP-FUNCTION-RECORD
              MOVE WS-FUNCTION-CODE TO AF-FUNCTION-CODE
              MOVE WS-APPLICATION-ID TO AF-APPLICATION-ID
              SET AF-ST-ACTIVE TO TRUE
              PERFORM 5200-MOVE-ENTRY-FIELDS
              EXEC CICS WRITE
                   FILE(AC-APP-FUNCTION-FILENAME)
                   FROM (APP-FUNCTION-RECORD)
                   RIDFLD(AF-FUNCTION-CODE)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              PERFORM 5300-AUDIT-STORED-FUNCTION
           END-IF.

       5200-MOVE-ENTRY-FIELDS.
      *    THE KEYED DESCRIPTION, STAMPED WITH WHO AND WHEN
           MOVE WS-DESCRIPTION TO AF-DESCRIPTION.
           MOVE WS-ADMIN-ID TO AF-CHANGED-BY.
           MOVE WS-TODAY TO AF-CHANGED-DATE.

       5300-AUDIT-STORED-FUNCTION.
      *    AUDIT A SUCCESSFUL WRITE OR REWRITE AND SAY HOW IT WENT
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 9670-BUILD-AFTER-IMAGE
              MOVE WS-FUNCTION-CODE TO WS-MA-TARGET
              PERFORM 9600-WRITE-MAINT-AUDIT
              MOVE 'Function code saved.' TO WS-MESSAGE-TEXT
           ELSE
              MOVE 'Unable to save that function code, try again.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       6000-CHANGE-FUNCTION-STATUS.
      *    SUSPEND OR REINSTATE THE CODE - ITS ROLE AND USER GRANTS
      *    ARE KEPT, THE SERVICE JUST REFUSES IT WHILE SUSPENDED
           MOVE WS-FUNCTION-CODE TO AF-FUNCTION-CODE.

           EXEC CICS READ
                FILE(AC-APP-FUNCTION-FILENAME)
                INTO (APP-FUNCTION-RECORD)
                RIDFLD(AF-FUNCTION-CODE)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              MOVE 'That function code is not registered.'
                 TO WS-MESSAGE-TEXT
           ELSE
              PERFORM 9660-BUILD-BEFORE-IMAGE
              IF ACTIONI IS EQUAL TO 'S'
                 SET AF-ST-SUSPENDED TO TRUE
                 MOVE 'APFSUSP' TO WS-MA-ACTION
              ELSE
                 SET AF-ST-ACTIVE TO TRUE
                 MOVE 'APFRINS' TO WS-MA-ACTION
              END-IF
              MOVE WS-ADMIN-ID TO AF-CHANGED-BY
              MOVE WS-TODAY TO AF-CHANGED-DATE
              EXEC CICS REWRITE
                   FILE(AC-APP-FUNCTION-FILENAME)
                   FROM (APP-FUNCTION-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              PERFORM 5300-AUDIT-STORED-FUNCTION
           END-IF.

       7000-DELETE-FUNCTION.
      *    TAKE THE CODE OFF THE REGISTER - THE SERVICE REFUSES IT
      *    FROM NOW ON
           MOVE WS-FUNCTION-CODE TO AF-FUNCTION-CODE.

           EXEC CICS READ
                FILE(AC-APP-FUNCTION-FILENAME)
                INTO (APP-FUNCTION-RECORD)
                RIDFLD(AF-FUNCTION-CODE)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              MOVE 'That function code is not registered.'
                 TO WS-MESSAGE-TEXT
           ELSE
              PERFORM 9660-BUILD-BEFORE-IMAGE
              EXEC CICS DELETE
                   FILE(AC-APP-FUNCTION-FILENAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE 'APFDEL' TO WS-MA-ACTION
                 MOVE WS-FUNCTION-CODE TO WS-MA-TARGET
                 MOVE SPACES TO WS-MA-AFTER
                 PERFORM 9600-WRITE-MAINT-AUDIT
                 MOVE 'Function code deleted.' TO WS-MESSAGE-TEXT
              ELSE
                 MOVE 'Unable to delete that function code, try again.'
                    TO WS-MESSAGE-TEXT
              END-IF
           END-IF.

       9660-BUILD-BEFORE-IMAGE.
      *    THE ENTRY AS IT STOOD BEFORE THE CHANGE
           MOVE SPACES TO WS-MA-BEFORE.
           STRING AF-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AF-APPLICATION-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AF-DESCRIPTION (1:9) DELIMITED BY SIZE
              INTO WS-MA-BEFORE
           END-STRING.

       9670-BUILD-AFTER-IMAGE.
      *    THE ENTRY AS IT STANDS NOW
           MOVE SPACES TO WS-MA-AFTER.
           STRING AF-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AF-APPLICATION-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AF-DESCRIPTION (1:9) DELIMITED BY SIZE
              INTO WS-MA-AFTER
           END-STRING.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF WHAT THE ADMINISTRATOR JUST
      *    DID - A REGISTERED CODE DECIDES WHAT ANOTHER APPLICATION
      *    MAY ASK ABOUT OUR USERS
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

       9700-GET-TIMESTAMP.
      *    TODAY'S DATE, FOR THE CHANGED-ON STAMP
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
                END-EXEC.

       9100-SEND-MAP.
      *    SENDS MAP TO THE ADMINISTRATOR
           EXEC CICS SEND
                MAP(AC-APFMNT-MAP-NAME)
                MAPSET(AC-APFMNT-MAPSET-NAME)
                FROM (EAPFMO)
                ERASE
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
           EXEC CICS RETURN
                TRANSID(AC-APFMNT-TRANSACTION-ID)
                COMMAREA(WS-SESSION-STATE)
                END-EXEC.

       9400-RETURN-AND-END.
      *    PF3 WAS PRESSED - END THE CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       9500-SEND-MESSAGE-AND-END.
      *    SHOW THE MESSAGE SET ABOVE AND END THE CONVERSATION
           INITIALIZE EAPFMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.
