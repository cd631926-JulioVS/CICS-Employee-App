       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGRDMNT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - GRID CARD MAINTENANCE PROGRAM
      *        LISTS THE ADMINISTRATOR GRID CARDS ON EGRDCRD - CARD
      *        NUMBER, STATUS, ISSUE AND EXPIRY DATES, AND WHO REVOKED
      *        IT AND WHEN - TEN FROM THE USER ID KEYED, AND LETS AN
      *        ADMINISTRATOR REVOKE A CARD THAT IS LOST OR SEEN.  A
      *        REVOKED CARD IS REFUSED BY ESONP AT ONCE, SO ITS HOLDER
      *        CANNOT SIGN ON UNTIL THE EGRDISS JOB ISSUES A NEW ONE.
      *        CARDS ARE NEVER ISSUED OR SHOWN HERE.  EVERY REVOCATION
      *        IS WRITTEN TO THE EMNTAUD MAINTENANCE AUDIT.
      *        RESTRICTED TO RU-UT-ADMINISTRATOR USERS.
      *        ACTIONS: R=REVOKE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY EGRDMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY EGRDCRD.
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
       01 WS-CARD-USER-ID           PIC X(8).
       01 WS-BROWSE-USER-ID         PIC X(8).
       01 WS-BROWSE-SWITCH          PIC X(1).
          88 WS-BROWSE-DONE               VALUE 'Y'.
          88 WS-BROWSE-NOT-DONE           VALUE 'N'.
       01 WS-STATUS-TEXT            PIC X(7).
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO STAMP THE REVOCATION AND THE AUDIT.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
      ******************************************************************
      *   STAGING FIELDS FOR THE MAINTENANCE AUDIT RECORD WRITTEN BY
      *   9600-WRITE-MAINT-AUDIT.  EACH IMAGE IS THE CARD NUMBER AND
      *   ITS STATUS.
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
           MOVE SPACES TO WS-CARD-USER-ID.
           PERFORM 4000-DISPLAY-CARDS.

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
                MAP(AC-GRDMNT-MAP-NAME)
                MAPSET(AC-GRDMNT-MAPSET-NAME)
                INTO (EGRDMI)
                END-EXEC.

           IF EIBAID IS EQUAL TO DFHPF3
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SPACES TO WS-MESSAGE-TEXT.
           PERFORM 9700-GET-TIMESTAMP.

           MOVE USERIDI TO WS-CARD-USER-ID.
           INSPECT WS-CARD-USER-ID REPLACING ALL LOW-VALUE BY SPACE.

           EVALUATE ACTIONI
           WHEN 'R'
                IF WS-CARD-USER-ID IS EQUAL TO SPACES
                   MOVE 'Key the user ID whose card is to be revoked.'
                      TO WS-MESSAGE-TEXT
                ELSE
                   PERFORM 5000-REVOKE-CARD
                END-IF
           WHEN SPACE
           WHEN LOW-VALUE
                CONTINUE
           WHEN OTHER
                MOVE 'Action must be R (revoke).' TO WS-MESSAGE-TEXT
           END-EVALUATE.

           PERFORM 4000-DISPLAY-CARDS.

       4000-DISPLAY-CARDS.
      *    LIST TEN CARDS FROM THE USER ID KEYED - OR FROM THE START
      *    WHEN NO USER ID WAS KEYED
           INITIALIZE EGRDMO.
           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE WS-CARD-USER-ID TO WS-BROWSE-USER-ID.

           EXEC CICS STARTBR
                FILE(AC-GRDCRD-FILENAME)
                RIDFLD(WS-BROWSE-USER-ID)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-BROWSE-NOT-DONE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 4100-BROWSE-NEXT-CARD UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-GRDCRD-FILENAME)
                   END-EXEC
           END-IF.

           MOVE WS-CARD-USER-ID TO USERIDO.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              IF WS-LISTED-COUNT IS EQUAL TO ZERO
                 MOVE 'No grid cards on file from that user ID on.'
                    TO MESSO
              ELSE
                 MOVE 'Key a user ID and R to revoke that card.'
                    TO MESSO
              END-IF
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       4100-BROWSE-NEXT-CARD.
      *    READ THE NEXT CARD AND APPEND A LIST LINE - A CARD PAST
      *    ITS EXPIRY SHOWS AS EXPIRED EVEN THOUGH IT WAS NEVER
      *    REVOKED
           EXEC CICS READNEXT
                FILE(AC-GRDCRD-FILENAME)
                INTO (GRID-CARD-RECORD)
                RIDFLD(WS-BROWSE-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR WS-LISTED-COUNT IS NOT LESS THAN 10
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              EVALUATE TRUE
              WHEN GC-ST-REVOKED
                   MOVE 'REVOKED' TO WS-STATUS-TEXT
              WHEN GC-EXPIRY-DATE IS LESS THAN WS-TODAY
                   MOVE 'EXPIRED' TO WS-STATUS-TEXT
              WHEN OTHER
                   MOVE 'ACTIVE' TO WS-STATUS-TEXT
              END-EVALUATE

              MOVE SPACES TO WS-LIST-LINE
              STRING GC-USER-ID DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     GC-CARD-NUMBER DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-STATUS-TEXT DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     GC-ISSUE-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     GC-EXPIRY-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     GC-REVOKED-BY DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     GC-REVOKED-DATE DELIMITED BY SIZE
                 INTO WS-LIST-LINE
              END-STRING
              ADD 1 TO WS-LISTED-COUNT
              MOVE WS-LIST-LINE TO
                   LISTAREAO (((WS-LISTED-COUNT - 1) * 64) + 1 : 64)
           END-IF.

       5000-REVOKE-CARD.
      *    MARK THE CARD REVOKED, STAMPED WITH WHO AND WHEN.  THE
      *    HASHES STAY ON FILE - THE STATUS ALONE STOPS THE CARD
           EXEC CICS READ
                FILE(AC-GRDCRD-FILENAME)
                INTO (GRID-CARD-RECORD)
                RIDFLD(WS-CARD-USER-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                MOVE 'No grid card on file for that user ID.'
                   TO WS-MESSAGE-TEXT
           WHEN GC-ST-REVOKED
                EXEC CICS UNLOCK
                     FILE(AC-GRDCRD-FILENAME)
                     END-EXEC
                MOVE 'That card is already revoked.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                PERFORM 5100-STORE-REVOCATION
           END-EVALUATE.

       5100-STORE-REVOCATION.
      *    REWRITE THE CARD AS REVOKED AND AUDIT THE CHANGE
           MOVE SPACES TO WS-MA-BEFORE.
           STRING 'CARD ' DELIMITED BY SIZE
                  GC-CARD-NUMBER DELIMITED BY SIZE
                  ' ACTIVE' DELIMITED BY SIZE
              INTO WS-MA-BEFORE
           END-STRING.

           SET GC-ST-REVOKED TO TRUE.
           MOVE WS-ADMIN-ID TO GC-REVOKED-BY.
           MOVE WS-TODAY TO GC-REVOKED-DATE.

           EXEC CICS REWRITE
                FILE(AC-GRDCRD-FILENAME)
                FROM (GRID-CARD-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'GRDREVK' TO WS-MA-ACTION
              MOVE GC-USER-ID TO WS-MA-TARGET
              MOVE SPACES TO WS-MA-AFTER
              STRING 'CARD ' DELIMITED BY SIZE
                     GC-CARD-NUMBER DELIMITED BY SIZE
                     ' REVOKED' DELIMITED BY SIZE
                 INTO WS-MA-AFTER
              END-STRING
              PERFORM 9600-WRITE-MAINT-AUDIT
              MOVE 'Grid card revoked.' TO WS-MESSAGE-TEXT
           ELSE
              MOVE 'Unable to revoke that card, try again.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF WHAT THE ADMINISTRATOR JUST
      *    DID - A REVOKED CARD SHUTS AN ADMINISTRATOR OUT
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
      *    TODAY'S DATE, FOR THE REVOKED-ON STAMP AND THE EXPIRY TEST
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
                MAP(AC-GRDMNT-MAP-NAME)
                MAPSET(AC-GRDMNT-MAPSET-NAME)
                FROM (EGRDMO)
                ERASE
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
           EXEC CICS RETURN
                TRANSID(AC-GRDMNT-TRANSACTION-ID)
                COMMAREA(WS-SESSION-STATE)
                END-EXEC.

       9400-RETURN-AND-END.
      *    PF3 WAS PRESSED - END THE CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       9500-SEND-MESSAGE-AND-END.
      *    SHOW THE MESSAGE SET ABOVE AND END THE CONVERSATION
           INITIALIZE EGRDMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.
