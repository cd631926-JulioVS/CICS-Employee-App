       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESODMNT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - SEGREGATION-OF-DUTIES MAINTENANCE PROGRAM
      *        LETS AN ADMINISTRATOR KEEP THE ESODRUL CONFLICT RULES -
      *        PAIRS OF TRANSACTIONS ONE PERSON MUST NOT HOLD
      *        TOGETHER - AND THE ESODEXC EXCEPTIONS THAT ALLOW A
      *        NAMED USER TO HOLD BOTH SIDES OF ONE RULE ANYWAY, EACH
      *        WITH THE REASON IT WAS ALLOWED.  EACRMNT AND EFIRMNT
      *        REFUSE A GRANT THAT WOULD COMPLETE A PAIR UNTIL THE
      *        EXCEPTION IS ON FILE.  A PAIR IS STORED LOWER
      *        TRANSACTION ID FIRST WHICHEVER WAY ROUND IT WAS KEYED.
      *        NOBODY MAY EXCUSE THEIR OWN CONFLICT.  EVERY CHANGE IS
      *        WRITTEN TO THE EMNTAUD MAINTENANCE AUDIT.  RESTRICTED
      *        TO RU-UT-ADMINISTRATOR USERS.  ACTIONS: A=ADD RULE,
      *        D=DELETE RULE, X=RECORD EXCEPTION, C=CANCEL EXCEPTION,
      *        ENTER ALONE RELISTS - THE RULES, OR THE EXCEPTIONS OF
      *        THE USER ID KEYED.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ESODMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY ESODRUL.
       COPY ESODEXC.
       COPY EREGUSR.
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
       01 WS-RULE-BROWSE-KEY        PIC X(8).
       01 WS-EXCEPT-BROWSE-KEY      PIC X(16).
       01 WS-LIST-USER-ID           PIC X(8).
       01 WS-LISTED-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-LIST-LINE              PIC X(64).
       01 WS-MESSAGE-TEXT           PIC X(60).
       01 WS-TODAY                  PIC X(8).
      ******************************************************************
      *   THE PAIR AS KEYED, PUT LOWER TRANSACTION ID FIRST SO IT
      *   MATCHES THE WAY RULES AND EXCEPTIONS ARE KEPT ON FILE.
      ******************************************************************
       01 WS-PAIR-KEY.
          05 WS-PAIR-TRANS-ID-A     PIC X(4).
          05 WS-PAIR-TRANS-ID-B     PIC X(4).
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
           MOVE SPACES TO WS-LIST-USER-ID.
           PERFORM 4000-DISPLAY-THE-LIST.

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
                MAP(AC-SODMNT-MAP-NAME)
                MAPSET(AC-SODMNT-MAPSET-NAME)
                INTO (ESODMI)
                END-EXEC.

           IF EIBAID IS EQUAL TO DFHPF3
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SPACES TO WS-MESSAGE-TEXT.

           IF USERIDI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO WS-LIST-USER-ID
           ELSE
              MOVE USERIDI TO WS-LIST-USER-ID
           END-IF.

           PERFORM 3100-ORDER-THE-PAIR.

           EVALUATE ACTIONI
           WHEN 'A'
                PERFORM 5000-ADD-RULE
           WHEN 'D'
                PERFORM 6000-DELETE-RULE
           WHEN 'X'
                PERFORM 7000-RECORD-EXCEPTION
           WHEN 'C'
                PERFORM 8000-CANCEL-EXCEPTION
           WHEN SPACE
           WHEN LOW-VALUE
                CONTINUE
           WHEN OTHER
                MOVE 'Action must be A, D, X or C.' TO WS-MESSAGE-TEXT
           END-EVALUATE.

           PERFORM 4000-DISPLAY-THE-LIST.

       3100-ORDER-THE-PAIR.
      *    RULES AND EXCEPTIONS ARE KEPT LOWER TRANSACTION ID FIRST
           IF TRANSAI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO TRANSAI
           END-IF.
           IF TRANSBI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO TRANSBI
           END-IF.

           IF TRANSAI IS GREATER THAN TRANSBI
              MOVE TRANSBI TO WS-PAIR-TRANS-ID-A
              MOVE TRANSAI TO WS-PAIR-TRANS-ID-B
           ELSE
              MOVE TRANSAI TO WS-PAIR-TRANS-ID-A
              MOVE TRANSBI TO WS-PAIR-TRANS-ID-B
           END-IF.

       3200-GET-TODAY.
      *    TODAY'S DATE FOR THE ADDED/RECORDED STAMP
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
                END-EXEC.

       4000-DISPLAY-THE-LIST.
      *    LIST THE CONFLICT RULES - OR, WHEN A USER ID IS KEYED, THE
      *    EXCEPTIONS RECORDED FOR THAT USER
           INITIALIZE ESODMO.
           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-LISTED-COUNT.

           IF WS-LIST-USER-ID IS EQUAL TO SPACES
              PERFORM 4100-LIST-RULES
           ELSE
              PERFORM 4300-LIST-EXCEPTIONS
              MOVE WS-LIST-USER-ID TO USERIDO
           END-IF.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              EVALUATE TRUE
              WHEN WS-LISTED-COUNT IS NOT EQUAL TO ZERO
                   MOVE 'Key the pair, user, text and A, D, X or C.'
                      TO MESSO
              WHEN WS-LIST-USER-ID IS EQUAL TO SPACES
                   MOVE 'No conflict rules are on file.' TO MESSO
              WHEN OTHER
                   MOVE 'No exceptions are recorded for that user.'
                      TO MESSO
              END-EVALUATE
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       4100-LIST-RULES.
      *    BROWSE THE CONFLICT RULES FROM THE TOP
           MOVE LOW-VALUES TO WS-RULE-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE(AC-SOD-RULES-FILENAME)
                RIDFLD(WS-RULE-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-BROWSE-NOT-DONE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 4200-BROWSE-NEXT-RULE UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-SOD-RULES-FILENAME)
                   END-EXEC
           END-IF.

       4200-BROWSE-NEXT-RULE.
      *    READ THE NEXT RULE AND APPEND A LIST LINE
           EXEC CICS READNEXT
                FILE(AC-SOD-RULES-FILENAME)
                INTO (SOD-RULE-RECORD)
                RIDFLD(WS-RULE-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR WS-LISTED-COUNT IS NOT LESS THAN 10
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              MOVE SPACES TO WS-LIST-LINE
              STRING SD-TRANS-ID-A DELIMITED BY SIZE
                     ' X ' DELIMITED BY SIZE
                     SD-TRANS-ID-B DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     SD-DESCRIPTION DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     SD-ADDED-BY DELIMITED BY SIZE
                 INTO WS-LIST-LINE
              END-STRING
              ADD 1 TO WS-LISTED-COUNT
              MOVE WS-LIST-LINE TO
                   LISTAREAO (((WS-LISTED-COUNT - 1) * 64) + 1 : 64)
           END-IF.

       4300-LIST-EXCEPTIONS.
      *    BROWSE THE EXCEPTIONS FROM THE FIRST ONE FOR THIS USER
           MOVE LOW-VALUES TO WS-EXCEPT-BROWSE-KEY.
           MOVE WS-LIST-USER-ID TO WS-EXCEPT-BROWSE-KEY (1:8).

           EXEC CICS STARTBR
                FILE(AC-SOD-EXCEPT-FILENAME)
                RIDFLD(WS-EXCEPT-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-BROWSE-NOT-DONE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 4400-BROWSE-NEXT-EXCEPTION UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-SOD-EXCEPT-FILENAME)
                   END-EXEC
           END-IF.

       4400-BROWSE-NEXT-EXCEPTION.
      *    READ THE NEXT EXCEPTION - STOP AT THE NEXT USER
           EXEC CICS READNEXT
                FILE(AC-SOD-EXCEPT-FILENAME)
                INTO (SOD-EXCEPTION-RECORD)
                RIDFLD(WS-EXCEPT-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR SX-USER-ID IS NOT EQUAL TO WS-LIST-USER-ID
              OR WS-LISTED-COUNT IS NOT LESS THAN 10
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              MOVE SPACES TO WS-LIST-LINE
              STRING SX-TRANS-ID-A DELIMITED BY SIZE
                     ' X ' DELIMITED BY SIZE
                     SX-TRANS-ID-B DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     SX-REASON DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     SX-RECORDED-BY DELIMITED BY SIZE
                 INTO WS-LIST-LINE
              END-STRING
              ADD 1 TO WS-LISTED-COUNT
              MOVE WS-LIST-LINE TO
                   LISTAREAO (((WS-LISTED-COUNT - 1) * 64) + 1 : 64)
           END-IF.

       5000-ADD-RULE.
      *    VALIDATE AND WRITE A NEW CONFLICT RULE
           EVALUATE TRUE
           WHEN WS-PAIR-TRANS-ID-A IS EQUAL TO SPACES
                MOVE 'Key both transaction IDs of the pair.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-PAIR-TRANS-ID-A IS EQUAL TO WS-PAIR-TRANS-ID-B
                MOVE 'A transaction cannot conflict with itself.'
                   TO WS-MESSAGE-TEXT
           WHEN TEXTI IS EQUAL TO SPACES OR LOW-VALUES
                MOVE 'Key a description of the conflict.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                PERFORM 5100-WRITE-RULE
           END-EVALUATE.

       5100-WRITE-RULE.
      *    BUILD AND WRITE THE RULE
           PERFORM 3200-GET-TODAY.

           INITIALIZE SOD-RULE-RECORD.
           MOVE WS-PAIR-TRANS-ID-A TO SD-TRANS-ID-A.
           MOVE WS-PAIR-TRANS-ID-B TO SD-TRANS-ID-B.
           MOVE TEXTI TO SD-DESCRIPTION.
           MOVE WS-ADMIN-ID TO SD-ADDED-BY.
           MOVE WS-TODAY TO SD-ADDED-DATE.

           EXEC CICS WRITE
                FILE(AC-SOD-RULES-FILENAME)
                FROM (SOD-RULE-RECORD)
                RIDFLD(SD-RULE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'SODRLADD' TO WS-MA-ACTION
                MOVE SD-RULE-KEY TO WS-MA-TARGET
                MOVE SPACES TO WS-MA-BEFORE
                MOVE SD-DESCRIPTION TO WS-MA-AFTER
                PERFORM 9600-WRITE-MAINT-AUDIT
                MOVE 'Conflict rule added.' TO WS-MESSAGE-TEXT
           WHEN DFHRESP(DUPREC)
                MOVE 'That pair is already a conflict rule.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                MOVE 'Unable to add that rule, try again.'
                   TO WS-MESSAGE-TEXT
           END-EVALUATE.

       6000-DELETE-RULE.
      *    WITHDRAW A CONFLICT RULE - ANY EXCEPTIONS AGAINST IT ARE
      *    LEFT ON FILE AND SIMPLY STOP MATTERING
           MOVE WS-PAIR-KEY TO SD-RULE-KEY.

           EXEC CICS READ
                FILE(AC-SOD-RULES-FILENAME)
                INTO (SOD-RULE-RECORD)
                RIDFLD(SD-RULE-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              MOVE 'No conflict rule on file for that pair.'
                 TO WS-MESSAGE-TEXT
           ELSE
              EXEC CICS DELETE
                   FILE(AC-SOD-RULES-FILENAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE 'SODRLDEL' TO WS-MA-ACTION
                 MOVE SD-RULE-KEY TO WS-MA-TARGET
                 MOVE SD-DESCRIPTION TO WS-MA-BEFORE
                 MOVE SPACES TO WS-MA-AFTER
                 PERFORM 9600-WRITE-MAINT-AUDIT
                 MOVE 'Conflict rule deleted.' TO WS-MESSAGE-TEXT
              ELSE
                 MOVE 'Unable to delete that rule, try again.'
                    TO WS-MESSAGE-TEXT
              END-IF
           END-IF.

       7000-RECORD-EXCEPTION.
      *    VALIDATE AN EXCEPTION - THE RULE MUST EXIST, THE USER MUST
      *    BE REGISTERED, A REASON IS MANDATORY AND NOBODY EXCUSES
      *    THEIR OWN CONFLICT
           MOVE WS-PAIR-KEY TO SD-RULE-KEY.

           EXEC CICS READ
                FILE(AC-SOD-RULES-FILENAME)
                INTO (SOD-RULE-RECORD)
                RIDFLD(SD-RULE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              MOVE 'No conflict rule on file for that pair.'
                 TO WS-MESSAGE-TEXT
           ELSE
              PERFORM 7100-VALIDATE-EXCEPTION
           END-IF.

       7100-VALIDATE-EXCEPTION.
      *    CHECK THE USER AND REASON BEFORE WRITING
           IF WS-LIST-USER-ID IS NOT EQUAL TO SPACES
              EXEC CICS READ
                   FILE(AC-REG-USER-FILENAME)
                   INTO (REG-USER-RECORD)
                   RIDFLD(WS-LIST-USER-ID)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           EVALUATE TRUE
           WHEN WS-LIST-USER-ID IS EQUAL TO SPACES
                MOVE 'Key the user ID the exception is for.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                MOVE 'That user ID is not registered.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-LIST-USER-ID IS EQUAL TO WS-ADMIN-ID
                MOVE 'You cannot record an exception for yourself.'
                   TO WS-MESSAGE-TEXT
           WHEN TEXTI IS EQUAL TO SPACES OR LOW-VALUES
                MOVE 'Key the reason the exception is allowed.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                PERFORM 7200-WRITE-EXCEPTION
           END-EVALUATE.

       7200-WRITE-EXCEPTION.
      *    BUILD AND WRITE THE EXCEPTION
           PERFORM 3200-GET-TODAY.

           INITIALIZE SOD-EXCEPTION-RECORD.
           MOVE WS-LIST-USER-ID TO SX-USER-ID.
           MOVE WS-PAIR-TRANS-ID-A TO SX-TRANS-ID-A.
           MOVE WS-PAIR-TRANS-ID-B TO SX-TRANS-ID-B.
           MOVE TEXTI TO SX-REASON.
           MOVE WS-ADMIN-ID TO SX-RECORDED-BY.
           MOVE WS-TODAY TO SX-RECORDED-DATE.

           EXEC CICS WRITE
                FILE(AC-SOD-EXCEPT-FILENAME)
                FROM (SOD-EXCEPTION-RECORD)
                RIDFLD(SX-EXCEPTION-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'SODEXADD' TO WS-MA-ACTION
                MOVE SX-USER-ID TO WS-MA-TARGET
                MOVE SPACES TO WS-MA-BEFORE
                MOVE SPACES TO WS-MA-AFTER
                STRING WS-PAIR-KEY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SX-REASON DELIMITED BY SIZE
                   INTO WS-MA-AFTER
                END-STRING
                PERFORM 9600-WRITE-MAINT-AUDIT
                MOVE 'Exception recorded.' TO WS-MESSAGE-TEXT
           WHEN DFHRESP(DUPREC)
                MOVE 'That user already has an exception for the pair.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                MOVE 'Unable to record that exception, try again.'
                   TO WS-MESSAGE-TEXT
           END-EVALUATE.

       8000-CANCEL-EXCEPTION.
      *    WITHDRAW AN EXCEPTION - FROM NOW ON THE PAIR IS REFUSED
      *    FOR THAT USER AND SHOWS ON THE NIGHTLY REPORT IF HELD
           MOVE WS-LIST-USER-ID TO SX-USER-ID.
           MOVE WS-PAIR-TRANS-ID-A TO SX-TRANS-ID-A.
           MOVE WS-PAIR-TRANS-ID-B TO SX-TRANS-ID-B.

           EXEC CICS READ
                FILE(AC-SOD-EXCEPT-FILENAME)
                INTO (SOD-EXCEPTION-RECORD)
                RIDFLD(SX-EXCEPTION-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              MOVE 'No exception on file for that user and pair.'
                 TO WS-MESSAGE-TEXT
           ELSE
              EXEC CICS DELETE
                   FILE(AC-SOD-EXCEPT-FILENAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE 'SODEXDEL' TO WS-MA-ACTION
                 MOVE SX-USER-ID TO WS-MA-TARGET
                 MOVE SPACES TO WS-MA-BEFORE
                 STRING WS-PAIR-KEY DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        SX-REASON DELIMITED BY SIZE
                    INTO WS-MA-BEFORE
                 END-STRING
                 MOVE SPACES TO WS-MA-AFTER
                 PERFORM 9600-WRITE-MAINT-AUDIT
                 MOVE 'Exception cancelled.' TO WS-MESSAGE-TEXT
              ELSE
                 MOVE 'Unable to cancel that exception, try again.'
                    TO WS-MESSAGE-TEXT
              END-IF
           END-IF.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF WHAT THE ADMINISTRATOR JUST
      *    DID - CONFLICT RULES AND EXCEPTIONS ARE CONTROLS THE
      *    AUDITORS WILL ASK ABOUT
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
                MAP(AC-SODMNT-MAP-NAME)
                MAPSET(AC-SODMNT-MAPSET-NAME)
                FROM (ESODMO)
                ERASE
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
           EXEC CICS RETURN
                TRANSID(AC-SODMNT-TRANSACTION-ID)
                COMMAREA(WS-SESSION-STATE)
                END-EXEC.

       9400-RETURN-AND-END.
      *    PF3 WAS PRESSED - END THE CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       9500-SEND-MESSAGE-AND-END.
      *    SHOW THE MESSAGE SET ABOVE AND END THE CONVERSATION
           INITIALIZE ESODMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.
