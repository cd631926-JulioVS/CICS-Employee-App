       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAUTHSV.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - AUTHORIZATION-CHECK SERVICE PROGRAM
      *        LINKED TO BY OTHER CICS APPLICATIONS IN THE REGION ON
      *        THE AUTHSVCHANNEL CHANNEL/CONTAINER (OR THROUGH THE
      *        EAUTHWB WEB FRONT DOOR) WITH THEIR APPLICATION ID, A
      *        USER ID, ONE OF THEIR REGISTERED FUNCTION CODES AND
      *        OPTIONALLY A TERMINAL ID.  IT ANSWERS WHETHER THE
      *        EREGUSR ACCOUNT IS ACTIVE AND INSIDE ITS VALIDITY
      *        DATES, WHETHER THE USER IS SIGNED ON (AT THAT
      *        TERMINAL), AND WHAT EAUTHCK SAYS ABOUT THE USER AND
      *        FUNCTION CODE - SO THE OTHER APPLICATION ENFORCES THE
      *        SAME ACCESS RULES AS OUR OWN SCREENS.  A FUNCTION CODE
      *        NOT REGISTERED ON EAPPFNC TO THE CALLING APPLICATION,
      *        OR SUSPENDED, IS REFUSED WITHOUT LOOKING AT THE USER.
      *        EVERY DECISION IS WRITTEN TO THE EASVAUD TRAIL.  THIS
      *        IS A SINGLE REQUEST/RESPONSE WITH NO STATE BETWEEN
      *        CALLS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EAUTHSV.
       COPY ECONST.
       COPY EREGUSR.
       COPY EAPPFNC.
       COPY EASVAUD.
       COPY EUACTTS.
       COPY EAUTHCK.
       COPY ESESCHK.
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-USER-ACTIVITY-QUEUE-NAME.
          05 WS-UA-QNAME-PREFIX        PIC X(8).
          05 WS-UA-QNAME-USERID        PIC X(8).
       01 WS-AUDIT-WRITE-SWITCH     PIC X(1).
          88 WS-AUDIT-WRITE-DONE          VALUE 'Y'.
          88 WS-AUDIT-WRITE-NOT-DONE      VALUE 'N'.
      ******************************************************************
      *   DATE FIELDS USED FOR THE VALIDITY-DATE CHECK AND TO STAMP
      *   THE DECISION RECORD.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE IS COMPUTATIONAL-3.
       01 WS-CURRENT-DATE           PIC X(8).
       01 WS-CURRENT-TIME           PIC X(6).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-RECEIVE-REQUEST.
           PERFORM 2000-CHECK-REGISTRATION.

           IF ASV-RESP-AUTHORIZED
              PERFORM 3000-CHECK-USER
           END-IF.

           PERFORM 8000-WRITE-DECISION-AUDIT.
           PERFORM 9000-RETURN-RESPONSE.

           EXEC CICS RETURN
                END-EXEC.

       SUB-ROUTINE SECTION.
      *
       1000-RECEIVE-REQUEST.
      *    PULL THE REQUEST OFF THE CHANNEL AND CLEAR THE RESPONSE -
      *    EVERY FLAG STARTS AT NO UNTIL A CHECK PROVES OTHERWISE
           EXEC CICS GET
                CONTAINER(AC-AUTHSV-CONTAINER-NAME)
                CHANNEL(AC-AUTHSV-CHANNEL-NAME)
                INTO (AUTH-SERVICE-CONTAINER)
                FLENGTH(LENGTH OF AUTH-SERVICE-CONTAINER)
                END-EXEC.

           IF ASV-REQUEST-SOURCE IS EQUAL TO SPACE
              SET ASV-SOURCE-LINK TO TRUE
           END-IF.

           SET ASV-RESP-AUTHORIZED TO TRUE.
           MOVE 'N' TO ASV-ACCOUNT-ACTIVE.
           MOVE 'N' TO ASV-ACCOUNT-IN-DATES.
           MOVE 'N' TO ASV-SIGNED-ON.
           MOVE SPACES TO ASV-SIGNED-ON-TERMINAL.
           MOVE SPACES TO ASV-USER-TYPE.
           SET ASV-VERDICT-DENIED TO TRUE.
           MOVE SPACES TO ASV-MESSAGE-TEXT.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-CURRENT-DATE)
                TIME(WS-CURRENT-TIME)
                END-EXEC.

       2000-CHECK-REGISTRATION.
      *    THE FUNCTION CODE MUST BE REGISTERED, TO THIS CALLING
      *    APPLICATION, AND NOT SUSPENDED - ONE APPLICATION CANNOT
      *    ASK ABOUT ANOTHER'S FUNCTIONS OR ABOUT OUR OWN SCREENS
           MOVE ASV-FUNCTION-CODE TO AF-FUNCTION-CODE.

           EXEC CICS READ
                FILE(AC-APP-FUNCTION-FILENAME)
                INTO (APP-FUNCTION-RECORD)
                RIDFLD(AF-FUNCTION-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NOTFND)
           WHEN WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
            AND AF-APPLICATION-ID NOT EQUAL ASV-APPLICATION-ID
                SET ASV-RESP-NOT-REGISTERED TO TRUE
                MOVE 'Function code not registered to this application.'
                   TO ASV-MESSAGE-TEXT
           WHEN WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                SET ASV-RESP-UNAVAILABLE TO TRUE
                MOVE 'Authorization service unavailable, try later.'
                   TO ASV-MESSAGE-TEXT
           WHEN AF-ST-SUSPENDED
                SET ASV-RESP-NOT-REGISTERED TO TRUE
                MOVE 'Function code is suspended.' TO ASV-MESSAGE-TEXT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       3000-CHECK-USER.
      *    READ THE USER'S ACCOUNT, THEN MAKE EACH CHECK IN TURN.
      *    EVERY CHECK IS MADE EVEN AFTER ONE FAILS, SO THE CALLER
      *    GETS THE WHOLE PICTURE BACK
           EXEC CICS READ
                FILE(AC-REG-USER-FILENAME)
                INTO (REG-USER-RECORD)
                RIDFLD(ASV-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE RU-USER-TYPE TO ASV-USER-TYPE
                IF RU-ST-ACTIVE
                   MOVE 'Y' TO ASV-ACCOUNT-ACTIVE
                END-IF
                PERFORM 3100-CHECK-VALIDITY-DATES
                PERFORM 3200-CHECK-SIGNED-ON
                PERFORM 3300-MAKE-DECISION
           WHEN DFHRESP(NOTFND)
                SET ASV-RESP-UNKNOWN-USER TO TRUE
                MOVE 'Unknown user ID.' TO ASV-MESSAGE-TEXT
           WHEN OTHER
                SET ASV-RESP-UNAVAILABLE TO TRUE
                MOVE 'Authorization service unavailable, try later.'
                   TO ASV-MESSAGE-TEXT
           END-EVALUATE.

       3100-CHECK-VALIDITY-DATES.
      *    A CONTRACTOR ACCOUNT ONLY WORKS BETWEEN ITS PLANNED
      *    EFFECTIVE-FROM AND EXPIRES-ON DATES - BLANK BOUNDS MEAN A
      *    PERMANENT ACCOUNT WITH NO WINDOW TO ENFORCE
           MOVE 'Y' TO ASV-ACCOUNT-IN-DATES.

           IF RU-EFFECTIVE-FROM-DATE IS NUMERIC
              AND WS-CURRENT-DATE IS LESS THAN RU-EFFECTIVE-FROM-DATE
              MOVE 'N' TO ASV-ACCOUNT-IN-DATES
           END-IF.

           IF RU-EXPIRES-ON-DATE IS NUMERIC
              AND WS-CURRENT-DATE IS GREATER THAN RU-EXPIRES-ON-DATE
              MOVE 'N' TO ASV-ACCOUNT-IN-DATES
           END-IF.

       3200-CHECK-SIGNED-ON.
      *    THE USER'S OWN ACTIVITY QUEUE SAYS WHETHER AND WHERE THEY
      *    ARE SIGNED ON.  WHEN THE CALLER NAMED A TERMINAL, ESESCHK
      *    MUST ALSO SHOW THIS USER AS THAT TERMINAL'S SESSION
           MOVE AC-USER-ACTIVITY-QPREFIX TO WS-UA-QNAME-PREFIX.
           MOVE ASV-USER-ID TO WS-UA-QNAME-USERID.

           EXEC CICS READQ TS
                QUEUE(WS-USER-ACTIVITY-QUEUE-NAME)
                INTO (USER-ACTIVITY-RECORD)
                ITEM(1)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND UA-ST-SIGNED-ON
              MOVE UA-TERMINAL-ID TO ASV-SIGNED-ON-TERMINAL
              IF ASV-TERMINAL-ID IS EQUAL TO SPACES
                 OR ASV-TERMINAL-ID IS EQUAL TO LOW-VALUES
                 MOVE 'Y' TO ASV-SIGNED-ON
              ELSE
                 PERFORM 3250-CHECK-TERMINAL-SESSION
              END-IF
           END-IF.

       3250-CHECK-TERMINAL-SESSION.
      *    ASK ESESCHK WHO IS SIGNED ON AT THE TERMINAL NAMED - IT
      *    MUST BE THIS USER
           INITIALIZE SESSION-CHECK-COMMAREA.
           MOVE ASV-TERMINAL-ID TO SES-TERMINAL-ID.

           EXEC CICS LINK
                PROGRAM(AC-SESCHK-PROGRAM-NAME)
                COMMAREA(SESSION-CHECK-COMMAREA)
                LENGTH(LENGTH OF SESSION-CHECK-COMMAREA)
                END-EXEC.

           IF SES-SIGNED-ON
              AND SES-USER-ID IS EQUAL TO ASV-USER-ID
              MOVE 'Y' TO ASV-SIGNED-ON
           END-IF.

       3300-MAKE-DECISION.
      *    ASK EAUTHCK ABOUT THE FUNCTION CODE, THEN DECIDE.  ONLY A
      *    USER WHO PASSES EVERY OTHER CHECK IS ABOUT TO USE THE
      *    FUNCTION, SO ONLY THEN IS A FIRECALL GRANT AUDITED AS
      *    USED; OTHERWISE THE CHECK IS AN INQUIRY
           INITIALIZE AUTHORIZATION-CHECK-COMMAREA.
           MOVE ASV-USER-ID TO ATH-USER-ID.
           MOVE RU-USER-TYPE TO ATH-USER-TYPE.
           MOVE ASV-FUNCTION-CODE TO ATH-TRANS-ID.

           IF ASV-ACCOUNT-IS-ACTIVE
              AND ASV-ACCOUNT-IS-IN-DATES
              AND ASV-IS-SIGNED-ON
              SET ATH-CHECK-FOR-USE TO TRUE
           ELSE
              SET ATH-CHECK-INQUIRY-ONLY TO TRUE
           END-IF.

           EXEC CICS LINK
                PROGRAM(AC-AUTHCK-PROGRAM-NAME)
                COMMAREA(AUTHORIZATION-CHECK-COMMAREA)
                LENGTH(LENGTH OF AUTHORIZATION-CHECK-COMMAREA)
                END-EXEC.

           MOVE ATH-RESULT TO ASV-AUTH-VERDICT.

           EVALUATE TRUE
           WHEN NOT ASV-ACCOUNT-IS-ACTIVE
                SET ASV-RESP-NOT-AUTHORIZED TO TRUE
                MOVE 'This user ID is inactive.' TO ASV-MESSAGE-TEXT
           WHEN NOT ASV-ACCOUNT-IS-IN-DATES
                SET ASV-RESP-NOT-AUTHORIZED TO TRUE
                MOVE 'This user ID is outside its validity dates.'
                   TO ASV-MESSAGE-TEXT
           WHEN NOT ASV-IS-SIGNED-ON
                SET ASV-RESP-NOT-AUTHORIZED TO TRUE
                MOVE 'This user is not signed on at that terminal.'
                   TO ASV-MESSAGE-TEXT
           WHEN NOT ASV-VERDICT-GRANTED
                SET ASV-RESP-NOT-AUTHORIZED TO TRUE
                MOVE 'This user is not authorized for the function.'
                   TO ASV-MESSAGE-TEXT
           WHEN OTHER
                SET ASV-RESP-AUTHORIZED TO TRUE
                MOVE 'Authorized.' TO ASV-MESSAGE-TEXT
           END-EVALUATE.

       8000-WRITE-DECISION-AUDIT.
      *    RECORD THE DECISION, WHATEVER IT WAS.  A FAILED WRITE
      *    NEVER CHANGES THE ANSWER - THE TRAIL IS JUST ONE SHORT
           INITIALIZE AUTH-SERVICE-AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO SA-AUDIT-DATE.
           MOVE WS-CURRENT-TIME TO SA-AUDIT-TIME.
           MOVE EIBTASKN TO SA-TASK-NUMBER.
           MOVE ZERO TO SA-SEQUENCE.
           MOVE ASV-APPLICATION-ID TO SA-APPLICATION-ID.
           MOVE ASV-FUNCTION-CODE TO SA-FUNCTION-CODE.
           MOVE ASV-USER-ID TO SA-USER-ID.
           MOVE ASV-TERMINAL-ID TO SA-TERMINAL-ID.
           MOVE EIBTRNID TO SA-CALLER-TRANS-ID.
           MOVE ASV-REQUEST-SOURCE TO SA-REQUEST-SOURCE.
           MOVE ASV-ACCOUNT-ACTIVE TO SA-ACCOUNT-ACTIVE.
           MOVE ASV-ACCOUNT-IN-DATES TO SA-ACCOUNT-IN-DATES.
           MOVE ASV-SIGNED-ON TO SA-SIGNED-ON.
           MOVE ASV-AUTH-VERDICT TO SA-AUTH-VERDICT.

           EVALUATE TRUE
           WHEN ASV-RESP-AUTHORIZED
                SET SA-DEC-AUTHORIZED TO TRUE
           WHEN ASV-RESP-NOT-AUTHORIZED
                SET SA-DEC-NOT-AUTHORIZED TO TRUE
           WHEN ASV-RESP-NOT-REGISTERED
                SET SA-DEC-NOT-REGISTERED TO TRUE
           WHEN ASV-RESP-UNKNOWN-USER
                SET SA-DEC-UNKNOWN-USER TO TRUE
           WHEN OTHER
                SET SA-DEC-UNAVAILABLE TO TRUE
           END-EVALUATE.

           SET WS-AUDIT-WRITE-NOT-DONE TO TRUE.
           PERFORM 8100-WRITE-AUDIT-RECORD UNTIL WS-AUDIT-WRITE-DONE.

       8100-WRITE-AUDIT-RECORD.
      *    WRITE THE DECISION - A DUPLICATE KEY MEANS THIS TASK
      *    ALREADY RECORDED A DECISION THIS SECOND, SO TRY THE NEXT
      *    SEQUENCE NUMBER
           EXEC CICS WRITE
                FILE(AC-AUTHSV-AUDIT-FILENAME)
                FROM (AUTH-SERVICE-AUDIT-RECORD)
                RIDFLD(SA-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(DUPREC)
              AND SA-SEQUENCE IS LESS THAN 99
              ADD 1 TO SA-SEQUENCE
           ELSE
              SET WS-AUDIT-WRITE-DONE TO TRUE
           END-IF.

       9000-RETURN-RESPONSE.
      *    HAND THE DECISION BACK OUT ON THE SAME CHANNEL/CONTAINER
           EXEC CICS PUT
                CONTAINER(AC-AUTHSV-CONTAINER-NAME)
                CHANNEL(AC-AUTHSV-CHANNEL-NAME)
                FROM (AUTH-SERVICE-CONTAINER)
                FLENGTH(LENGTH OF AUTH-SERVICE-CONTAINER)
                END-EXEC.
