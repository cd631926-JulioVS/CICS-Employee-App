       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERPMMNT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - BATCH RUN PARAMETER MAINTENANCE PROGRAM
      *        LETS AN ADMINISTRATOR SEE AND CHANGE THE OPERATING
      *        THRESHOLDS THE OVERNIGHT JOBS READ FROM ERUNPRM - THE
      *        DORMANCY WINDOW, THE AUDIT RETENTION DAYS, THE EXPIRY
      *        WARNING DAYS, THE RECONCILIATION AND BUSINESS-DAY
      *        SWITCHES - SO A CHANGE LIKE A LONGER AUDIT RETENTION
      *        IS A SCREEN ENTRY FOR THE NEXT RUN, NOT A RECOMPILE
      *        AND A RELEASE.  EVERY
      *        PARAMETER IN THE ERUNPCT CATALOGUE IS LISTED WITH THE
      *        VALUE THE JOB WILL RUN WITH; A NEW VALUE MUST FALL
      *        INSIDE THE CATALOGUE RANGE (OR BE Y/N FOR A SWITCH).
      *        EVERY CHANGE IS WRITTEN TO THE EMNTAUD MAINTENANCE
      *        AUDIT.  RESTRICTED TO RU-UT-ADMINISTRATOR USERS.
      *        ACTIONS: C=CHANGE TO THE VALUE KEYED, D=BACK TO THE
      *        CATALOGUE DEFAULT.  THE CATALOGUE HAS OUTGROWN ONE
      *        SCREEN, SO PF8 AND PF7 PAGE THE LIST TEN PARAMETERS AT
      *        A TIME, AND A CHANGE LEAVES THE LIST ON THE SAME PAGE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ERPMMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY ERUNPRM.
       COPY ERUNPCT.
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
          05 WS-LIST-FIRST          PIC 9(3).
      ******************************************************************
      *   WORKING FIELDS
      ******************************************************************
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-LIST-LINE              PIC X(64).
       01 WS-MESSAGE-TEXT           PIC X(60).
       01 WS-TODAY                  PIC X(8).
       01 WS-NOW                    PIC X(6).
       01 WS-JOB-NAME               PIC X(8).
       01 WS-PARAM-NAME             PIC X(16).
       01 WS-CATALOGUE-INDEX        PIC 9(3) USAGE COMP.
       01 WS-FOUND-INDEX            PIC 9(3) USAGE COMP.
       01 WS-LIST-LAST              PIC 9(3) USAGE COMP.
       01 WS-RANGE-TEXT             PIC X(11).
       01 WS-SOURCE-TEXT            PIC X(17).
       01 WS-CURRENT-VALUE          PIC X(5).
      ******************************************************************
      *   THE VALUE AS KEYED, AND AS A NUMBER ONCE IT IS KNOWN TO BE
      *   ONE - THE KEYED DIGITS ARE LEFT-JUSTIFIED ON THE SCREEN.
      ******************************************************************
       01 WS-ENTERED-VALUE          PIC X(5).
       01 WS-ENTERED-LENGTH         PIC 9(2) USAGE COMP.
       01 WS-ENTERED-NUMBER         PIC 9(5).
       01 WS-NEW-VALUE              PIC X(5).
       01 WS-VALUE-SWITCH           PIC X(1).
          88 WS-VALUE-IS-VALID            VALUE 'Y'.
          88 WS-VALUE-NOT-VALID           VALUE 'N'.
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
       01 DFHCOMMAREA          PIC X(12).

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
           MOVE SPACES TO WS-JOB-NAME.
           MOVE SPACES TO WS-PARAM-NAME.
           MOVE 1 TO WS-LIST-FIRST.
           PERFORM 4000-DISPLAY-PARAMETERS.

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
                MAP(AC-RPMMNT-MAP-NAME)
                MAPSET(AC-RPMMNT-MAPSET-NAME)
                INTO (ERPMMI)
                END-EXEC.

           IF EIBAID IS EQUAL TO DFHPF3
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SPACES TO WS-MESSAGE-TEXT.

           PERFORM 3050-PAGE-THE-LIST.

           IF JOBNAMEI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO WS-JOB-NAME
           ELSE
              MOVE JOBNAMEI TO WS-JOB-NAME
           END-IF.
           IF PARMNAMEI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO WS-PARAM-NAME
           ELSE
              MOVE PARMNAMEI TO WS-PARAM-NAME
           END-IF.
           MOVE PARMVALI TO WS-ENTERED-VALUE.
           INSPECT WS-ENTERED-VALUE REPLACING ALL LOW-VALUE BY SPACE.

           EVALUATE ACTIONI
           WHEN 'C'
                PERFORM 3100-FIND-PARAMETER
                IF WS-FOUND-INDEX IS GREATER THAN ZERO
                   PERFORM 5000-CHANGE-PARAMETER
                END-IF
           WHEN 'D'
                PERFORM 3100-FIND-PARAMETER
                IF WS-FOUND-INDEX IS GREATER THAN ZERO
                   PERFORM 6000-RESET-PARAMETER
                END-IF
           WHEN SPACE
           WHEN LOW-VALUE
                CONTINUE
           WHEN OTHER
                MOVE 'Action must be C or D.' TO WS-MESSAGE-TEXT
           END-EVALUATE.

           PERFORM 4000-DISPLAY-PARAMETERS.

       3050-PAGE-THE-LIST.
      *    PF8 MOVES ON TEN PARAMETERS WHILE THERE ARE MORE, PF7 BACK
      *    TEN TOWARDS THE TOP; ANY OTHER KEY STAYS ON THIS PAGE
           IF WS-LIST-FIRST IS LESS THAN 1
              OR WS-LIST-FIRST IS GREATER THAN PC-CATALOGUE-COUNT
              MOVE 1 TO WS-LIST-FIRST
           END-IF.

           EVALUATE TRUE
           WHEN EIBAID IS EQUAL TO DFHPF8
              AND WS-LIST-FIRST + 10 IS NOT GREATER THAN
                 PC-CATALOGUE-COUNT
                ADD 10 TO WS-LIST-FIRST
           WHEN EIBAID IS EQUAL TO DFHPF8
                MOVE 'That is the end of the list.' TO WS-MESSAGE-TEXT
           WHEN EIBAID IS EQUAL TO DFHPF7
              AND WS-LIST-FIRST IS GREATER THAN 10
                SUBTRACT 10 FROM WS-LIST-FIRST
           WHEN EIBAID IS EQUAL TO DFHPF7
                MOVE 1 TO WS-LIST-FIRST
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       3100-FIND-PARAMETER.
      *    ONLY A CATALOGUED PARAMETER HAS A RANGE TO CHECK AND A JOB
      *    THAT READS IT - ANYTHING ELSE IS A KEYING MISTAKE
           MOVE ZERO TO WS-FOUND-INDEX.
           MOVE 1 TO WS-CATALOGUE-INDEX.
           PERFORM 3110-CHECK-ONE-ENTRY
              UNTIL WS-CATALOGUE-INDEX > PC-CATALOGUE-COUNT
                 OR WS-FOUND-INDEX > ZERO.

           IF WS-FOUND-INDEX IS EQUAL TO ZERO
              MOVE 'No such job and parameter - see the list.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       3110-CHECK-ONE-ENTRY.
      *    COMPARE ONE CATALOGUE ENTRY AGAINST THE JOB AND NAME KEYED
           IF PC-JOB-NAME (WS-CATALOGUE-INDEX) IS EQUAL TO WS-JOB-NAME
              AND PC-PARAM-NAME (WS-CATALOGUE-INDEX) IS EQUAL TO
                 WS-PARAM-NAME
              MOVE WS-CATALOGUE-INDEX TO WS-FOUND-INDEX
           END-IF.

           ADD 1 TO WS-CATALOGUE-INDEX.

       4000-DISPLAY-PARAMETERS.
      *    LIST EVERY CATALOGUED PARAMETER WITH THE VALUE ITS JOB WILL
      *    RUN WITH NEXT, ITS RANGE, AND WHO LAST SET IT
           INITIALIZE ERPMMO.
           MOVE SPACES TO LISTAREAO.

           COMPUTE WS-LIST-LAST = WS-LIST-FIRST + 9.
           IF WS-LIST-LAST IS GREATER THAN PC-CATALOGUE-COUNT
              MOVE PC-CATALOGUE-COUNT TO WS-LIST-LAST
           END-IF.

           MOVE WS-LIST-FIRST TO WS-CATALOGUE-INDEX.
           PERFORM 4100-LIST-ONE-PARAMETER
              UNTIL WS-CATALOGUE-INDEX > WS-LIST-LAST.

           MOVE WS-JOB-NAME TO JOBNAMEO.
           MOVE WS-PARAM-NAME TO PARMNAMEO.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           EVALUATE TRUE
           WHEN WS-MESSAGE-TEXT IS NOT EQUAL TO SPACES
                CONTINUE
           WHEN WS-LIST-LAST IS LESS THAN PC-CATALOGUE-COUNT
                MOVE 'Key job, parameter, value and C or D.  PF8=more.'
                   TO MESSO
           WHEN OTHER
                MOVE
                   'Key job, parameter, value and C, or D for default.'
                   TO MESSO
           END-EVALUATE.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       4100-LIST-ONE-PARAMETER.
      *    READ THIS PARAMETER'S ERUNPRM RECORD, IF ANY, AND APPEND A
      *    LIST LINE - NO RECORD MEANS THE JOB RUNS WITH THE DEFAULT
           MOVE PC-JOB-NAME (WS-CATALOGUE-INDEX) TO RP-JOB-NAME.
           MOVE PC-PARAM-NAME (WS-CATALOGUE-INDEX) TO RP-PARAM-NAME.

           EXEC CICS READ
                FILE(AC-RUN-PARM-FILENAME)
                INTO (RUN-PARAMETER-RECORD)
                RIDFLD(RP-PARAM-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE RP-PARAM-VALUE TO WS-CURRENT-VALUE
              MOVE SPACES TO WS-SOURCE-TEXT
              STRING RP-CHANGED-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     RP-CHANGED-BY DELIMITED BY SIZE
                 INTO WS-SOURCE-TEXT
              END-STRING
           ELSE
              MOVE PC-DEFAULT-VALUE (WS-CATALOGUE-INDEX)
                 TO WS-CURRENT-VALUE
              MOVE 'DEFAULT' TO WS-SOURCE-TEXT
           END-IF.

           MOVE SPACES TO WS-RANGE-TEXT.
           IF PC-KIND-FLAG (WS-CATALOGUE-INDEX)
              MOVE 'Y OR N' TO WS-RANGE-TEXT
           ELSE
              STRING PC-MINIMUM (WS-CATALOGUE-INDEX)
                        DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     PC-MAXIMUM (WS-CATALOGUE-INDEX)
                        DELIMITED BY SIZE
                 INTO WS-RANGE-TEXT
              END-STRING
           END-IF.

           MOVE SPACES TO WS-LIST-LINE.
           STRING PC-JOB-NAME (WS-CATALOGUE-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PC-PARAM-NAME (WS-CATALOGUE-INDEX) (1:14)
                     DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CURRENT-VALUE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RANGE-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SOURCE-TEXT DELIMITED BY SIZE
              INTO WS-LIST-LINE
           END-STRING.

           MOVE WS-LIST-LINE TO
                LISTAREAO (((WS-CATALOGUE-INDEX - WS-LIST-FIRST) * 64)
                           + 1 : 64).

           ADD 1 TO WS-CATALOGUE-INDEX.

       5000-CHANGE-PARAMETER.
      *    VALIDATE THE KEYED VALUE AGAINST THE CATALOGUE, THEN FILE IT
           SET WS-VALUE-NOT-VALID TO TRUE.

           IF PC-KIND-FLAG (WS-FOUND-INDEX)
              PERFORM 5100-VALIDATE-FLAG
           ELSE
              PERFORM 5200-VALIDATE-NUMBER
           END-IF.

           IF WS-VALUE-IS-VALID
              PERFORM 5300-STORE-PARAMETER
           END-IF.

       5100-VALIDATE-FLAG.
      *    A SWITCH IS Y OR N AND NOTHING ELSE
           IF WS-ENTERED-VALUE IS EQUAL TO 'Y'
              OR WS-ENTERED-VALUE IS EQUAL TO 'N'
              MOVE WS-ENTERED-VALUE TO WS-NEW-VALUE
              SET WS-VALUE-IS-VALID TO TRUE
           ELSE
              MOVE 'That parameter is a switch - key Y or N.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       5200-VALIDATE-NUMBER.
      *    A WHOLE NUMBER, KEYED FROM THE LEFT, INSIDE THE CATALOGUE
      *    RANGE - STORED ZERO-FILLED SO THE JOBS READ IT AS A NUMBER
           MOVE ZERO TO WS-ENTERED-LENGTH.
           INSPECT WS-ENTERED-VALUE TALLYING WS-ENTERED-LENGTH
              FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-ENTERED-LENGTH IS EQUAL TO ZERO
              OR WS-ENTERED-VALUE (1:WS-ENTERED-LENGTH) IS NOT NUMERIC
              MOVE 'The value must be a whole number.'
                 TO WS-MESSAGE-TEXT
           ELSE
              IF WS-ENTERED-LENGTH IS LESS THAN 5
                 AND WS-ENTERED-VALUE (WS-ENTERED-LENGTH + 1:)
                    IS NOT EQUAL TO SPACES
                 MOVE 'The value must be a whole number.'
                    TO WS-MESSAGE-TEXT
              ELSE
                 MOVE WS-ENTERED-VALUE (1:WS-ENTERED-LENGTH)
                    TO WS-ENTERED-NUMBER
                 PERFORM 5250-CHECK-NUMBER-RANGE
              END-IF
           END-IF.

       5250-CHECK-NUMBER-RANGE.
      *    THE NUMBER MUST LIE BETWEEN THE CATALOGUE MINIMUM AND
      *    MAXIMUM, BOTH INCLUDED
           IF WS-ENTERED-NUMBER IS LESS THAN PC-MINIMUM (WS-FOUND-INDEX)
              OR WS-ENTERED-NUMBER IS GREATER THAN
                 PC-MAXIMUM (WS-FOUND-INDEX)
              STRING 'The value must be from ' DELIMITED BY SIZE
                     PC-MINIMUM (WS-FOUND-INDEX) DELIMITED BY SIZE
                     ' to ' DELIMITED BY SIZE
                     PC-MAXIMUM (WS-FOUND-INDEX) DELIMITED BY SIZE
                     '.' DELIMITED BY SIZE
                 INTO WS-MESSAGE-TEXT
              END-STRING
           ELSE
              MOVE WS-ENTERED-NUMBER TO WS-NEW-VALUE
              SET WS-VALUE-IS-VALID TO TRUE
           END-IF.

       5300-STORE-PARAMETER.
      *    REWRITE THE PARAMETER'S RECORD, OR ADD ONE IF THE JOB HAS
      *    BEEN RUNNING WITH THE DEFAULT, AND AUDIT OLD AND NEW VALUES
           PERFORM 9700-GET-TIMESTAMP.

           MOVE WS-JOB-NAME TO RP-JOB-NAME.
           MOVE WS-PARAM-NAME TO RP-PARAM-NAME.

           EXEC CICS READ
                FILE(AC-RUN-PARM-FILENAME)
                INTO (RUN-PARAMETER-RECORD)
                RIDFLD(RP-PARAM-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE RP-PARAM-VALUE TO WS-CURRENT-VALUE
           ELSE
              MOVE PC-DEFAULT-VALUE (WS-FOUND-INDEX)
                 TO WS-CURRENT-VALUE
           END-IF.

           IF WS-CURRENT-VALUE IS EQUAL TO WS-NEW-VALUE
              MOVE 'That is already the value in use.'
                 TO WS-MESSAGE-TEXT
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 EXEC CICS UNLOCK
                      FILE(AC-RUN-PARM-FILENAME)
                      END-EXEC
              END-IF
           ELSE
              PERFORM 5400-WRITE-NEW-VALUE
           END-IF.

       5400-WRITE-NEW-VALUE.
      *    THE RECORD WAS READ FOR UPDATE ABOVE WHEN ONE EXISTED
           MOVE WS-NEW-VALUE TO RP-PARAM-VALUE.
           MOVE WS-ADMIN-ID TO RP-CHANGED-BY.
           MOVE WS-TODAY TO RP-CHANGED-DATE.
           MOVE WS-NOW TO RP-CHANGED-TIME.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              EXEC CICS REWRITE
                   FILE(AC-RUN-PARM-FILENAME)
                   FROM (RUN-PARAMETER-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE(AC-RUN-PARM-FILENAME)
                   FROM (RUN-PARAMETER-RECORD)
                   RIDFLD(RP-PARAM-KEY)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'PRMCHNG' TO WS-MA-ACTION
              PERFORM 9650-AUDIT-PARAMETER-CHANGE
              MOVE 'Parameter changed - used from the next run.'
                 TO WS-MESSAGE-TEXT
           ELSE
              MOVE 'Unable to change that parameter, try again.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       6000-RESET-PARAMETER.
      *    DROP THE PARAMETER'S RECORD SO ITS JOB GOES BACK TO THE
      *    CATALOGUE DEFAULT
           MOVE WS-JOB-NAME TO RP-JOB-NAME.
           MOVE WS-PARAM-NAME TO RP-PARAM-NAME.

           EXEC CICS READ
                FILE(AC-RUN-PARM-FILENAME)
                INTO (RUN-PARAMETER-RECORD)
                RIDFLD(RP-PARAM-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              MOVE 'That parameter is already at its default.'
                 TO WS-MESSAGE-TEXT
           ELSE
              MOVE RP-PARAM-VALUE TO WS-CURRENT-VALUE
              EXEC CICS DELETE
                   FILE(AC-RUN-PARM-FILENAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE 'PRMRESET' TO WS-MA-ACTION
                 MOVE PC-DEFAULT-VALUE (WS-FOUND-INDEX) TO WS-NEW-VALUE
                 PERFORM 9650-AUDIT-PARAMETER-CHANGE
                 MOVE 'Parameter back to its default from the next run.'
                    TO WS-MESSAGE-TEXT
              ELSE
                 MOVE 'Unable to reset that parameter, try again.'
                    TO WS-MESSAGE-TEXT
              END-IF
           END-IF.

       9650-AUDIT-PARAMETER-CHANGE.
      *    THE AUDIT TARGET IS THE JOB; EACH IMAGE CARRIES THE
      *    PARAMETER NAME AHEAD OF ITS VALUE SO ONE JOB'S TWO
      *    PARAMETERS CAN BE TOLD APART
           MOVE WS-JOB-NAME TO WS-MA-TARGET.
           MOVE SPACES TO WS-MA-BEFORE.
           STRING WS-PARAM-NAME (1:14) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CURRENT-VALUE DELIMITED BY SIZE
              INTO WS-MA-BEFORE
           END-STRING.
           MOVE SPACES TO WS-MA-AFTER.
           STRING WS-PARAM-NAME (1:14) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NEW-VALUE DELIMITED BY SIZE
              INTO WS-MA-AFTER
           END-STRING.

           PERFORM 9600-WRITE-MAINT-AUDIT.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF WHAT THE ADMINISTRATOR JUST
      *    DID - A RUN PARAMETER CHANGES WHAT A WHOLE OVERNIGHT JOB
      *    DOES TO EVERY ACCOUNT OR AUDIT RECORD IT TOUCHES
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
      *    TODAY'S DATE AND THE TIME, FOR THE CHANGED-ON STAMP
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
                TIME(WS-NOW)
                END-EXEC.

       9100-SEND-MAP.
      *    SENDS MAP TO THE ADMINISTRATOR
           EXEC CICS SEND
                MAP(AC-RPMMNT-MAP-NAME)
                MAPSET(AC-RPMMNT-MAPSET-NAME)
                FROM (ERPMMO)
                ERASE
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
           EXEC CICS RETURN
                TRANSID(AC-RPMMNT-TRANSACTION-ID)
                COMMAREA(WS-SESSION-STATE)
                END-EXEC.

       9400-RETURN-AND-END.
      *    PF3 WAS PRESSED - END THE CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       9500-SEND-MESSAGE-AND-END.
      *    SHOW THE MESSAGE SET ABOVE AND END THE CONVERSATION
           INITIALIZE ERPMMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.
