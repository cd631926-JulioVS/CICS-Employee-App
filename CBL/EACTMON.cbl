      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'ACTIVITY MONITOR' PROGRAM
      *        AN ADMINISTRATOR SIGNS ON IN TWO STEPS: A GOOD PASSWORD
      *        COMES IN AS PASSWORD-OK AND ONLY PASSES THE CHECKS, THE
      *        GRID-CARD ANSWER THEN COMES IN AS SUCCESS OR AS
      *        GRID-FAILED, WHICH COUNTS TOWARD THE LOCKOUT THE SAME
      *        AS A WRONG PASSWORD.  WHILE OPERATIONS HAS THE REGION
      *        FROZEN ON THE EFRZ SCREEN (ASKED OF EFRZCHK) EVERY
      *        ATTEMPT IT COVERS IS TURNED AWAY FIRST, WITH ITS OWN
      *        AU-OUT-SIGNON-FROZEN OUTCOME AND THE OPERATOR'S
      *        BROADCAST TEXT AS THE MESSAGE.  A USER WHO HAS LET
      *        THE GRACE PERIOD FOR ACCEPTING THE CURRENT ACCEPTABLE-
      *        USE POLICY RUN OUT (ASKED OF EAUPCHK) IS TURNED AWAY
      *        ON A GOOD PASSWORD WITH AU-OUT-POLICY-OVERDUE UNTIL AN
      *        ADMINISTRATOR REOPENS THE GRACE PERIOD ON EAUP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EUACTTS.
       COPY ESONRUL.
       COPY ESONAUD.
       COPY EAUDWRT.
       COPY ESESCHK.
       COPY ETRMAUT.
       COPY EROSTER.
       COPY ESONSUP.
       COPY ETRMMST.
       COPY ESESHST.
       COPY EFRZCHK.
       COPY EAUPCHK.
      ******************************************************************
      *   DEFINE MY USER ACTIVITY AND TERMINAL SESSION QUEUE NAMES.
      ******************************************************************
       01 WS-WINDOW-HHMM               PIC 9(4).
       01 WS-DAY-OF-WEEK               PIC 9(1).
      ******************************************************************
      *   BUSINESS CALENDAR ENTRY FOR TODAY, READ ONLY FOR A PROFILE
      *   THAT IS CLOSED ON HOLIDAYS.
      ******************************************************************
       COPY EBUSCAL.
       01 WS-HOLIDAY-SWITCH            PIC X(1).
          88 WS-TODAY-IS-HOLIDAY             VALUE 'Y'.
          88 WS-TODAY-NOT-HOLIDAY            VALUE 'N'.
      ******************************************************************
      *   FIELDS USED TO MEASURE HOW LONG A LOCKOUT HAS BEEN IN
      *   PLACE, FOR THE PER-PROFILE COOL-DOWN.
      ******************************************************************
      *   TRAINING-ROOM TERMINALS STAY OFF THE ALRT QUEUE WHILE
      *   THEIR ACTIVITY IS STILL FULLY RECORDED ON ESONAUD.
      ******************************************************************
       01 WS-GRID-LOCK-SWITCH          PIC X(1).
          88 WS-GRID-LOCKED-NOW              VALUE 'Y'.
          88 WS-GRID-NOT-LOCKED-NOW          VALUE 'N'.
       01 WS-ALERT-SUPPRESS-SWITCH     PIC X(1).
          88 WS-ALERT-IS-SUPPRESSED          VALUE 'Y'.
          88 WS-ALERT-NOT-SUPPRESSED         VALUE 'N'.
      ******************************************************************
      *   FIELDS USED TO OPEN AND CLOSE THE ESESHST SESSION HISTORY
      *   RECORD.  A SESSION LOST TO A REGION RECYCLE HAS NO TERMINAL
      *   SESSION QUEUE LEFT TO NAME ITS START, SO ITS OPEN HISTORY
      *   RECORD IS FOUND BY BROWSING THE USER'S OWN RECORDS.
      ******************************************************************
       01 WS-HISTORY-BROWSE-KEY.
          05 WS-HB-USER-ID             PIC X(8).
          05 WS-HB-START-TIMESTAMP     PIC X(14).
       01 WS-HISTORY-OPEN-KEY          PIC X(22).
       01 WS-HISTORY-BROWSE-SWITCH     PIC X(1).
          88 WS-HISTORY-BROWSE-DONE          VALUE 'Y'.
          88 WS-HISTORY-BROWSE-MORE          VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
              PERFORM 3600-ADD-TO-ROSTER
              IF MON-RESP-NORMAL AND UA-ST-SIGNED-ON
                 PERFORM 3350-STAMP-TERMINAL-SESSION
                 PERFORM 3380-OPEN-SESSION-HISTORY
              END-IF
      *       A PASSED PASSWORD STEP IS NOT AN OUTCOME YET - THE
      *       GRID-CARD ANSWER OR POLICY ACCEPTANCE THAT FOLLOWS IS
      *       WHAT GETS AUDITED
              IF MON-ATT-PASSWORD-OK AND MON-RESP-NORMAL
                 CONTINUE
              ELSE
                 PERFORM 3400-WRITE-AUDIT-RECORD
              END-IF
           END-IF.

       3050-RELOAD-ACTIVITY-FROM-FILE.

           IF WS-FILE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              IF UA-ST-SIGNED-ON
                 PERFORM 3060-CLOSE-LOST-SESSION
                 SET UA-ST-IN-PROCESS TO TRUE
              END-IF
           ELSE
              PERFORM 3100-INITIALIZE-ACTIVITY-RECORD
           END-IF.

       3060-CLOSE-LOST-SESSION.
      *    THE STALE SIGNED-ON SESSION WAS LOST TO THE RECYCLE - CLOSE
      *    ITS OPEN HISTORY RECORD AS SUCH.  THE LAST ACTIVITY STAMP
      *    ON THE FILE COPY IS THE LAST TIME THE SESSION WAS KNOWN TO
      *    BE ALIVE, SO IT STANDS AS THE END.  THE BROWSE ONLY FINDS
      *    THE KEY; THE UPDATE RUNS AFTER THE BROWSE HAS ENDED.
           MOVE MON-USER-ID TO WS-HB-USER-ID.
           MOVE LOW-VALUES TO WS-HB-START-TIMESTAMP.
           MOVE SPACES TO WS-HISTORY-OPEN-KEY.

           EXEC CICS STARTBR
                FILE(AC-SESSION-HIST-FILENAME)
                RIDFLD(WS-HISTORY-BROWSE-KEY)
                GTEQ
                RESP(WS-FILE-RESPONSE)
                END-EXEC.

           IF WS-FILE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-HISTORY-BROWSE-MORE TO TRUE
              PERFORM 3070-BROWSE-NEXT-HISTORY
                 UNTIL WS-HISTORY-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-SESSION-HIST-FILENAME)
                   END-EXEC
           END-IF.

           IF WS-HISTORY-OPEN-KEY NOT EQUAL SPACES
              EXEC CICS READ
                   FILE(AC-SESSION-HIST-FILENAME)
                   INTO (SESSION-HISTORY-RECORD)
                   RIDFLD(WS-HISTORY-OPEN-KEY)
                   UPDATE
                   RESP(WS-FILE-RESPONSE)
                   END-EXEC

              IF WS-FILE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE UA-LAST-ACTIVITY-DATE TO SH-END-DATE
                 MOVE UA-LAST-ACTIVITY-TIME TO SH-END-TIME
                 SET SH-END-REGION-RESTART TO TRUE

                 EXEC CICS REWRITE
                      FILE(AC-SESSION-HIST-FILENAME)
                      FROM (SESSION-HISTORY-RECORD)
                      RESP(WS-FILE-RESPONSE)
                      END-EXEC
              END-IF
           END-IF.

       3070-BROWSE-NEXT-HISTORY.
      *    READ THE USER'S NEXT HISTORY RECORD, REMEMBERING THE
      *    LATEST ONE STILL OPEN
           EXEC CICS READNEXT
                FILE(AC-SESSION-HIST-FILENAME)
                INTO (SESSION-HISTORY-RECORD)
                RIDFLD(WS-HISTORY-BROWSE-KEY)
                RESP(WS-FILE-RESPONSE)
                END-EXEC.

           IF WS-FILE-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR SH-USER-ID NOT EQUAL MON-USER-ID
              SET WS-HISTORY-BROWSE-DONE TO TRUE
           ELSE
              IF SH-END-STILL-OPEN
                 MOVE SH-SESSION-KEY TO WS-HISTORY-OPEN-KEY
              END-IF
           END-IF.

       3100-INITIALIZE-ACTIVITY-RECORD.
      *    THE USER HAS NO ACTIVITY RECORD YET - START A FRESH ONE
           INITIALIZE USER-ACTIVITY-RECORD.

       3200-APPLY-ATTEMPT-RESULT.
      *    UPDATE THE RETRY COUNT AND SIGN-ON STATUS FOR THIS ATTEMPT
           SET WS-GRID-NOT-LOCKED-NOW TO TRUE.

           IF UA-ST-LOCKED-OUT
              PERFORM 3205-CHECK-LOCKOUT-EXPIRY
           END-IF.
              MOVE 'Account is locked out, contact your administrator.'
                 TO MON-LOCKOUT-MESSAGE
           ELSE
              PERFORM 3212-CHECK-SIGNON-FREEZE
              IF MON-RESP-NORMAL
                 PERFORM 3215-CHECK-TERMINAL-QUARANTINE
              END-IF
              IF MON-RESP-NORMAL
                 PERFORM 3210-CHECK-TERMINAL-AUTHORITY
              END-IF
              IF MON-RESP-NORMAL
                 PERFORM 3220-CHECK-SIGNON-WINDOW
              END-IF
              IF MON-RESP-NORMAL
                 AND (MON-ATT-SUCCESS OR MON-ATT-PASSWORD-OK)
                 PERFORM 3240-CHECK-POLICY-ACKNOWLEDGMENT
              END-IF
              IF MON-RESP-TERMINAL-DENIED OR MON-RESP-OUTSIDE-HOURS
                 OR MON-RESP-QUARANTINED OR MON-RESP-SIGNON-FROZEN
                 OR MON-RESP-POLICY-OVERDUE
                 CONTINUE
              ELSE
              IF (MON-ATT-SUCCESS OR MON-ATT-PASSWORD-OK)
                 AND UA-ST-SIGNED-ON
      *          A GOOD PASSWORD BUT THE ID IS ALREADY SIGNED ON AT
      *          ANOTHER TERMINAL - REJECT THE SECOND SIGN-ON RATHER
      *          THAN LETTING TWO SESSIONS SHARE THE SAME ID
              WHEN MON-ATT-SUCCESS
                   MOVE ZERO TO UA-RETRY-NUMBER
                   SET UA-ST-SIGNED-ON TO TRUE
              WHEN MON-ATT-PASSWORD-OK
      *            HALFWAY THROUGH A SIGN-ON - THE RETRY COUNT
      *            STANDS UNTIL THE GRID CARD IS ANSWERED OR THE
      *            POLICY ACCEPTED
                   SET UA-ST-IN-PROCESS TO TRUE
              WHEN MON-ATT-BAD-PASSWORD
              WHEN MON-ATT-GRID-FAILED
                   ADD 1 TO UA-RETRY-NUMBER
                   IF UA-RETRY-NUMBER IS GREATER THAN OR EQUAL TO
                      SR-RETRY-THRESHOLD
                      SET MON-RESP-LOCKED-OUT TO TRUE
                      MOVE 'Too many failed attempts, account locked.'
                         TO MON-LOCKOUT-MESSAGE
                      IF MON-ATT-GRID-FAILED
                         SET WS-GRID-LOCKED-NOW TO TRUE
                      END-IF
                   ELSE
                      SET UA-ST-IN-PROCESS TO TRUE
                   END-IF
           END-IF
           END-IF.

       3212-CHECK-SIGNON-FREEZE.
      *    A REGION-WIDE MAINTENANCE FREEZE COMES BEFORE EVERY OTHER
      *    RULE - DURING AN INCIDENT OR A FILE REORGANIZATION NOBODY
      *    NEW GETS IN (OR NOBODY BUT ADM), WHATEVER TERMINAL OR HOUR.
      *    EFRZCHK LIFTS A FREEZE WHOSE END TIME HAS PASSED ITSELF
           INITIALIZE FREEZE-CHECK-COMMAREA.
           MOVE MON-USER-TYPE TO FZC-USER-TYPE.

           EXEC CICS LINK
                PROGRAM(AC-FRZCHK-PROGRAM-NAME)
                COMMAREA(FREEZE-CHECK-COMMAREA)
                LENGTH(LENGTH OF FREEZE-CHECK-COMMAREA)
                END-EXEC.

           IF FZC-BLOCKED
              SET MON-RESP-SIGNON-FROZEN TO TRUE
              MOVE FZC-BROADCAST-TEXT TO MON-LOCKOUT-MESSAGE
           END-IF.

       3215-CHECK-TERMINAL-QUARANTINE.
      *    AN INCIDENT-RESPONSE BLOCK, NOT A PRIVILEGE RULE: WHILE
      *    OPERATIONS HAS THIS TERMINAL QUARANTINED ON ETRMAUT,
      *    REJECT THE ATTEMPT WHEN THIS PROFILE CARRIES A PERMITTED
      *    DAY/TIME WINDOW AND THE ATTEMPT FALLS OUTSIDE IT.  A
      *    PROFILE WITH ALL-SPACES DAY FLAGS HAS NO WINDOW AND IS
      *    TREATED AS 24X7.  A PROFILE CLOSED ON HOLIDAYS ALSO
      *    REJECTS ANY ATTEMPT ON AN EBUSCAL HOLIDAY, WINDOW OR NOT.
           SET WS-TODAY-NOT-HOLIDAY TO TRUE.

           IF (SR-WINDOW-DAYS IS EQUAL TO SPACES
              OR SR-WINDOW-DAYS IS EQUAL TO LOW-VALUES)
              AND NOT SR-CLOSED-ON-HOLIDAYS
              CONTINUE
           ELSE
              EXEC CICS ASKTIME
                 FUNCTION INTEGER-OF-DATE(WS-WINDOW-DATE-NUM) - 1, 7)
                 + 1

              IF SR-CLOSED-ON-HOLIDAYS
                 PERFORM 3225-CHECK-HOLIDAY
              END-IF

              EVALUATE TRUE
              WHEN WS-TODAY-IS-HOLIDAY
                   SET MON-RESP-OUTSIDE-HOURS TO TRUE
              WHEN SR-WINDOW-DAYS IS EQUAL TO SPACES
                OR SR-WINDOW-DAYS IS EQUAL TO LOW-VALUES
                   CONTINUE
              WHEN SR-WINDOW-DAY (WS-DAY-OF-WEEK) NOT EQUAL 'Y'
                   SET MON-RESP-OUTSIDE-HOURS TO TRUE
              WHEN OTHER
                   PERFORM 3230-CHECK-WINDOW-TIME
              END-EVALUATE

              IF WS-TODAY-IS-HOLIDAY
                 MOVE 'Sign-on is not permitted on a site holiday.'
                    TO MON-LOCKOUT-MESSAGE
              ELSE
                 IF MON-RESP-OUTSIDE-HOURS
                    MOVE 'Sign-on is outside your permitted hours.'
                       TO MON-LOCKOUT-MESSAGE
                 END-IF
              END-IF
           END-IF.

       3225-CHECK-HOLIDAY.
      *    LOOK TODAY UP ON THE BUSINESS CALENDAR - NO ENTRY (OR NO
      *    CALENDAR FILE AT ALL) MEANS AN ORDINARY DAY, SO A CALENDAR
      *    PROBLEM NEVER LOCKS ANYBODY OUT
           MOVE WS-WINDOW-DATE TO BC-CALENDAR-DATE.

           EXEC CICS READ
                FILE(AC-BUS-CALENDAR-FILENAME)
                INTO (BUSINESS-CALENDAR-RECORD)
                RIDFLD(BC-CALENDAR-DATE)
                RESP(WS-FILE-RESPONSE)
                END-EXEC.

           IF WS-FILE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND BC-IS-HOLIDAY
              SET WS-TODAY-IS-HOLIDAY TO TRUE
           END-IF.

       3230-CHECK-WINDOW-TIME.
      *    THE DAY IS ALLOWED - NOW THE TIME OF DAY.  A START AFTER
      *    THE END MEANS THE WINDOW WRAPS OVERNIGHT; BOTH ZERO (OR
              END-EVALUATE
           END-IF.

       3240-CHECK-POLICY-ACKNOWLEDGMENT.
      *    A RIGHT PASSWORD FROM A USER WHO HAS STILL NOT ACCEPTED THE
      *    ACCEPTABLE-USE POLICY IN FORCE, AND WHOSE GRACE PERIOD HAS
      *    RUN OUT, GETS NO FURTHER.  A WRONG PASSWORD IS LEFT TO
      *    COUNT TOWARD THE LOCKOUT AS USUAL
           INITIALIZE POLICY-CHECK-COMMAREA.
           MOVE MON-USER-ID TO AUC-USER-ID.
           MOVE MON-USER-TYPE TO AUC-USER-TYPE.

           EXEC CICS LINK
                PROGRAM(AC-AUPCHK-PROGRAM-NAME)
                COMMAREA(POLICY-CHECK-COMMAREA)
                LENGTH(LENGTH OF POLICY-CHECK-COMMAREA)
                END-EXEC.

           IF AUC-OVERDUE
              SET MON-RESP-POLICY-OVERDUE TO TRUE
              MOVE 'Usage policy not accepted in time, see your admin.'
                 TO MON-LOCKOUT-MESSAGE
           END-IF.

       3250-STAMP-ACTIVITY-TIME.
      *    RECORD WHEN AND WHERE THIS ATTEMPT HAPPENED, SO A PERIODIC
      *    MONITOR CAN LATER TELL HOW LONG A SESSION HAS SAT IDLE AND

           MOVE MON-TERMINAL-ID TO TSN-TERMINAL-ID.
           MOVE MON-USER-ID TO TSN-USER-ID.
           MOVE UA-LAST-ACTIVITY-DATE TO TSN-SESSION-START-DATE.
           MOVE UA-LAST-ACTIVITY-TIME TO TSN-SESSION-START-TIME.

           EXEC CICS WRITEQ TS
                QUEUE(WS-TERM-ACTIVITY-QUEUE-NAME)
                   END-EXEC
           END-IF.

       3380-OPEN-SESSION-HISTORY.
      *    START THIS SESSION'S PERMANENT HISTORY RECORD, KEYED ON THE
      *    SAME START STAMP JUST PUT ON THE TERMINAL SESSION RECORD.
      *    THE END STAYS BLANK UNTIL THE SESSION ENDS.
           INITIALIZE SESSION-HISTORY-RECORD.
           MOVE MON-USER-ID TO SH-USER-ID.
           MOVE TSN-SESSION-START-DATE TO SH-START-DATE.
           MOVE TSN-SESSION-START-TIME TO SH-START-TIME.
           MOVE MON-TERMINAL-ID TO SH-TERMINAL-ID.
           MOVE MON-USER-TYPE TO SH-USER-TYPE.
           SET SH-END-STILL-OPEN TO TRUE.

           EXEC CICS WRITE
                FILE(AC-SESSION-HIST-FILENAME)
                FROM (SESSION-HISTORY-RECORD)
                RIDFLD(SH-SESSION-KEY)
                RESP(WS-FILE-RESPONSE)
                END-EXEC.

           IF WS-FILE-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              DISPLAY 'ERROR: CICS WRITE FILE FAILED'
              DISPLAY 'CICS RESPONSE CODE: ' WS-FILE-RESPONSE
           END-IF.

       3400-WRITE-AUDIT-RECORD.
      *    APPEND A PERMANENT RECORD OF THIS ATTEMPT, INDEPENDENT OF
      *    THE LIVE EUACTTS QUEUE, SO THE HISTORY SURVIVES A RECYCLE
                TIME(AU-AUDIT-TIME)
                END-EXEC.

      *    A WRONG GRID-CARD ANSWER IS ALWAYS RECORDED AS ONE, EVEN
      *    WHEN IT IS THE ANSWER THAT LOCKS THE ACCOUNT - THE ALERT
      *    BELOW STILL GOES OUT FOR THE LOCKOUT
           EVALUATE TRUE
           WHEN MON-ATT-GRID-FAILED AND WS-GRID-LOCKED-NOW
                SET AU-OUT-GRID-FAILED TO TRUE
           WHEN MON-RESP-LOCKED-OUT
                SET AU-OUT-LOCKED-OUT TO TRUE
           WHEN MON-RESP-ALREADY-SIGNED-ON
                SET AU-OUT-ALREADY-SIGNED-ON TO TRUE
           WHEN MON-RESP-SIGNON-FROZEN
                SET AU-OUT-SIGNON-FROZEN TO TRUE
           WHEN MON-RESP-POLICY-OVERDUE
                SET AU-OUT-POLICY-OVERDUE TO TRUE
           WHEN MON-RESP-QUARANTINED
                SET AU-OUT-QUARANTINED TO TRUE
           WHEN MON-RESP-TERMINAL-DENIED
                SET AU-OUT-SUCCESS TO TRUE
           WHEN MON-ATT-BAD-PASSWORD
                SET AU-OUT-BAD-PASSWORD TO TRUE
           WHEN MON-ATT-GRID-FAILED
                SET AU-OUT-GRID-FAILED TO TRUE
           END-EVALUATE.

           INITIALIZE AUDIT-WRITE-COMMAREA.
           SET AW-SIGNON-AUDIT TO TRUE.
           MOVE SIGNON-AUDIT-RECORD TO AW-AUDIT-RECORD.

           EXEC CICS LINK
                PROGRAM(AC-AUDWRT-PROGRAM-NAME)
                COMMAREA(AUDIT-WRITE-COMMAREA)
                LENGTH(LENGTH OF AUDIT-WRITE-COMMAREA)
                END-EXEC.

           MOVE AW-RESPONSE TO WS-CICS-RESPONSE.

           IF AU-OUT-LOCKED-OUT OR AU-OUT-ALREADY-SIGNED-ON
              OR WS-GRID-LOCKED-NOW
              PERFORM 3450-WRITE-OPERATIONS-ALERT
           END-IF.

              EVALUATE TRUE
              WHEN AU-OUT-LOCKED-OUT
                   MOVE 'ACCOUNT LOCKED OUT' TO WS-ALR-REASON-TEXT
              WHEN AU-OUT-GRID-FAILED
                   MOVE 'GRID CARD LOCKOUT' TO WS-ALR-REASON-TEXT
              WHEN OTHER
                   MOVE 'ALREADY SIGNED ON' TO WS-ALR-REASON-TEXT
              END-EVALUATE
       3500-PROCESS-SIGNOFF.
      *    CLEAR THE SIGNED-ON STATUS FOR THIS USER SO A SUBSEQUENT
      *    SIGN-ON ATTEMPT IS NOT REJECTED AS ALREADY SIGNED ON
      *    ELSEWHERE.  A CALLER THAT NAMES A TERMINAL ONLY ENDS THE
      *    SESSION IF IT IS THE ONE SIGNED ON AT THAT TERMINAL, SO
      *    NOBODY CAN SIGN SOMEONE ELSE OFF FROM THEIR OWN SCREEN.
           MOVE AC-USER-ACTIVITY-QPREFIX TO WS-UA-QNAME-PREFIX.
           MOVE MON-USER-ID TO WS-UA-QNAME-USERID.


           IF WS-CICS-RESPONSE EQUAL DFHRESP(NORMAL)
              AND UA-ST-SIGNED-ON
              AND (MON-TERMINAL-ID IS EQUAL TO SPACES
                   OR MON-TERMINAL-ID IS EQUAL TO UA-TERMINAL-ID)
              SET UA-ST-IN-PROCESS TO TRUE
              MOVE ZERO TO UA-RETRY-NUMBER

                   END-EXEC

              PERFORM 3320-SAVE-ACTIVITY-TO-FILE
              PERFORM 3520-CLOSE-SESSION-HISTORY
              PERFORM 3550-CLEAR-TERMINAL-SESSION
              PERFORM 3700-REMOVE-FROM-ROSTER
           ELSE
              SET MON-RESP-NOT-SIGNED-ON TO TRUE
           END-IF.

       3520-CLOSE-SESSION-HISTORY.
      *    STAMP THE END OF THIS SESSION ON ITS HISTORY RECORD.  THE
      *    TERMINAL SESSION RECORD STILL NAMES THE SESSION START (THE
      *    HISTORY KEY) UNTIL 3550 DROPS IT, AND IT IS ONLY TRUSTED
      *    WHILE IT STILL NAMES THIS USER.
           MOVE AC-TERM-ACTIVITY-QPREFIX TO WS-TA-QNAME-PREFIX.
           MOVE UA-TERMINAL-ID TO WS-TA-QNAME-TERMID.

           EXEC CICS READQ TS
                QUEUE(WS-TERM-ACTIVITY-QUEUE-NAME)
                INTO (TERMINAL-SESSION-RECORD)
                ITEM(1)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND TSN-USER-ID IS EQUAL TO MON-USER-ID
              MOVE MON-USER-ID TO WS-HB-USER-ID
              MOVE TSN-SESSION-START TO WS-HB-START-TIMESTAMP

              EXEC CICS READ
                   FILE(AC-SESSION-HIST-FILENAME)
                   INTO (SESSION-HISTORY-RECORD)
                   RIDFLD(WS-HISTORY-BROWSE-KEY)
                   UPDATE
                   RESP(WS-FILE-RESPONSE)
                   END-EXEC

              IF WS-FILE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 EXEC CICS ASKTIME
                      ABSTIME(WS-ABSTIME)
                      END-EXEC

                 EXEC CICS FORMATTIME
                      ABSTIME(WS-ABSTIME)
                      YYYYMMDD(SH-END-DATE)
                      TIME(SH-END-TIME)
                      END-EXEC

                 EVALUATE TRUE
                 WHEN MON-SOR-SWEPT
                      SET SH-END-SWEPT TO TRUE
                 WHEN MON-SOR-FORCED
                      SET SH-END-FORCED-OFF TO TRUE
                 WHEN OTHER
                      SET SH-END-SIGNED-OFF TO TRUE
                 END-EVALUATE

                 EXEC CICS REWRITE
                      FILE(AC-SESSION-HIST-FILENAME)
                      FROM (SESSION-HISTORY-RECORD)
                      RESP(WS-FILE-RESPONSE)
                      END-EXEC
              END-IF
           END-IF.

       3550-CLEAR-TERMINAL-SESSION.
