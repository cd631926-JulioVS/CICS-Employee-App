      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'SIGN IN' PROGRAM
      *        AN ADMINISTRATOR WHOSE PASSWORD IS RIGHT IS NOT SIGNED
      *        ON YET - THE ESONG SCREEN THEN ASKS FOR TWO RANDOM
      *        CELLS OF THE GRID CARD ON EGRDCRD, AND ONLY TWO RIGHT
      *        ANSWERS LET EACTMON MARK THE SESSION SIGNED ON.  A
      *        WRONG ANSWER GOES TO EACTMON AS A GRID FAILURE AND
      *        COUNTS TOWARD THE LOCKOUT LIKE A WRONG PASSWORD.  A
      *        SERVICE (SVC) ACCOUNT BELONGS TO A BATCH JOB OR AN
      *        INTERFACE, NOT A PERSON, AND IS REFUSED OUTRIGHT.
      *        WHILE OPERATIONS HAS SIGN-ON FROZEN ON THE EFRZ SCREEN
      *        THE FIRST SCREEN CARRIES THE FREEZE BROADCAST, AND AN
      *        ATTEMPT EACTMON TURNS AWAY FOR IT SHOWS THE SAME TEXT.
      *        A USER WHO HAS NOT YET ACCEPTED THE ACCEPTABLE-USE
      *        POLICY IN FORCE (ASKED OF EAUPCHK) IS NOT SIGNED ON
      *        WHEN THE PASSWORD - OR, FOR AN ADMINISTRATOR, THE GRID
      *        CARD - IS RIGHT: THE ESONA SCREEN SHOWS THE POLICY
      *        FIRST.  ACCEPTING IT IS RECORDED ON EAUPACK AND ONLY
      *        THEN DOES EACTMON SIGN THE SESSION ON; DECLINING IT IS
      *        RECORDED TOO AND ENDS THE SIGN-ON.  AN ACCEPTANCE
      *        EAUPACK WILL NOT TAKE IS NOT AN ACCEPTANCE - THE
      *        SIGN-ON IS REFUSED AS UNAVAILABLE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ECONST.
       COPY EREGUSR.
       COPY EMONCTR.
       COPY EGRDCRD.
       COPY EFRZCHK.
       COPY EAUPCHK.
       COPY EAUPTXT.
       COPY EAUPACK.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      *   THE STAGE AND THE TWO CHALLENGED CELLS CARRY AN
      *   ADMINISTRATOR FROM THE PASSWORD STEP TO THE GRID-CARD STEP;
      *   THE POLICY VERSION ON SCREEN CARRIES ANY USER FROM THERE
      *   TO THE POLICY ACKNOWLEDGMENT STEP.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-USER-ID        PIC X(8).
          05 WS-USER-PASSWORD  PIC X(8).
          05 WS-SIGNON-STAGE   PIC X(1).
             88 WS-STAGE-PASSWORD            VALUE SPACE.
             88 WS-STAGE-GRID                VALUE 'G'.
             88 WS-STAGE-POLICY              VALUE 'P'.
          05 WS-CHALLENGE-CELL-1 PIC 9(2).
          05 WS-CHALLENGE-CELL-2 PIC 9(2).
          05 WS-POLICY-VERSION PIC 9(3).
      ******************************************************************
      *   HOLDS THE ONE-WAY HASH OF THE ENTERED PASSWORD, COMPUTED BY
      *   EHASHPW, SO IT CAN BE COMPARED AGAINST THE HASH STORED ON
          05 WS-FORCE-PWDCHG-SWITCH PIC X(1).
             88 WS-FORCE-PWDCHG-NEEDED       VALUE 'Y'.
             88 WS-FORCE-PWDCHG-NOT-NEEDED   VALUE 'N'.
          05 WS-GRID-CHALLENGE-SWITCH PIC X(1).
             88 WS-GRID-CHALLENGE-DUE        VALUE 'Y'.
             88 WS-GRID-CHALLENGE-NOT-DUE    VALUE 'N'.
          05 WS-GRID-ANSWER-SWITCH  PIC X(1).
             88 WS-GRID-ANSWER-OK            VALUE 'Y'.
             88 WS-GRID-ANSWER-BAD           VALUE 'N'.
          05 WS-GRID-CELL-SWITCH    PIC X(1).
             88 WS-GRID-CELL-MATCHED         VALUE 'Y'.
             88 WS-GRID-CELL-MISSED          VALUE 'N'.
          05 WS-POLICY-OWED-SWITCH  PIC X(1).
             88 WS-POLICY-OWED               VALUE 'Y'.
             88 WS-POLICY-NOT-OWED           VALUE 'N'.
          05 WS-POLICY-SCREEN-SWITCH PIC X(1).
             88 WS-POLICY-SCREEN-DUE         VALUE 'Y'.
             88 WS-POLICY-SCREEN-NOT-DUE     VALUE 'N'.
          05 WS-ACK-RECORDED-SWITCH PIC X(1).
             88 WS-ACK-RECORDED              VALUE 'Y'.
             88 WS-ACK-NOT-RECORDED          VALUE 'N'.
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-REJECT-TEXT            PIC X(60).
       01 WS-VALIDITY-SWITCH        PIC X(1).
       01 WS-LED-DATE-NUM           PIC 9(8).
       01 WS-PASSWORD-AGE-DAYS      PIC 9(5).
      ******************************************************************
      *   FIELDS USED TO PICK AND CHECK THE GRID-CARD CELLS.
      ******************************************************************
       01 WS-GRID-SEED              PIC S9(15) USAGE IS COMPUTATIONAL-3.
       01 WS-GRID-CELL-INDEX        PIC 9(2).
       01 WS-GRID-ROW               PIC 9(1).
       01 WS-GRID-COLUMN            PIC 9(2).
       01 WS-GRID-ANSWER            PIC X(3).
       01 WS-GRID-ANSWER-HASH       PIC X(8).
      ******************************************************************
      *   FIELDS USED TO SHOW THE POLICY AND RECORD THE ANSWER.
      ******************************************************************
       01 WS-POLICY-PROMPT-TEXT     PIC X(60).
       01 WS-ACK-REPLY              PIC X(1).
       01 WS-ACK-TIME               PIC X(6).
      ******************************************************************
      *   HAND-OFF AREA PASSED AS COMMAREA WHEN XCTL'ING TO EPWDCHG.
      *   LAYOUT MUST MATCH EPWDCHG'S WS-SESSION-STATE EXACTLY.
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(24).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *    THE TRANSACTION ID ON IT
           MOVE EIBTRNID TO TRANIDO.

           PERFORM 1150-SHOW-FREEZE-BROADCAST.

       1150-SHOW-FREEZE-BROADCAST.
      *    WHILE SIGN-ON IS FROZEN, SAY SO BEFORE ANYONE KEYS A
      *    PASSWORD - THE OPERATOR'S BROADCAST TELLS THEM WHY AND
      *    FOR HOW LONG
           INITIALIZE FREEZE-CHECK-COMMAREA.

           EXEC CICS LINK
                PROGRAM(AC-FRZCHK-PROGRAM-NAME)
                COMMAREA(FREEZE-CHECK-COMMAREA)
                LENGTH(LENGTH OF FREEZE-CHECK-COMMAREA)
                END-EXEC.

           IF FZC-FREEZE-ON
              MOVE FZC-BROADCAST-TEXT TO MESSO
           END-IF.

       1200-SEND-MAP.
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
      *    MEANING THE SECOND INTERACTION OF THE PROCESS,
      *    HENCE THE COMM-AREA IS NOT EMPTY
           PERFORM 2100-RESTORE-STATE.
           SET WS-GRID-CHALLENGE-NOT-DUE TO TRUE.
           SET WS-POLICY-NOT-OWED TO TRUE.
           SET WS-POLICY-SCREEN-NOT-DUE TO TRUE.
           MOVE SPACES TO WS-POLICY-PROMPT-TEXT.

           EVALUATE TRUE
           WHEN WS-STAGE-GRID
                PERFORM 2600-PROCESS-GRID-ANSWER
           WHEN WS-STAGE-POLICY
                PERFORM 2900-PROCESS-POLICY-REPLY
           WHEN OTHER
                PERFORM 2200-RECEIVE-MAP
                PERFORM 2300-UPDATE-STATE
                PERFORM 2350-VALIDATE-CREDENTIALS
           END-EVALUATE.

           IF WS-FORCE-PWDCHG-NEEDED
              PERFORM 2380-FORCE-PASSWORD-CHANGE
           END-IF.

           IF WS-GRID-CHALLENGE-DUE
              PERFORM 2700-SEND-GRID-CHALLENGE
           END-IF.

           IF WS-POLICY-SCREEN-DUE
              PERFORM 2850-SEND-POLICY-SCREEN
           END-IF.

           IF WS-SIGNON-OK
              PERFORM 2400-ROUTE-TO-MENU
           ELSE
           IF RU-ST-INACTIVE
              MOVE 'This user ID is inactive, see your administrator.'
                 TO WS-REJECT-TEXT
           ELSE
           IF RU-UT-SERVICE
              MOVE 'Service accounts cannot sign on interactively.'
                 TO WS-REJECT-TEXT
           ELSE
              PERFORM 2357-CHECK-VALIDITY-DATES
              IF WS-ACCOUNT-OUT-OF-DATES
                 OR MON-RESP-TERMINAL-DENIED
                 OR MON-RESP-OUTSIDE-HOURS
                 OR MON-RESP-QUARANTINED
                 OR MON-RESP-SIGNON-FROZEN
                 OR MON-RESP-POLICY-OVERDUE
                 MOVE MON-LOCKOUT-MESSAGE TO WS-REJECT-TEXT
              ELSE
                 IF RU-USER-PASSWORD IS EQUAL TO WS-USER-PASSWORD-HASH
                    IF RU-UT-ADMINISTRATOR
                       PERFORM 2390-PREPARE-GRID-CHALLENGE
                    ELSE
                    IF WS-POLICY-OWED
                       PERFORM 2800-PREPARE-POLICY-SCREEN
                    ELSE
                       PERFORM 2365-CHECK-PASSWORD-AGE
                       IF WS-PASSWORD-EXPIRED OR RU-FORCE-CHANGE
                          SET WS-FORCE-PWDCHG-NEEDED TO TRUE
                       ELSE
                          SET WS-SIGNON-OK TO TRUE
                       END-IF
                    END-IF
                    END-IF
                 ELSE
                    MOVE 'Incorrect password, please try again.'
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF.

       2357-CHECK-VALIDITY-DATES.
           MOVE RU-USER-TYPE TO MON-USER-TYPE.
           MOVE EIBTRMID TO MON-TERMINAL-ID.

      *    AN ADMINISTRATOR'S GOOD PASSWORD ONLY GETS AS FAR AS THE
      *    GRID-CARD CHALLENGE - EACTMON CHECKS IT BUT DOES NOT SIGN
      *    THE USER ON UNTIL 2650 BELOW REPORTS THE ANSWER.  ANYONE
      *    ELSE STILL OWING A POLICY ACCEPTANCE IS HELD THE SAME WAY
      *    UNTIL 2920 REPORTS THE ACCEPTANCE
           IF RU-USER-PASSWORD IS EQUAL TO WS-USER-PASSWORD-HASH
              IF RU-UT-ADMINISTRATOR
                 SET MON-ATT-PASSWORD-OK TO TRUE
              ELSE
                 PERFORM 2372-CHECK-POLICY-STATUS
                 IF WS-POLICY-OWED
                    SET MON-ATT-PASSWORD-OK TO TRUE
                 ELSE
                    SET MON-ATT-SUCCESS TO TRUE
                 END-IF
              END-IF
           ELSE
              SET MON-ATT-BAD-PASSWORD TO TRUE
           END-IF.

           PERFORM 2375-LINK-ACTIVITY-MONITOR.

       2372-CHECK-POLICY-STATUS.
      *    ASK EAUPCHK WHETHER THIS USER STILL OWES AN ACCEPTANCE OF
      *    THE ACCEPTABLE-USE POLICY IN FORCE, AND OF WHICH VERSION
           INITIALIZE POLICY-CHECK-COMMAREA.
           MOVE WS-USER-ID TO AUC-USER-ID.
           MOVE RU-USER-TYPE TO AUC-USER-TYPE.

           EXEC CICS LINK
                PROGRAM(AC-AUPCHK-PROGRAM-NAME)
                COMMAREA(POLICY-CHECK-COMMAREA)
                LENGTH(LENGTH OF POLICY-CHECK-COMMAREA)
                END-EXEC.

           IF AUC-PENDING OR AUC-OVERDUE
              SET WS-POLICY-OWED TO TRUE
           ELSE
              SET WS-POLICY-NOT-OWED TO TRUE
           END-IF.

       2375-LINK-ACTIVITY-MONITOR.
      *    PASS THE FILLED-IN CONTAINER TO EACTMON AND TAKE ITS
      *    ANSWER BACK
           EXEC CICS PUT
                CONTAINER(AC-ACTMON-CONTAINER-NAME)
                CHANNEL(AC-ACTMON-CHANNEL-NAME)
                LENGTH(LENGTH OF WS-MENU-HANDOFF)
                END-EXEC.

       2390-PREPARE-GRID-CHALLENGE.
      *    THE ADMINISTRATOR'S PASSWORD IS RIGHT - FIND THE CARD IN
      *    FORCE AND PICK TWO DIFFERENT CELLS TO ASK FOR.  NO CARD, A
      *    REVOKED ONE OR ONE OUTSIDE ITS DATES MEANS NO SIGN-ON AT
      *    ALL UNTIL A NEW CARD IS ISSUED
           EXEC CICS READ
                FILE(AC-GRDCRD-FILENAME)
                INTO (GRID-CARD-RECORD)
                RIDFLD(WS-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-CURRENT-DATE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND GC-ST-ACTIVE
              AND WS-CURRENT-DATE IS NOT LESS THAN GC-ISSUE-DATE
              AND WS-CURRENT-DATE IS NOT GREATER THAN GC-EXPIRY-DATE
              COMPUTE WS-GRID-SEED = WS-ABSTIME + EIBTASKN
              COMPUTE WS-CHALLENGE-CELL-1 =
                 FUNCTION MOD(WS-GRID-SEED, 50) + 1
              COMPUTE WS-GRID-SEED = WS-GRID-SEED / 50
              COMPUTE WS-CHALLENGE-CELL-2 =
                 FUNCTION MOD(WS-GRID-SEED, 49) + 1
              IF WS-CHALLENGE-CELL-2 IS NOT LESS THAN
                 WS-CHALLENGE-CELL-1
                 ADD 1 TO WS-CHALLENGE-CELL-2
              END-IF
              SET WS-GRID-CHALLENGE-DUE TO TRUE
           ELSE
              MOVE 'No valid grid card on file, see security.'
                 TO WS-REJECT-TEXT
           END-IF.

       2450-MAKE-REJECTION.
      *    SEND BACK THE REJECTION REASON SET BY 2350/2360 ABOVE
           INITIALIZE MESSO.
      *    THIS ENDS THE CICS CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       2600-PROCESS-GRID-ANSWER.
      *    THE ADMINISTRATOR HAS ANSWERED THE GRID-CARD CHALLENGE.
      *    THE USER RECORD IS READ AGAIN SO THE ROLE, STATUS AND
      *    PASSWORD ARE AS THEY STAND NOW, NOT AS THEY STOOD WHEN
      *    THE CHALLENGE WENT OUT.  A REJECTION FROM HERE STARTS THE
      *    SIGN-ON OVER FROM THE FIRST SCREEN.
           SET WS-SIGNON-REJECTED TO TRUE.
           SET WS-FORCE-PWDCHG-NOT-NEEDED TO TRUE.
           SET WS-PASSWORD-NOT-EXPIRED TO TRUE.
           INITIALIZE ESONMO.
           MOVE EIBTRNID TO TRANIDO.
           INITIALIZE ESONGI.

           EXEC CICS RECEIVE
                MAP('ESONG')
                MAPSET('ESONMAP')
                INTO (ESONGI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS READ
                FILE(AC-REG-USER-FILENAME)
                INTO (REG-USER-RECORD)
                RIDFLD(WS-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Sign-on is unavailable, please try again later.'
                 TO WS-REJECT-TEXT
           ELSE
              PERFORM 2355-HASH-ENTERED-PASSWORD
              IF RU-ST-INACTIVE OR NOT RU-UT-ADMINISTRATOR
                 OR RU-USER-PASSWORD IS NOT EQUAL TO
                    WS-USER-PASSWORD-HASH
                 MOVE 'Sign-on interrupted, please sign on again.'
                    TO WS-REJECT-TEXT
              ELSE
                 PERFORM 2610-CHECK-GRID-ANSWERS
                 IF WS-GRID-ANSWER-OK
                    PERFORM 2372-CHECK-POLICY-STATUS
                 END-IF
                 PERFORM 2650-REPORT-GRID-RESULT
                 IF MON-RESP-LOCKED-OUT OR MON-RESP-ALREADY-SIGNED-ON
                    OR MON-RESP-TERMINAL-DENIED
                    OR MON-RESP-OUTSIDE-HOURS
                    OR MON-RESP-QUARANTINED
                    OR MON-RESP-SIGNON-FROZEN
                    OR MON-RESP-POLICY-OVERDUE
                    MOVE MON-LOCKOUT-MESSAGE TO WS-REJECT-TEXT
                 ELSE
                    IF WS-GRID-ANSWER-OK
                       IF WS-POLICY-OWED
                          PERFORM 2800-PREPARE-POLICY-SCREEN
                       ELSE
                          PERFORM 2365-CHECK-PASSWORD-AGE
                          IF WS-PASSWORD-EXPIRED OR RU-FORCE-CHANGE
                             SET WS-FORCE-PWDCHG-NEEDED TO TRUE
                          ELSE
                             SET WS-SIGNON-OK TO TRUE
                          END-IF
                       END-IF
                    ELSE
                       MOVE 'Incorrect grid card answer, sign on again.'
                          TO WS-REJECT-TEXT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2610-CHECK-GRID-ANSWERS.
      *    BOTH CHALLENGED CELLS MUST MATCH THE CARD STILL IN FORCE -
      *    A CARD REVOKED WHILE THE CHALLENGE WAS ON SCREEN FAILS
           SET WS-GRID-ANSWER-BAD TO TRUE.

           EXEC CICS READ
                FILE(AC-GRDCRD-FILENAME)
                INTO (GRID-CARD-RECORD)
                RIDFLD(WS-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND GC-ST-ACTIVE
              MOVE WS-CHALLENGE-CELL-1 TO WS-GRID-CELL-INDEX
              MOVE GANSW1I TO WS-GRID-ANSWER
              PERFORM 2620-CHECK-ONE-CELL
              IF WS-GRID-CELL-MATCHED
                 MOVE WS-CHALLENGE-CELL-2 TO WS-GRID-CELL-INDEX
                 MOVE GANSW2I TO WS-GRID-ANSWER
                 PERFORM 2620-CHECK-ONE-CELL
                 IF WS-GRID-CELL-MATCHED
                    SET WS-GRID-ANSWER-OK TO TRUE
                 END-IF
              END-IF
           END-IF.

       2620-CHECK-ONE-CELL.
      *    HASH THE ANSWER THE SAME WAY EGRDISS HASHED THE PRINTED
      *    VALUE AND COMPARE IT WITH THE CELL ON FILE
           SET WS-GRID-CELL-MISSED TO TRUE.
           PERFORM 2630-SET-CELL-LABEL.
           MOVE WS-GRID-ANSWER TO GH-CELL-VALUE.
           MOVE GC-CARD-SALT TO GH-CARD-SALT.
           CALL 'EHASHPW' USING GRID-CELL-HASH-INPUT
                                WS-GRID-ANSWER-HASH.

           IF WS-GRID-ANSWER-HASH IS EQUAL TO
              GC-CELL-HASH (WS-GRID-CELL-INDEX)
              SET WS-GRID-CELL-MATCHED TO TRUE
           END-IF.

       2630-SET-CELL-LABEL.
      *    TURN A CELL NUMBER 1-50 INTO ITS LABEL ON THE PRINTED
      *    CARD - COLUMN LETTER A-J THEN ROW DIGIT 1-5
           COMPUTE WS-GRID-ROW = (WS-GRID-CELL-INDEX - 1) / 10 + 1.
           COMPUTE WS-GRID-COLUMN =
              FUNCTION MOD(WS-GRID-CELL-INDEX - 1, 10) + 1.
           MOVE GRID-COLUMN-LETTER (WS-GRID-COLUMN) TO GH-CELL-COLUMN.
           MOVE WS-GRID-ROW TO GH-CELL-ROW.

       2650-REPORT-GRID-RESULT.
      *    TELL THE ACTIVITY MONITOR HOW THE CHALLENGE WENT - A RIGHT
      *    ANSWER SIGNS THE SESSION ON, A WRONG ONE IS AUDITED AND
      *    COUNTS TOWARD THE LOCKOUT.  A RIGHT ANSWER FROM AN
      *    ADMINISTRATOR STILL OWING A POLICY ACCEPTANCE IS ONLY
      *    CHECKED - THE ACCEPTANCE IS WHAT SIGNS THEM ON
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           SET MON-ACT-SIGNON-ATTEMPT TO TRUE.
           MOVE WS-USER-ID TO MON-USER-ID.
           MOVE RU-USER-TYPE TO MON-USER-TYPE.
           MOVE EIBTRMID TO MON-TERMINAL-ID.

           IF WS-GRID-ANSWER-OK
              IF WS-POLICY-OWED
                 SET MON-ATT-PASSWORD-OK TO TRUE
              ELSE
                 SET MON-ATT-SUCCESS TO TRUE
              END-IF
           ELSE
              SET MON-ATT-GRID-FAILED TO TRUE
           END-IF.

           PERFORM 2375-LINK-ACTIVITY-MONITOR.

       2700-SEND-GRID-CHALLENGE.
      *    ASK FOR THE TWO CELLS PICKED BY 2390 AND WAIT FOR THE
      *    ANSWER WITH THE STAGE SET, SO THE NEXT INPUT IS TAKEN AS
      *    THE GRID-CARD ANSWER
           INITIALIZE ESONGO.
           MOVE WS-USER-ID TO GUSRIDO.
           MOVE GC-CARD-NUMBER TO GCARDNOO.
           MOVE WS-CHALLENGE-CELL-1 TO WS-GRID-CELL-INDEX.
           PERFORM 2630-SET-CELL-LABEL.
           MOVE GH-CELL-LABEL TO GCELL1O.
           MOVE WS-CHALLENGE-CELL-2 TO WS-GRID-CELL-INDEX.
           PERFORM 2630-SET-CELL-LABEL.
           MOVE GH-CELL-LABEL TO GCELL2O.
           MOVE 'Enter the values of these two cells from your card.'
              TO GMESSO.
           SET WS-STAGE-GRID TO TRUE.

           EXEC CICS SEND
                MAP('ESONG')
                MAPSET('ESONMAP')
                FROM (ESONGO)
                ERASE
                END-EXEC.

           PERFORM 1300-RETURN-STATEFULLY.

       2800-PREPARE-POLICY-SCREEN.
      *    THE CREDENTIALS ARE RIGHT BUT THE POLICY IN FORCE IS STILL
      *    TO BE ACCEPTED - FETCH ITS TEXT FOR THE ESONA SCREEN.  A
      *    VERSION THAT CANNOT BE READ MEANS NO SIGN-ON RATHER THAN
      *    SKIPPING THE ACKNOWLEDGMENT
           MOVE AUC-VERSION TO WS-POLICY-VERSION.
           MOVE WS-POLICY-VERSION TO PT-VERSION.

           EXEC CICS READ
                FILE(AC-AUPTXT-FILENAME)
                INTO (POLICY-TEXT-RECORD)
                RIDFLD(PT-VERSION)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-POLICY-SCREEN-DUE TO TRUE
              IF WS-POLICY-PROMPT-TEXT IS EQUAL TO SPACES
                 MOVE 'Enter A to accept this policy, D to decline it.'
                    TO WS-POLICY-PROMPT-TEXT
              END-IF
           ELSE
              MOVE 'Sign-on is unavailable, please try again later.'
                 TO WS-REJECT-TEXT
           END-IF.

       2850-SEND-POLICY-SCREEN.
      *    SHOW THE POLICY PREPARED BY 2800 AND WAIT FOR THE ANSWER
      *    WITH THE STAGE SET, SO THE NEXT INPUT IS TAKEN AS THE
      *    ACCEPTANCE OR THE DECLINE
           INITIALIZE ESONAO.
           MOVE WS-USER-ID TO AUSRIDO.
           MOVE PT-VERSION TO AVERSO.
           MOVE PT-TITLE TO ATITLEO.
           MOVE PT-EFFECTIVE-DATE TO AEFFDTO.
           MOVE AUC-DEADLINE-DATE TO ADEADLNO.
           MOVE PT-TEXT-LINE (1) TO ATXT01O.
           MOVE PT-TEXT-LINE (2) TO ATXT02O.
           MOVE PT-TEXT-LINE (3) TO ATXT03O.
           MOVE PT-TEXT-LINE (4) TO ATXT04O.
           MOVE PT-TEXT-LINE (5) TO ATXT05O.
           MOVE PT-TEXT-LINE (6) TO ATXT06O.
           MOVE PT-TEXT-LINE (7) TO ATXT07O.
           MOVE PT-TEXT-LINE (8) TO ATXT08O.
           MOVE PT-TEXT-LINE (9) TO ATXT09O.
           MOVE PT-TEXT-LINE (10) TO ATXT10O.
           MOVE PT-TEXT-LINE (11) TO ATXT11O.
           MOVE PT-TEXT-LINE (12) TO ATXT12O.
           MOVE WS-POLICY-PROMPT-TEXT TO AMESSO.
           SET WS-STAGE-POLICY TO TRUE.

           EXEC CICS SEND
                MAP('ESONA')
                MAPSET('ESONMAP')
                FROM (ESONAO)
                ERASE
                END-EXEC.

           PERFORM 1300-RETURN-STATEFULLY.

       2900-PROCESS-POLICY-REPLY.
      *    THE USER HAS ANSWERED THE POLICY SCREEN.  AS AFTER THE
      *    GRID CARD, THE USER RECORD AND THE POLICY ARE LOOKED AT
      *    AGAIN AS THEY STAND NOW - A NEWER VERSION COMING INTO
      *    FORCE WHILE THE SCREEN WAS UP STARTS THE SIGN-ON OVER
           SET WS-SIGNON-REJECTED TO TRUE.
           SET WS-FORCE-PWDCHG-NOT-NEEDED TO TRUE.
           SET WS-PASSWORD-NOT-EXPIRED TO TRUE.
           INITIALIZE ESONMO.
           MOVE EIBTRNID TO TRANIDO.
           INITIALIZE ESONAI.

           EXEC CICS RECEIVE
                MAP('ESONA')
                MAPSET('ESONMAP')
                INTO (ESONAI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS READ
                FILE(AC-REG-USER-FILENAME)
                INTO (REG-USER-RECORD)
                RIDFLD(WS-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Sign-on is unavailable, please try again later.'
                 TO WS-REJECT-TEXT
           ELSE
              PERFORM 2355-HASH-ENTERED-PASSWORD
              PERFORM 2372-CHECK-POLICY-STATUS
              IF RU-ST-INACTIVE OR RU-UT-SERVICE
                 OR RU-USER-PASSWORD IS NOT EQUAL TO
                    WS-USER-PASSWORD-HASH
                 OR WS-POLICY-NOT-OWED
                 OR AUC-VERSION IS NOT EQUAL TO WS-POLICY-VERSION
                 MOVE 'Sign-on interrupted, please sign on again.'
                    TO WS-REJECT-TEXT
              ELSE
                 EVALUATE AREPLYI
                 WHEN 'A'
                      PERFORM 2910-ACCEPT-POLICY
                 WHEN 'D'
                      PERFORM 2930-DECLINE-POLICY
                 WHEN OTHER
                      MOVE 'Please enter A to accept or D to decline.'
                         TO WS-POLICY-PROMPT-TEXT
                      PERFORM 2800-PREPARE-POLICY-SCREEN
                 END-EVALUATE
              END-IF
           END-IF.

       2910-ACCEPT-POLICY.
      *    RECORD THE ACCEPTANCE FIRST, THEN LET THE ACTIVITY MONITOR
      *    SIGN THE SESSION ON - ITS OTHER CHECKS (A FREEZE SET IN
      *    THE MEANTIME, SAY) CAN STILL TURN THE USER AWAY.  AN
      *    ACCEPTANCE THAT COULD NOT BE STORED IS NO ACCEPTANCE, SO
      *    THE SIGN-ON STOPS THERE AND EACTMON IS NEVER TOLD
           MOVE 'A' TO WS-ACK-REPLY.
           PERFORM 2950-RECORD-ACKNOWLEDGMENT.

           IF WS-ACK-NOT-RECORDED
              MOVE 'Sign-on is unavailable, please try again later.'
                 TO WS-REJECT-TEXT
           ELSE
              PERFORM 2940-COMPLETE-ACCEPTED-SIGNON
           END-IF.

       2940-COMPLETE-ACCEPTED-SIGNON.
      *    THE ACCEPTANCE IS ON FILE - SIGN THE SESSION ON
           PERFORM 2920-REPORT-POLICY-ACCEPTED.

           IF MON-RESP-LOCKED-OUT OR MON-RESP-ALREADY-SIGNED-ON
              OR MON-RESP-TERMINAL-DENIED
              OR MON-RESP-OUTSIDE-HOURS
              OR MON-RESP-QUARANTINED
              OR MON-RESP-SIGNON-FROZEN
              OR MON-RESP-POLICY-OVERDUE
              MOVE MON-LOCKOUT-MESSAGE TO WS-REJECT-TEXT
           ELSE
              PERFORM 2365-CHECK-PASSWORD-AGE
              IF WS-PASSWORD-EXPIRED OR RU-FORCE-CHANGE
                 SET WS-FORCE-PWDCHG-NEEDED TO TRUE
              ELSE
                 SET WS-SIGNON-OK TO TRUE
              END-IF
           END-IF.

       2920-REPORT-POLICY-ACCEPTED.
      *    THE LAST STEP OF THE SIGN-ON IS DONE - TELL THE ACTIVITY
      *    MONITOR, WHICH SIGNS THE SESSION ON AND AUDITS THE SUCCESS
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           SET MON-ACT-SIGNON-ATTEMPT TO TRUE.
           MOVE WS-USER-ID TO MON-USER-ID.
           MOVE RU-USER-TYPE TO MON-USER-TYPE.
           MOVE EIBTRMID TO MON-TERMINAL-ID.
           SET MON-ATT-SUCCESS TO TRUE.

           PERFORM 2375-LINK-ACTIVITY-MONITOR.

       2930-DECLINE-POLICY.
      *    RECORD THE DECLINE AND END THE SIGN-ON - THE SESSION WAS
      *    NEVER SIGNED ON, SO THERE IS NOTHING FOR EACTMON TO UNDO
           MOVE 'D' TO WS-ACK-REPLY.
           PERFORM 2950-RECORD-ACKNOWLEDGMENT.
           MOVE 'Usage policy declined, you have been signed off.'
              TO WS-REJECT-TEXT.

       2950-RECORD-ACKNOWLEDGMENT.
      *    STORE THE ANSWER AGAINST THE USER AND THE VERSION SHOWN.
      *    A RECORD ALREADY THERE - AN EARLIER DECLINE, OR A GRACE
      *    PERIOD REOPENED BY AN ADMINISTRATOR - IS UPDATED IN PLACE,
      *    KEEPING ITS GRACE STAMP.  ONLY NO RECORD AT ALL MEANS A NEW
      *    ONE IS WRITTEN; ANY OTHER FAILURE LEAVES IT UNRECORDED
           SET WS-ACK-NOT-RECORDED TO TRUE.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-CURRENT-DATE)
                TIME(WS-ACK-TIME)
                END-EXEC.

           MOVE WS-USER-ID TO AK-USER-ID.
           MOVE WS-POLICY-VERSION TO AK-VERSION.

           EXEC CICS READ
                FILE(AC-AUPACK-FILENAME)
                INTO (POLICY-ACK-RECORD)
                RIDFLD(AK-ACK-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                PERFORM 2960-FILL-ACKNOWLEDGMENT
                EXEC CICS REWRITE
                     FILE(AC-AUPACK-FILENAME)
                     FROM (POLICY-ACK-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                   SET WS-ACK-RECORDED TO TRUE
                END-IF
           WHEN WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NOTFND)
                INITIALIZE POLICY-ACK-RECORD
                MOVE WS-USER-ID TO AK-USER-ID
                MOVE WS-POLICY-VERSION TO AK-VERSION
                PERFORM 2960-FILL-ACKNOWLEDGMENT
                EXEC CICS WRITE
                     FILE(AC-AUPACK-FILENAME)
                     FROM (POLICY-ACK-RECORD)
                     RIDFLD(AK-ACK-KEY)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                   SET WS-ACK-RECORDED TO TRUE
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2960-FILL-ACKNOWLEDGMENT.
      *    STAMP THE ANSWER, WHEN IT WAS GIVEN AND FROM WHERE
           MOVE WS-ACK-REPLY TO AK-STATUS.
           MOVE WS-CURRENT-DATE TO AK-ACTION-DATE.
           MOVE WS-ACK-TIME TO AK-ACTION-TIME.
           MOVE EIBTRMID TO AK-TERMINAL-ID.
