       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESIEMFD.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - SECURITY EVENT FEED TO THE CORPORATE SIEM PROGRAM
      *        A BATCH JOB, RUN OUTSIDE CICS SEVERAL TIMES A DAY, THAT
      *        PICKS UP EVERY ESONAUD SIGN-ON AUDIT AND EMNTAUD
      *        MAINTENANCE AUDIT RECORD WRITTEN SINCE ITS LAST
      *        CHECKPOINT AND WRITES IT, ENRICHED WITH THE USER'S
      *        EEMPMST NAME AND DEPARTMENT AND THE TERMINAL'S ETRMMST
      *        LOCATION, TO THE SIEMOUT OUTBOUND DATASET FOR THE SIEM
      *        COLLECTOR IN THE FIXED '|'-DELIMITED FORMAT DOCUMENTED
      *        IN ESIEMEV.
      *
      *        THE CHECKPOINT (ESIEMCK) IS THE LAST AUDIT CHAIN
      *        SEQUENCE SENT FROM EACH FILE, NOT A RECORD POSITION,
      *        SO IT STILL HOLDS AFTER EAUDRET HAS SPLIT ESONAUD AND
      *        REPLACED THE LIVE FILE.  EACH RUN SENDS THE SEQUENCES
      *        AFTER THE CHECKPOINT UP TO THE EAUDCHN CHAIN HEAD AS
      *        IT STOOD WHEN THE RUN STARTED; ANYTHING WRITTEN SINCE
      *        WAITS FOR THE NEXT RUN.  WHEN SOME OF THOSE SEQUENCES
      *        HAVE ALREADY BEEN ROLLED OFF TO THE ARCHIVE - A SPLIT
      *        SINCE THE LAST RUN - THEY ARE READ FROM THE LATEST
      *        SONAUDA GENERATION.  EVERY SEQUENCE IN THE RANGE MUST
      *        BE FOUND: A SHORTFALL (AN ARCHIVE NOT SUPPLIED, OR A
      *        SPLIT DURING THIS VERY RUN) FAILS THE RUN, MARKS THE
      *        TRAILER FAILED AND LEAVES THE CHECKPOINT WHERE IT WAS,
      *        SO NO EVENT IS SKIPPED.  THE CHECKPOINT MOVES ONLY
      *        AFTER THE OUTBOUND DATASET IS CLOSED COMPLETE.  THE
      *        FIRST RUN FOR A FILE SENDS THE WHOLE LIVE FILE,
      *        INCLUDING RECORDS WRITTEN BEFORE CHAINING BEGAN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNON-AUDIT-FILE ASSIGN TO ESONAUD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SIGNON-AUDIT-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO SONAUDA
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO EMNTAUD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO EAUDCHN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CC-CHAIN-KEY
              FILE STATUS IS WS-AUDIT-CHAIN-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO ESIEMCK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SK-FILE-NAME
              FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO EEMPMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EM-USER-ID
              FILE STATUS IS WS-EMPMST-STATUS.

           SELECT TERMINAL-MASTER-FILE ASSIGN TO ETRMMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TM-TERMINAL-ID
              FILE STATUS IS WS-TRMMST-STATUS.

           SELECT FEED-OUTPUT-FILE ASSIGN TO SIEMOUT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNON-AUDIT-FILE.
       01 SIGNON-INPUT-RECORD         PIC X(67).

       FD  AUDIT-ARCHIVE-FILE.
       01 ARCHIVE-INPUT-RECORD        PIC X(67).

       FD  MAINT-AUDIT-FILE.
       01 MAINT-INPUT-RECORD          PIC X(100).

       FD  AUDIT-CHAIN-FILE.
       COPY EAUDCHN.

       FD  CHECKPOINT-FILE.
       COPY ESIEMCK.

       FD  EMP-MASTER-FILE.
       COPY EEMPMST.

       FD  TERMINAL-MASTER-FILE.
       COPY ETRMMST.

       FD  FEED-OUTPUT-FILE.
       01 WS-FEED-LINE                PIC X(201).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS, THE AUDIT RECORD LAYOUTS
      *   AND THE OUTBOUND EVENT FORMAT.
      ******************************************************************
       COPY ECONST.
       COPY ESONAUD.
       COPY EMNTAUD.
       COPY ESIEMEV.
      ******************************************************************
      *   FILE STATUS FIELDS.
      ******************************************************************
       01 WS-SIGNON-AUDIT-STATUS     PIC X(2).
          88 WS-SIGNON-AUDIT-OK            VALUE '00'.
          88 WS-SIGNON-AUDIT-EOF           VALUE '10'.
       01 WS-ARCHIVE-STATUS          PIC X(2).
          88 WS-ARCHIVE-OK                 VALUE '00'.
          88 WS-ARCHIVE-EOF                VALUE '10'.
       01 WS-MAINT-AUDIT-STATUS      PIC X(2).
          88 WS-MAINT-AUDIT-OK             VALUE '00'.
          88 WS-MAINT-AUDIT-EOF            VALUE '10'.
       01 WS-AUDIT-CHAIN-STATUS      PIC X(2).
          88 WS-AUDIT-CHAIN-OK             VALUE '00'.
       01 WS-CHECKPOINT-STATUS       PIC X(2).
          88 WS-CHECKPOINT-OK              VALUE '00'.
          88 WS-CHECKPOINT-NOT-FOUND       VALUE '35'.
       01 WS-EMPMST-STATUS           PIC X(2).
          88 WS-EMPMST-OK                  VALUE '00'.
       01 WS-TRMMST-STATUS           PIC X(2).
          88 WS-TRMMST-OK                  VALUE '00'.
       01 WS-FEED-STATUS             PIC X(2).
          88 WS-FEED-OK                    VALUE '00'.
      ******************************************************************
      *   WORKING FIELDS USED TO READ THE AUDIT FILES.
      ******************************************************************
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-RECORDS-READ-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-NOT-ENRICHED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-MISSING-COUNT            PIC 9(9) VALUE ZERO.
      ******************************************************************
      *   THE FEED WINDOW FOR EACH AUDIT FILE - THE LAST SEQUENCE
      *   ALREADY SENT (FROM THE CHECKPOINT), THE LAST SEQUENCE ON
      *   THE CHAIN HEAD WHEN THE RUN STARTED, AND THE FIRST SEQUENCE
      *   STILL ON THE LIVE FILE.  EVERY SEQUENCE AFTER THE FIRST UP
      *   TO THE SECOND MUST BE SENT.
      ******************************************************************
       01 WS-SIGNON-WINDOW.
          05 WS-SON-LAST-SENT         PIC 9(9).
          05 WS-SON-HEAD-LAST         PIC 9(9).
          05 WS-SON-LIVE-FIRST        PIC 9(9).
          05 WS-SON-FIRST-RUN         PIC X(1).
             88 WS-SON-IS-FIRST-RUN         VALUE 'Y'.
          05 WS-SON-EXPECTED-COUNT    PIC 9(9).
          05 WS-SON-CHAINED-COUNT     PIC 9(9) VALUE ZERO.
          05 WS-SON-EVENT-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-MAINT-WINDOW.
          05 WS-MNT-LAST-SENT         PIC 9(9).
          05 WS-MNT-HEAD-LAST         PIC 9(9).
          05 WS-MNT-LIVE-FIRST        PIC 9(9).
          05 WS-MNT-FIRST-RUN         PIC X(1).
             88 WS-MNT-IS-FIRST-RUN         VALUE 'Y'.
          05 WS-MNT-EXPECTED-COUNT    PIC 9(9).
          05 WS-MNT-CHAINED-COUNT     PIC 9(9) VALUE ZERO.
          05 WS-MNT-EVENT-COUNT       PIC 9(7) VALUE ZERO.
      *    STAGING FIELDS SHARED BY THE TWO WINDOW LOADS
       01 WS-WINDOW-FILE-NAME         PIC X(8).
       01 WS-WINDOW-LAST-SENT         PIC 9(9).
       01 WS-WINDOW-HEAD-LAST         PIC 9(9).
       01 WS-WINDOW-LIVE-FIRST        PIC 9(9).
       01 WS-WINDOW-FIRST-RUN         PIC X(1).
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.
      ******************************************************************
       COPY ERUNLOG.
       01 WS-RUN-START-DATE          PIC X(8).
       01 WS-RUN-START-TIME          PIC X(8).
       01 WS-RUN-END-TIME            PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIALIZE.

           IF RL-ST-GOOD
              PERFORM 2000-FEED-SIGNON-ARCHIVE
           END-IF.
           IF RL-ST-GOOD
              PERFORM 2100-FEED-SIGNON-LIVE
           END-IF.
           IF RL-ST-GOOD
              PERFORM 3000-FEED-MAINT-LIVE
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE FILES, WORK OUT EACH AUDIT FILE'S FEED WINDOW AND
      *    START THE OUTBOUND DATASET WITH ITS HEADER
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           OPEN INPUT AUDIT-CHAIN-FILE.
           OPEN INPUT EMP-MASTER-FILE.
           OPEN INPUT TERMINAL-MASTER-FILE.
           OPEN I-O CHECKPOINT-FILE.

      *    A BRAND-NEW CHECKPOINT FILE IS CREATED ON FIRST USE
           IF WS-CHECKPOINT-NOT-FOUND
              OPEN OUTPUT CHECKPOINT-FILE
           END-IF.

           OPEN OUTPUT FEED-OUTPUT-FILE.

           EVALUATE TRUE
           WHEN NOT WS-AUDIT-CHAIN-OK
                DISPLAY 'ERROR: OPEN OF EAUDCHN FAILED, STATUS='
                   WS-AUDIT-CHAIN-STATUS
                SET RL-ST-FAILED TO TRUE
           WHEN NOT WS-CHECKPOINT-OK
                DISPLAY 'ERROR: OPEN OF ESIEMCK FAILED, STATUS='
                   WS-CHECKPOINT-STATUS
                SET RL-ST-FAILED TO TRUE
           WHEN NOT WS-EMPMST-OK
                DISPLAY 'ERROR: OPEN OF EEMPMST FAILED, STATUS='
                   WS-EMPMST-STATUS
                SET RL-ST-FAILED TO TRUE
           WHEN NOT WS-TRMMST-OK
                DISPLAY 'ERROR: OPEN OF ETRMMST FAILED, STATUS='
                   WS-TRMMST-STATUS
                SET RL-ST-FAILED TO TRUE
           WHEN NOT WS-FEED-OK
                DISPLAY 'ERROR: OPEN OF SIEMOUT FAILED, STATUS='
                   WS-FEED-STATUS
                SET RL-ST-FAILED TO TRUE
           WHEN OTHER
                PERFORM 1100-LOAD-SIGNON-WINDOW
                PERFORM 1200-LOAD-MAINT-WINDOW
                PERFORM 1500-WRITE-FEED-HEADER
           END-EVALUATE.

       1100-LOAD-SIGNON-WINDOW.
      *    THE SIGN-ON AUDIT'S CHECKPOINT AND CHAIN HEAD
           MOVE AC-SIGNON-AUDIT-FILENAME TO WS-WINDOW-FILE-NAME.
           PERFORM 1300-LOAD-FEED-WINDOW.

           MOVE WS-WINDOW-LAST-SENT TO WS-SON-LAST-SENT.
           MOVE WS-WINDOW-HEAD-LAST TO WS-SON-HEAD-LAST.
           MOVE WS-WINDOW-LIVE-FIRST TO WS-SON-LIVE-FIRST.
           MOVE WS-WINDOW-FIRST-RUN TO WS-SON-FIRST-RUN.
           COMPUTE WS-SON-EXPECTED-COUNT =
              WS-SON-HEAD-LAST - WS-SON-LAST-SENT.

       1200-LOAD-MAINT-WINDOW.
      *    THE MAINTENANCE AUDIT'S CHECKPOINT AND CHAIN HEAD
           MOVE AC-MAINT-AUDIT-FILENAME TO WS-WINDOW-FILE-NAME.
           PERFORM 1300-LOAD-FEED-WINDOW.

           MOVE WS-WINDOW-LAST-SENT TO WS-MNT-LAST-SENT.
           MOVE WS-WINDOW-HEAD-LAST TO WS-MNT-HEAD-LAST.
           MOVE WS-WINDOW-LIVE-FIRST TO WS-MNT-LIVE-FIRST.
           MOVE WS-WINDOW-FIRST-RUN TO WS-MNT-FIRST-RUN.
           COMPUTE WS-MNT-EXPECTED-COUNT =
              WS-MNT-HEAD-LAST - WS-MNT-LAST-SENT.

       1300-LOAD-FEED-WINDOW.
      *    READ THE CHAIN HEAD, THEN THE CHECKPOINT.  NO HEAD MEANS
      *    NOTHING HAS BEEN CHAINED YET.  NO CHECKPOINT MEANS THIS IS
      *    THE FIRST RUN, WHICH STARTS AT THE FRONT OF THE LIVE FILE
      *    - HISTORY ALREADY ARCHIVED BEFORE THE FEED EXISTED IS NOT
      *    SENT.  A CHECKPOINT BEYOND THE HEAD CANNOT BE TRUSTED AND
      *    STOPS THE RUN
           INITIALIZE AUDIT-CHAIN-RECORD.
           MOVE WS-WINDOW-FILE-NAME TO CC-FILE-NAME.
           SET CC-CHAIN-HEAD TO TRUE.
           MOVE ZERO TO CC-ENTRY-SEQUENCE.

           READ AUDIT-CHAIN-FILE.

           IF WS-AUDIT-CHAIN-OK
              MOVE CC-LAST-SEQUENCE TO WS-WINDOW-HEAD-LAST
              MOVE CC-FIRST-SEQUENCE TO WS-WINDOW-LIVE-FIRST
           ELSE
              MOVE ZERO TO WS-WINDOW-HEAD-LAST
              MOVE 1 TO WS-WINDOW-LIVE-FIRST
           END-IF.

           MOVE WS-WINDOW-FILE-NAME TO SK-FILE-NAME.
           READ CHECKPOINT-FILE.

           IF WS-CHECKPOINT-OK
              MOVE SK-LAST-SEQUENCE-SENT TO WS-WINDOW-LAST-SENT
              MOVE 'N' TO WS-WINDOW-FIRST-RUN
           ELSE
              COMPUTE WS-WINDOW-LAST-SENT = WS-WINDOW-LIVE-FIRST - 1
              MOVE 'Y' TO WS-WINDOW-FIRST-RUN
           END-IF.

           IF WS-WINDOW-LAST-SENT IS GREATER THAN WS-WINDOW-HEAD-LAST
              DISPLAY 'ERROR: ' WS-WINDOW-FILE-NAME
                 ' CHECKPOINT ' WS-WINDOW-LAST-SENT
                 ' IS BEYOND ITS CHAIN HEAD ' WS-WINDOW-HEAD-LAST
              SET RL-ST-FAILED TO TRUE
              MOVE WS-WINDOW-HEAD-LAST TO WS-WINDOW-LAST-SENT
           END-IF.

           DISPLAY 'ESIEMFD: ' WS-WINDOW-FILE-NAME
              ' SEQUENCES AFTER ' WS-WINDOW-LAST-SENT
              ' UP TO ' WS-WINDOW-HEAD-LAST.

       1500-WRITE-FEED-HEADER.
      *    THE HEADER NAMES THE RUN AND THE RANGE SENT FROM EACH FILE
           MOVE WS-RUN-START-DATE TO SH-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO SH-RUN-TIME.
           MOVE WS-SON-LAST-SENT TO SH-SIGNON-FROM-SEQUENCE.
           MOVE WS-SON-HEAD-LAST TO SH-SIGNON-TO-SEQUENCE.
           MOVE WS-MNT-LAST-SENT TO SH-MAINT-FROM-SEQUENCE.
           MOVE WS-MNT-HEAD-LAST TO SH-MAINT-TO-SEQUENCE.

           WRITE WS-FEED-LINE FROM SIEM-HEADER-RECORD.

       2000-FEED-SIGNON-ARCHIVE.
      *    SEQUENCES DUE TO BE SENT BUT BEFORE THE FIRST ONE STILL ON
      *    THE LIVE FILE WERE ROLLED OFF BY AN EAUDRET SPLIT SINCE THE
      *    LAST RUN - THEY CAN ONLY COME FROM THE ARCHIVE GENERATION
           IF WS-SON-LAST-SENT + 1 IS LESS THAN WS-SON-LIVE-FIRST
              AND WS-SON-EXPECTED-COUNT IS GREATER THAN ZERO
              OPEN INPUT AUDIT-ARCHIVE-FILE
              IF NOT WS-ARCHIVE-OK
                 DISPLAY 'ERROR: ESONAUD SEQUENCES AFTER '
                    WS-SON-LAST-SENT ' ARE ARCHIVED - SUPPLY SONAUDA,'
                    ' STATUS=' WS-ARCHIVE-STATUS
                 SET RL-ST-FAILED TO TRUE
              ELSE
                 SET WS-NOT-AT-EOF TO TRUE
                 PERFORM 2010-READ-ARCHIVE-RECORD
                 PERFORM 2020-FEED-ARCHIVE-RECORD UNTIL WS-AT-EOF
                 CLOSE AUDIT-ARCHIVE-FILE
              END-IF
           END-IF.

       2010-READ-ARCHIVE-RECORD.
      *    READ THE NEXT ARCHIVED SIGN-ON AUDIT RECORD
           READ AUDIT-ARCHIVE-FILE.

           IF WS-ARCHIVE-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-ARCHIVE-OK
                 DISPLAY 'ERROR: READ OF SONAUDA FAILED, STATUS='
                    WS-ARCHIVE-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-RECORDS-READ-COUNT
              END-IF
           END-IF.

       2020-FEED-ARCHIVE-RECORD.
      *    OFFER THE ARCHIVED RECORD TO THE FEED AND READ ON
           MOVE ARCHIVE-INPUT-RECORD TO SIGNON-AUDIT-RECORD.
           PERFORM 2200-FEED-SIGNON-RECORD.
           PERFORM 2010-READ-ARCHIVE-RECORD.

       2100-FEED-SIGNON-LIVE.
      *    READ THE LIVE SIGN-ON AUDIT FILE FROM THE FRONT
           OPEN INPUT SIGNON-AUDIT-FILE.

           IF NOT WS-SIGNON-AUDIT-OK
              DISPLAY 'ERROR: OPEN OF ESONAUD FAILED, STATUS='
                 WS-SIGNON-AUDIT-STATUS
              SET RL-ST-FAILED TO TRUE
           ELSE
              SET WS-NOT-AT-EOF TO TRUE
              PERFORM 2110-READ-SIGNON-RECORD
              PERFORM 2120-FEED-LIVE-SIGNON-RECORD UNTIL WS-AT-EOF
              CLOSE SIGNON-AUDIT-FILE
           END-IF.

       2110-READ-SIGNON-RECORD.
      *    READ THE NEXT LIVE SIGN-ON AUDIT RECORD
           READ SIGNON-AUDIT-FILE.

           IF WS-SIGNON-AUDIT-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-SIGNON-AUDIT-OK
                 DISPLAY 'ERROR: READ OF ESONAUD FAILED, STATUS='
                    WS-SIGNON-AUDIT-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-RECORDS-READ-COUNT
              END-IF
           END-IF.

       2120-FEED-LIVE-SIGNON-RECORD.
      *    OFFER THE LIVE RECORD TO THE FEED AND READ ON
           MOVE SIGNON-INPUT-RECORD TO SIGNON-AUDIT-RECORD.
           PERFORM 2200-FEED-SIGNON-RECORD.
           PERFORM 2110-READ-SIGNON-RECORD.

       2200-FEED-SIGNON-RECORD.
      *    A CHAINED RECORD INSIDE THE WINDOW IS SENT AND COUNTED
      *    AGAINST THE RANGE; AN UNSEALED ONE ONLY ON THE FIRST RUN
           EVALUATE TRUE
           WHEN AU-CHAIN-SEQUENCE IS GREATER THAN WS-SON-LAST-SENT
            AND AU-CHAIN-SEQUENCE IS NOT GREATER THAN WS-SON-HEAD-LAST
                ADD 1 TO WS-SON-CHAINED-COUNT
                PERFORM 2300-WRITE-SIGNON-EVENT
           WHEN AU-CHAIN-SEQUENCE IS EQUAL TO ZERO
            AND WS-SON-IS-FIRST-RUN
                PERFORM 2300-WRITE-SIGNON-EVENT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2300-WRITE-SIGNON-EVENT.
      *    BUILD AND WRITE ONE SIGNON EVENT LINE
           MOVE AC-SIGNON-AUDIT-FILENAME TO SE-EVENT-SOURCE.
           MOVE AU-CHAIN-SEQUENCE TO SE-CHAIN-SEQUENCE.
           MOVE AU-AUDIT-DATE TO SE-EVENT-DATE.
           MOVE AU-AUDIT-TIME TO SE-EVENT-TIME.
           MOVE 'SIGNON' TO SE-EVENT-CLASS.

           EVALUATE TRUE
           WHEN AU-OUT-SUCCESS
                MOVE 'SUCCESS' TO SE-EVENT-NAME
           WHEN AU-OUT-BAD-PASSWORD
                MOVE 'BADPWD' TO SE-EVENT-NAME
           WHEN AU-OUT-LOCKED-OUT
                MOVE 'LOCKOUT' TO SE-EVENT-NAME
           WHEN AU-OUT-ALREADY-SIGNED-ON
                MOVE 'ALREADY' TO SE-EVENT-NAME
           WHEN AU-OUT-TERMINAL-DENIED
                MOVE 'TERMDENY' TO SE-EVENT-NAME
           WHEN AU-OUT-OUTSIDE-HOURS
                MOVE 'OFFHOURS' TO SE-EVENT-NAME
           WHEN AU-OUT-QUARANTINED
                MOVE 'QUARANT' TO SE-EVENT-NAME
           WHEN AU-OUT-SIGNON-FROZEN
                MOVE 'FROZEN' TO SE-EVENT-NAME
           WHEN AU-OUT-POLICY-OVERDUE
                MOVE 'POLICYOD' TO SE-EVENT-NAME
           WHEN AU-OUT-GRID-FAILED
                MOVE 'GRIDFAIL' TO SE-EVENT-NAME
           WHEN OTHER
                MOVE SPACES TO SE-EVENT-NAME
                STRING 'OUTCOME' DELIMITED BY SIZE
                       AU-OUTCOME DELIMITED BY SIZE
                   INTO SE-EVENT-NAME
                END-STRING
           END-EVALUATE.

           MOVE AU-USER-ID TO SE-USER-ID.
           PERFORM 5000-LOOK-UP-EMPLOYEE.
           MOVE AU-TERMINAL-ID TO SE-TERMINAL-ID.
           PERFORM 5100-LOOK-UP-TERMINAL.

           MOVE SPACES TO SE-TRANS-ID.
           MOVE SPACES TO SE-TARGET-KEY.
           MOVE SPACES TO SE-BEFORE-IMAGE.
           MOVE SPACES TO SE-AFTER-IMAGE.
           MOVE AU-CHAIN-VALUE TO SE-CHAIN-VALUE.

           PERFORM 5200-WRITE-EVENT-LINE.
           ADD 1 TO WS-SON-EVENT-COUNT.

       3000-FEED-MAINT-LIVE.
      *    READ THE LIVE MAINTENANCE AUDIT FILE FROM THE FRONT
           OPEN INPUT MAINT-AUDIT-FILE.

           IF NOT WS-MAINT-AUDIT-OK
              DISPLAY 'ERROR: OPEN OF EMNTAUD FAILED, STATUS='
                 WS-MAINT-AUDIT-STATUS
              SET RL-ST-FAILED TO TRUE
           ELSE
              SET WS-NOT-AT-EOF TO TRUE
              PERFORM 3010-READ-MAINT-RECORD
              PERFORM 3020-FEED-LIVE-MAINT-RECORD UNTIL WS-AT-EOF
              CLOSE MAINT-AUDIT-FILE
           END-IF.

       3010-READ-MAINT-RECORD.
      *    READ THE NEXT LIVE MAINTENANCE AUDIT RECORD
           READ MAINT-AUDIT-FILE.

           IF WS-MAINT-AUDIT-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-MAINT-AUDIT-OK
                 DISPLAY 'ERROR: READ OF EMNTAUD FAILED, STATUS='
                    WS-MAINT-AUDIT-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-RECORDS-READ-COUNT
              END-IF
           END-IF.

       3020-FEED-LIVE-MAINT-RECORD.
      *    OFFER THE RECORD TO THE FEED AND READ ON
           MOVE MAINT-INPUT-RECORD TO MAINT-AUDIT-RECORD.
           PERFORM 3200-FEED-MAINT-RECORD.
           PERFORM 3010-READ-MAINT-RECORD.

       3200-FEED-MAINT-RECORD.
      *    THE SAME WINDOW RULE AS THE SIGN-ON AUDIT
           EVALUATE TRUE
           WHEN MA-CHAIN-SEQUENCE IS GREATER THAN WS-MNT-LAST-SENT
            AND MA-CHAIN-SEQUENCE IS NOT GREATER THAN WS-MNT-HEAD-LAST
                ADD 1 TO WS-MNT-CHAINED-COUNT
                PERFORM 3300-WRITE-MAINT-EVENT
           WHEN MA-CHAIN-SEQUENCE IS EQUAL TO ZERO
            AND WS-MNT-IS-FIRST-RUN
                PERFORM 3300-WRITE-MAINT-EVENT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       3300-WRITE-MAINT-EVENT.
      *    BUILD AND WRITE ONE ADMIN EVENT LINE
           MOVE AC-MAINT-AUDIT-FILENAME TO SE-EVENT-SOURCE.
           MOVE MA-CHAIN-SEQUENCE TO SE-CHAIN-SEQUENCE.
           MOVE MA-AUDIT-DATE TO SE-EVENT-DATE.
           MOVE MA-AUDIT-TIME TO SE-EVENT-TIME.
           MOVE 'ADMIN' TO SE-EVENT-CLASS.
           MOVE MA-ACTION TO SE-EVENT-NAME.

           MOVE MA-ADMIN-ID TO SE-USER-ID.
           PERFORM 5000-LOOK-UP-EMPLOYEE.
           MOVE SPACES TO SE-TERMINAL-ID.
           MOVE SPACES TO SE-TERMINAL-BUILDING.
           MOVE SPACES TO SE-TERMINAL-FLOOR.
           MOVE SPACES TO SE-TERMINAL-DESCRIPTION.

           MOVE MA-TRANS-ID TO SE-TRANS-ID.
           MOVE MA-TARGET-KEY TO SE-TARGET-KEY.
           MOVE MA-BEFORE-IMAGE TO SE-BEFORE-IMAGE.
           MOVE MA-AFTER-IMAGE TO SE-AFTER-IMAGE.
           MOVE MA-CHAIN-VALUE TO SE-CHAIN-VALUE.

           PERFORM 5200-WRITE-EVENT-LINE.
           ADD 1 TO WS-MNT-EVENT-COUNT.

       5000-LOOK-UP-EMPLOYEE.
      *    THE PERSON BEHIND THE USER ID - LEFT BLANK IF NOT ON FILE
      *    (A MISTYPED ID ON A FAILED SIGN-ON HAS NOBODY BEHIND IT)
           MOVE SE-USER-ID TO EM-USER-ID.
           READ EMP-MASTER-FILE.

           IF WS-EMPMST-OK
              MOVE EM-EMPLOYEE-NAME TO SE-USER-NAME
              MOVE EM-DEPARTMENT TO SE-USER-DEPARTMENT
           ELSE
              MOVE SPACES TO SE-USER-NAME
              MOVE SPACES TO SE-USER-DEPARTMENT
              ADD 1 TO WS-NOT-ENRICHED-COUNT
           END-IF.

       5100-LOOK-UP-TERMINAL.
      *    WHERE THE TERMINAL IS - LEFT BLANK IF NOT ON FILE
           MOVE SE-TERMINAL-ID TO TM-TERMINAL-ID.
           READ TERMINAL-MASTER-FILE.

           IF WS-TRMMST-OK
              MOVE TM-BUILDING TO SE-TERMINAL-BUILDING
              MOVE TM-FLOOR TO SE-TERMINAL-FLOOR
              MOVE TM-DESCRIPTION TO SE-TERMINAL-DESCRIPTION
           ELSE
              MOVE SPACES TO SE-TERMINAL-BUILDING
              MOVE SPACES TO SE-TERMINAL-FLOOR
              MOVE SPACES TO SE-TERMINAL-DESCRIPTION
           END-IF.

       5200-WRITE-EVENT-LINE.
      *    A FAILED WRITE TO THE OUTBOUND DATASET FAILS THE RUN - THE
      *    CHECKPOINT MUST NOT MOVE PAST AN EVENT THAT WAS NOT SENT
           WRITE WS-FEED-LINE FROM SIEM-EVENT-RECORD.

           IF NOT WS-FEED-OK
              DISPLAY 'ERROR: WRITE TO SIEMOUT FAILED, STATUS='
                 WS-FEED-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

       6000-CHECK-EVERY-SEQUENCE-SENT.
      *    EVERY SEQUENCE IN EACH WINDOW MUST HAVE BEEN FOUND.  A
      *    SHORTFALL IS AN ARCHIVE THAT WAS NOT SUPPLIED OR AN EAUDRET
      *    SPLIT WHILE THIS RUN WAS READING - EITHER WAY THE RERUN
      *    SENDS THE SAME WINDOW AGAIN
           IF WS-SON-CHAINED-COUNT NOT EQUAL WS-SON-EXPECTED-COUNT
              DISPLAY 'ERROR: ESONAUD SENT ' WS-SON-CHAINED-COUNT
                 ' OF ' WS-SON-EXPECTED-COUNT ' SEQUENCES IN WINDOW'
              SET RL-ST-FAILED TO TRUE
              IF WS-SON-CHAINED-COUNT IS LESS THAN
                 WS-SON-EXPECTED-COUNT
                 COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT +
                    WS-SON-EXPECTED-COUNT - WS-SON-CHAINED-COUNT
              END-IF
           END-IF.

           IF WS-MNT-CHAINED-COUNT NOT EQUAL WS-MNT-EXPECTED-COUNT
              DISPLAY 'ERROR: EMNTAUD SENT ' WS-MNT-CHAINED-COUNT
                 ' OF ' WS-MNT-EXPECTED-COUNT ' SEQUENCES IN WINDOW'
              SET RL-ST-FAILED TO TRUE
              IF WS-MNT-CHAINED-COUNT IS LESS THAN
                 WS-MNT-EXPECTED-COUNT
                 COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT +
                    WS-MNT-EXPECTED-COUNT - WS-MNT-CHAINED-COUNT
              END-IF
           END-IF.

       7000-SAVE-CHECKPOINTS.
      *    THE OUTBOUND DATASET IS CLOSED COMPLETE - MOVE EACH FILE'S
      *    CHECKPOINT ON TO THE HEAD THIS RUN SENT UP TO
           MOVE AC-SIGNON-AUDIT-FILENAME TO WS-WINDOW-FILE-NAME.
           MOVE WS-SON-HEAD-LAST TO WS-WINDOW-HEAD-LAST.
           MOVE WS-SON-FIRST-RUN TO WS-WINDOW-FIRST-RUN.
           MOVE WS-SON-EVENT-COUNT TO SK-LAST-EVENT-COUNT.
           PERFORM 7100-SAVE-ONE-CHECKPOINT.

           MOVE AC-MAINT-AUDIT-FILENAME TO WS-WINDOW-FILE-NAME.
           MOVE WS-MNT-HEAD-LAST TO WS-WINDOW-HEAD-LAST.
           MOVE WS-MNT-FIRST-RUN TO WS-WINDOW-FIRST-RUN.
           MOVE WS-MNT-EVENT-COUNT TO SK-LAST-EVENT-COUNT.
           PERFORM 7100-SAVE-ONE-CHECKPOINT.

       7100-SAVE-ONE-CHECKPOINT.
      *    REWRITE THE FILE'S CHECKPOINT, OR WRITE ITS FIRST ONE
           MOVE WS-WINDOW-FILE-NAME TO SK-FILE-NAME.
           MOVE WS-WINDOW-HEAD-LAST TO SK-LAST-SEQUENCE-SENT.
           MOVE WS-RUN-START-DATE TO SK-LAST-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO SK-LAST-RUN-TIME.

           IF WS-WINDOW-FIRST-RUN IS EQUAL TO 'Y'
              WRITE SIEM-CHECKPOINT-RECORD
           ELSE
              REWRITE SIEM-CHECKPOINT-RECORD
           END-IF.

           IF NOT WS-CHECKPOINT-OK
              DISPLAY 'ERROR: ' WS-WINDOW-FILE-NAME
                 ' CHECKPOINT NOT SAVED, STATUS=' WS-CHECKPOINT-STATUS
                 ' - NEXT RUN RESENDS ITS EVENTS'
              SET RL-ST-FAILED TO TRUE
           END-IF.

       9000-TERMINATE.
      *    CHECK THE WINDOWS WERE SENT WHOLE, CLOSE THE OUTBOUND
      *    DATASET WITH ITS TRAILER, AND ONLY THEN MOVE THE
      *    CHECKPOINTS ON
           IF RL-ST-GOOD
              PERFORM 6000-CHECK-EVERY-SEQUENCE-SENT
           END-IF.

           IF RL-ST-GOOD
              SET ST-RUN-COMPLETE TO TRUE
           ELSE
              SET ST-RUN-FAILED TO TRUE
           END-IF.
           MOVE WS-SON-EVENT-COUNT TO ST-SIGNON-EVENT-COUNT.
           MOVE WS-MNT-EVENT-COUNT TO ST-MAINT-EVENT-COUNT.
           COMPUTE ST-TOTAL-EVENT-COUNT =
              WS-SON-EVENT-COUNT + WS-MNT-EVENT-COUNT.

           IF WS-FEED-OK
              WRITE WS-FEED-LINE FROM SIEM-TRAILER-RECORD
              IF NOT WS-FEED-OK
                 DISPLAY 'ERROR: WRITE TO SIEMOUT FAILED, STATUS='
                    WS-FEED-STATUS
                 SET RL-ST-FAILED TO TRUE
              END-IF
           END-IF.

           CLOSE FEED-OUTPUT-FILE.

           IF RL-ST-GOOD
              PERFORM 7000-SAVE-CHECKPOINTS
              MOVE 'CKPT=MOVED' TO RL-RUN-PARAMETERS
           ELSE
              DISPLAY 'ESIEMFD: RUN FAILED - CHECKPOINTS NOT MOVED,'
                 ' SIEMOUT MUST NOT BE SENT'
              MOVE 'CKPT=HELD' TO RL-RUN-PARAMETERS
           END-IF.

           CLOSE AUDIT-CHAIN-FILE.
           CLOSE CHECKPOINT-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE TERMINAL-MASTER-FILE.

           DISPLAY 'ESIEMFD: AUDIT RECORDS READ      = '
              WS-RECORDS-READ-COUNT.
           DISPLAY 'ESIEMFD: ESONAUD EVENTS SENT     = '
              WS-SON-EVENT-COUNT.
           DISPLAY 'ESIEMFD: EMNTAUD EVENTS SENT     = '
              WS-MNT-EVENT-COUNT.
           DISPLAY 'ESIEMFD: USERS NOT ON EEMPMST    = '
              WS-NOT-ENRICHED-COUNT.
           DISPLAY 'ESIEMFD: SEQUENCES NOT FOUND     = '
              WS-MISSING-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE DAY'S FEED
      *    RUNS FROM ONE SCREEN
           ACCEPT WS-RUN-END-TIME FROM TIME.

           MOVE 'ESIEMFD ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-RECORDS-READ-COUNT TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-APPLIED =
              WS-SON-EVENT-COUNT + WS-MNT-EVENT-COUNT.
           MOVE WS-MISSING-COUNT TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
