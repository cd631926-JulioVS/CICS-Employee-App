      *      - SIGN-ON AUDIT RETENTION/PURGE BATCH PROGRAM
      *        A SCHEDULED BATCH JOB, RUN OUTSIDE CICS, THAT READS THE
      *        PERMANENT ESONAUD SIGN-ON AUDIT FILE AND SPLITS IT IN
      *        TWO BY AGE: RECORDS OLDER THAN THE RETENTION-DAYS RUN
      *        PARAMETER (READ FROM ERUNPRM, PRINTED AND LOGGED WITH
      *        THE RUN) ROLL OFF TO THE SONAUDA OFFLINE ARCHIVE, WHILE
      *        EVERYTHING WITHIN THE RETENTION WINDOW IS WRITTEN TO
      *        SONAUDR, WHICH BECOMES THE NEW LIVE ESONAUD FILE ONCE
      *        THIS JOB COMPLETES, SO THE LIVE FILE DOES NOT GROW
      *        WITHOUT BOUND AND A CLEAN DATE-BOUNDED ARCHIVE EXISTS
      *        FOR YEAR-END REVIEWS.
      *
      *        RECORDS CARRYING AN AUDIT CHAIN SEQUENCE ARE SPLIT ON
      *        THAT SEQUENCE RATHER THAN ONE BY ONE ON THEIR DATE: A
      *        FIRST PASS FINDS THE HIGHEST SEQUENCE THAT HAS AGED OUT
      *        AND EVERY CHAINED RECORD UP TO IT IS ARCHIVED, SO THE
      *        ARCHIVE GENERATION AND THE NEW LIVE FILE ARE EACH ONE
      *        UNBROKEN RUN OF THE CHAIN.  THE GENERATION'S START, END
      *        AND LINKING VALUE ARE FILED AS AN ARCHIVE ANCHOR ON
      *        EAUDCHN, AND THE CHAIN HEAD IS MOVED ON TO NAME THE
      *        FIRST RECORD LEFT ON THE LIVE FILE, SO EAUDVFY CAN
      *        PROVE BOTH HALVES WHOLE AFTER THE SPLIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-RETAIN-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO EAUDCHN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CC-CHAIN-KEY
              FILE STATUS IS WS-AUDIT-CHAIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-INPUT-FILE.
       FD  AUDIT-RETAIN-FILE.
       01 WS-AUDIT-RETAIN-RECORD      PIC X(67).

       FD  AUDIT-CHAIN-FILE.
       COPY EAUDCHN.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS.
          88 WS-AUDIT-ARCHIVE-OK           VALUE '00'.
       01 WS-AUDIT-RETAIN-STATUS     PIC X(2).
          88 WS-AUDIT-RETAIN-OK            VALUE '00'.
       01 WS-AUDIT-CHAIN-STATUS      PIC X(2).
          88 WS-AUDIT-CHAIN-OK             VALUE '00'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-ARCHIVED-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-RETAINED-COUNT           PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   RUN PARAMETERS - READ FROM ERUNPRM THROUGH ERUNPRD AT
      *   START-UP; THE VALUES ACTUALLY USED ARE PRINTED AND LOGGED.
      ******************************************************************
       COPY ERUNPRD.
       01 WS-AUDIT-RETENTION-DAYS     PIC 9(3).
       01 WS-PARM-SOURCE-TEXT         PIC X(7).
      ******************************************************************
      *   AUDIT CHAIN FIELDS - WHICH PASS IS RUNNING, THE CHAIN HEAD
      *   AS IT STOOD BEFORE THE SPLIT, AND THE HIGHEST AGED-OUT
      *   SEQUENCE (THE CUT) WITH ITS CHECK VALUE.
      ******************************************************************
       01 WS-PASS-SWITCH              PIC X(1).
          88 WS-FINDING-THE-CUT            VALUE 'C'.
          88 WS-SPLITTING-THE-FILE         VALUE 'S'.
       01 WS-CHAINED-SWITCH           PIC X(1).
          88 WS-RECORD-IS-CHAINED          VALUE 'Y'.
          88 WS-RECORD-NOT-CHAINED         VALUE 'N'.
       01 WS-HEAD-SWITCH              PIC X(1).
          88 WS-HEAD-ON-FILE               VALUE 'Y'.
          88 WS-HEAD-NOT-ON-FILE           VALUE 'N'.
       01 WS-CHAIN-HEAD-SAVE          PIC X(80).
       01 WS-CUT-SEQUENCE             PIC 9(9) VALUE ZERO.
       01 WS-CUT-CHAIN-VALUE          PIC X(8).
       01 WS-CHAINED-ARCHIVED-COUNT   PIC 9(9) VALUE ZERO.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-FIND-ARCHIVE-CUT UNTIL WS-AT-EOF.
           PERFORM 1800-REWIND-INPUT-FILE.
           PERFORM 2000-PROCESS-FILE UNTIL WS-AT-EOF.
           PERFORM 3000-CARRY-THE-CHAIN.
           PERFORM 9000-TERMINATE.

           STOP RUN.
       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE FILES, GET TODAY'S DATE FOR THE AGE COMPARISON
      *    AND PICK UP THE SIGN-ON AUDIT CHAIN HEAD
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.

           SET WS-NOT-AT-EOF TO TRUE.

           PERFORM 1020-LOAD-RUN-PARAMETERS.

           OPEN INPUT AUDIT-INPUT-FILE.
           OPEN OUTPUT AUDIT-ARCHIVE-FILE.
           OPEN OUTPUT AUDIT-RETAIN-FILE.
           OPEN I-O AUDIT-CHAIN-FILE.

           IF NOT WS-AUDIT-INPUT-OK
              DISPLAY 'ERROR: OPEN OF ESONAUD FAILED, STATUS='
              SET WS-AT-EOF TO TRUE
           END-IF.

           PERFORM 1050-READ-CHAIN-HEAD.

           SET WS-FINDING-THE-CUT TO TRUE.
           PERFORM 1100-READ-NEXT-RECORD.

       1020-LOAD-RUN-PARAMETERS.
      *    FETCH THE RETENTION WINDOW THIS RUN WORKS TO - A PARAMETER
      *    MISSING FROM THE CATALOGUE STOPS THE RUN RATHER THAN SPLIT
      *    THE AUDIT TRAIL AGAINST AN UNKNOWN WINDOW
           MOVE 'EAUDRET ' TO PR-JOB-NAME.
           MOVE 'RETENTION-DAYS' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              MOVE PR-PARAM-NUMBER TO WS-AUDIT-RETENTION-DAYS
              PERFORM 1030-SHOW-RUN-PARAMETER
              STRING 'RETAIN=' DELIMITED BY SIZE
                     WS-AUDIT-RETENTION-DAYS DELIMITED BY SIZE
                 INTO RL-RUN-PARAMETERS
              END-STRING
           END-IF.

       1030-SHOW-RUN-PARAMETER.
      *    PRINT THE VALUE THE RUN USES AND WHERE IT CAME FROM
           IF PR-FROM-PARM-FILE
              MOVE 'ERUNPRM' TO WS-PARM-SOURCE-TEXT
           ELSE
              MOVE 'DEFAULT' TO WS-PARM-SOURCE-TEXT
           END-IF.

           DISPLAY 'EAUDRET: PARAMETER ' PR-PARAM-NAME ' = '
              PR-PARAM-VALUE ' (' WS-PARM-SOURCE-TEXT ')'.

       1050-READ-CHAIN-HEAD.
      *    THE HEAD NAMES THE FIRST RECORD ON THE LIVE FILE AND THE
      *    VALUE IT LINKS BACK TO - BOTH BELONG TO THE ARCHIVE ANCHOR
      *    IF THIS RUN ROLLS CHAINED RECORDS OFF
           SET WS-HEAD-NOT-ON-FILE TO TRUE.

           IF NOT WS-AUDIT-CHAIN-OK
              DISPLAY 'ERROR: OPEN OF EAUDCHN FAILED, STATUS='
                 WS-AUDIT-CHAIN-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              INITIALIZE AUDIT-CHAIN-RECORD
              MOVE AC-SIGNON-AUDIT-FILENAME TO CC-FILE-NAME
              SET CC-CHAIN-HEAD TO TRUE
              MOVE ZERO TO CC-ENTRY-SEQUENCE

              READ AUDIT-CHAIN-FILE

              IF WS-AUDIT-CHAIN-OK
                 SET WS-HEAD-ON-FILE TO TRUE
                 MOVE AUDIT-CHAIN-RECORD TO WS-CHAIN-HEAD-SAVE
              END-IF
           END-IF.

       1100-READ-NEXT-RECORD.
      *    READ THE NEXT AUDIT RECORD, SEQUENTIALLY, FROM THE FILE
           READ AUDIT-INPUT-FILE.
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 IF WS-SPLITTING-THE-FILE
                    ADD 1 TO WS-RECORDS-READ-COUNT
                 END-IF
                 PERFORM 1150-CHECK-CHAINED
              END-IF
           END-IF.

       1150-CHECK-CHAINED.
      *    RECORDS WRITTEN BEFORE CHAINING BEGAN CARRY NO SEQUENCE
           IF AU-CHAIN-SEQUENCE IS NUMERIC
              AND AU-CHAIN-SEQUENCE IS GREATER THAN ZERO
              SET WS-RECORD-IS-CHAINED TO TRUE
           ELSE
              SET WS-RECORD-NOT-CHAINED TO TRUE
           END-IF.

       1500-FIND-ARCHIVE-CUT.
      *    FIRST PASS - TRACK THE HIGHEST CHAINED SEQUENCE OLD ENOUGH
      *    TO ROLL OFF.  EVERY CHAINED RECORD UP TO IT GOES TO THE
      *    ARCHIVE IN THE SECOND PASS, EVEN ONE STAMPED A MOMENT
      *    LATER THAN ITS SUCCESSOR, SO NEITHER HALF HAS A HOLE.
           IF WS-RECORD-IS-CHAINED
              PERFORM 2150-COMPUTE-AUDIT-AGE
              IF WS-AUDIT-AGE-DAYS IS GREATER THAN OR EQUAL TO
                 WS-AUDIT-RETENTION-DAYS
                 AND AU-CHAIN-SEQUENCE IS GREATER THAN WS-CUT-SEQUENCE
                 MOVE AU-CHAIN-SEQUENCE TO WS-CUT-SEQUENCE
                 MOVE AU-CHAIN-VALUE TO WS-CUT-CHAIN-VALUE
              END-IF
           END-IF.

           PERFORM 1100-READ-NEXT-RECORD.

       1800-REWIND-INPUT-FILE.
      *    THE CUT IS KNOWN - START THE AUDIT FILE OVER FOR THE SPLIT
           IF RL-ST-GOOD
              CLOSE AUDIT-INPUT-FILE
              OPEN INPUT AUDIT-INPUT-FILE
              IF NOT WS-AUDIT-INPUT-OK
                 DISPLAY 'ERROR: REOPEN OF ESONAUD FAILED, STATUS='
                    WS-AUDIT-INPUT-STATUS
                 SET RL-ST-FAILED TO TRUE
              ELSE
                 SET WS-NOT-AT-EOF TO TRUE
                 SET WS-SPLITTING-THE-FILE TO TRUE
                 PERFORM 1100-READ-NEXT-RECORD
              END-IF
           END-IF.

           PERFORM 1100-READ-NEXT-RECORD.

       2100-CHECK-RETENTION-AGE.
      *    A CHAINED RECORD AT OR BELOW THE CUT ROLLS OFF TO THE
      *    ARCHIVE FILE; AN UNCHAINED ONE ROLLS OFF WHEN IT IS OLDER
      *    THAN THE RETENTION WINDOW; EVERYTHING ELSE IS KEPT ON THE
      *    LIVE FILE
           PERFORM 2150-COMPUTE-AUDIT-AGE.

           EVALUATE TRUE
           WHEN WS-RECORD-IS-CHAINED
              AND AU-CHAIN-SEQUENCE IS NOT GREATER THAN WS-CUT-SEQUENCE
                PERFORM 2200-WRITE-TO-ARCHIVE
                ADD 1 TO WS-CHAINED-ARCHIVED-COUNT
           WHEN WS-RECORD-IS-CHAINED
                PERFORM 2300-WRITE-TO-RETAIN
           WHEN WS-AUDIT-AGE-DAYS IS GREATER THAN OR EQUAL TO
              WS-AUDIT-RETENTION-DAYS
                PERFORM 2200-WRITE-TO-ARCHIVE
           WHEN OTHER
                PERFORM 2300-WRITE-TO-RETAIN
           END-EVALUATE.

       2150-COMPUTE-AUDIT-AGE.
      *    DAYS BETWEEN THE AUDIT DATE AND TODAY
           MOVE AU-AUDIT-DATE TO WS-AUDIT-DATE-NUM.

           COMPUTE WS-AUDIT-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-AUDIT-DATE-NUM).

       2200-WRITE-TO-ARCHIVE.
      *    ROLL THIS RECORD OFF TO THE OFFLINE ARCHIVE DATASET
           MOVE SIGNON-AUDIT-RECORD TO WS-AUDIT-ARCHIVE-RECORD.
              ADD 1 TO WS-RETAINED-COUNT
           END-IF.

       3000-CARRY-THE-CHAIN.
      *    FILE THE ARCHIVE ANCHOR FOR THE CHAINED RUN JUST ROLLED OFF
      *    - FROM THE OLD FIRST-ON-FILE RECORD UP TO THE CUT - AND
      *    MOVE THE HEAD ON SO THE LIVE FILE NOW STARTS JUST AFTER
      *    THE CUT, LINKING BACK TO THE CUT RECORD'S CHECK VALUE.
      *    NOTHING MOVES IF THE RUN FAILED OR NOTHING CHAINED AGED.
           IF RL-ST-GOOD
              AND WS-HEAD-ON-FILE
              AND WS-CUT-SEQUENCE IS GREATER THAN ZERO
              MOVE WS-CHAIN-HEAD-SAVE TO AUDIT-CHAIN-RECORD
              SET CC-ARCHIVE-ANCHOR TO TRUE
              MOVE CC-FIRST-SEQUENCE TO CC-ENTRY-SEQUENCE
              MOVE WS-CUT-SEQUENCE TO CC-LAST-SEQUENCE
              MOVE WS-CUT-CHAIN-VALUE TO CC-LAST-CHAIN-VALUE
              MOVE WS-CHAINED-ARCHIVED-COUNT TO CC-RECORD-COUNT
              MOVE WS-CURRENT-DATE TO CC-UPDATE-DATE
              MOVE WS-RUN-START-TIME (1:6) TO CC-UPDATE-TIME

              WRITE AUDIT-CHAIN-RECORD

              IF NOT WS-AUDIT-CHAIN-OK
                 DISPLAY 'ERROR: WRITE OF ARCHIVE ANCHOR FAILED, '
                    'STATUS=' WS-AUDIT-CHAIN-STATUS
                 SET RL-ST-FAILED TO TRUE
              ELSE
                 DISPLAY 'EAUDRET: ANCHOR FILED  = SEQUENCES '
                    CC-FIRST-SEQUENCE ' TO ' CC-LAST-SEQUENCE
                 PERFORM 3100-MOVE-THE-HEAD-ON
              END-IF
           END-IF.

       3100-MOVE-THE-HEAD-ON.
      *    THE LIVE FILE NOW BEGINS ONE PAST THE CUT
           MOVE WS-CHAIN-HEAD-SAVE TO AUDIT-CHAIN-RECORD.
           COMPUTE CC-FIRST-SEQUENCE = WS-CUT-SEQUENCE + 1.
           MOVE WS-CUT-CHAIN-VALUE TO CC-BASE-CHAIN-VALUE.

           REWRITE AUDIT-CHAIN-RECORD.

           IF NOT WS-AUDIT-CHAIN-OK
              DISPLAY 'ERROR: REWRITE OF CHAIN HEAD FAILED, STATUS='
                 WS-AUDIT-CHAIN-STATUS
              SET RL-ST-FAILED TO TRUE
           END-IF.

       9000-TERMINATE.
      *    CLOSE ALL THE FILES AND REPORT WHAT WAS DONE
           CLOSE AUDIT-INPUT-FILE.
           CLOSE AUDIT-ARCHIVE-FILE.
           CLOSE AUDIT-RETAIN-FILE.
           CLOSE AUDIT-CHAIN-FILE.

           DISPLAY 'EAUDRET: RECORDS READ = '
              WS-RECORDS-READ-COUNT.
