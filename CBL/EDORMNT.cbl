      *        HAS NOT BEEN TOUCHED WITHIN THAT WINDOW IS REWRITTEN
      *        WITH RU-STATUS SET TO RU-ST-INACTIVE, SO DEPARTED OR
      *        ABANDONED ACCOUNTS GET CLOSED DOWN WITHOUT SOMEONE
      *        HAVING TO REMEMBER TO DO IT BY HAND.  THE THRESHOLD IS
      *        THE DORMANCY-DAYS RUN PARAMETER ON ERUNPRM, PRINTED AND
      *        LOGGED WITH THE RUN.  A SERVICE (SVC) ACCOUNT RUNS A
      *        BATCH JOB OR INTERFACE WHOSE PASSWORD IS ROTATED ON ITS
      *        OWN SCHEDULE, SO IT IS NEVER CLOSED FOR DORMANCY - ONLY
      *        FOR A PASSED EXPIRES-ON DATE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-DEACTIVATED-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-EXPIRED-COUNT            PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   RUN PARAMETERS - READ FROM ERUNPRM THROUGH ERUNPRD AT
      *   START-UP; THE VALUES ACTUALLY USED ARE PRINTED AND LOGGED.
      ******************************************************************
       COPY ERUNPRD.
       01 WS-DORMANCY-THRESHOLD-DAYS  PIC 9(3).
       01 WS-PARM-SOURCE-TEXT         PIC X(7).
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.

           SET WS-NOT-AT-EOF TO TRUE.

           PERFORM 1050-LOAD-RUN-PARAMETERS.

           OPEN I-O REGISTERED-USER-FILE.
           IF NOT WS-FILE-OK
              DISPLAY 'ERROR: OPEN OF EREGUSR FAILED, STATUS='

           PERFORM 1100-READ-NEXT-RECORD.

       1050-LOAD-RUN-PARAMETERS.
      *    FETCH THE DORMANCY THRESHOLD THIS RUN WORKS TO - A
      *    PARAMETER MISSING FROM THE CATALOGUE STOPS THE RUN RATHER
      *    THAN DEACTIVATE ACCOUNTS AGAINST AN UNKNOWN WINDOW
           MOVE 'EDORMNT ' TO PR-JOB-NAME.
           MOVE 'DORMANCY-DAYS' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              MOVE PR-PARAM-NUMBER TO WS-DORMANCY-THRESHOLD-DAYS
              PERFORM 1060-SHOW-RUN-PARAMETER
              STRING 'DORMANCY=' DELIMITED BY SIZE
                     WS-DORMANCY-THRESHOLD-DAYS DELIMITED BY SIZE
                 INTO RL-RUN-PARAMETERS
              END-STRING
           END-IF.

       1060-SHOW-RUN-PARAMETER.
      *    PRINT THE VALUE THE RUN USES AND WHERE IT CAME FROM
           IF PR-FROM-PARM-FILE
              MOVE 'ERUNPRM' TO WS-PARM-SOURCE-TEXT
           ELSE
              MOVE 'DEFAULT' TO WS-PARM-SOURCE-TEXT
           END-IF.

           DISPLAY 'EDORMNT: PARAMETER ' PR-PARAM-NAME ' = '
              PR-PARAM-VALUE ' (' WS-PARM-SOURCE-TEXT ')'.

       1100-READ-NEXT-RECORD.
      *    READ THE NEXT RECORD, SEQUENTIALLY, FROM THE FILE
           READ REGISTERED-USER-FILE NEXT RECORD.
       2100-CHECK-DORMANCY.
      *    AN ACTIVE ACCOUNT WHOSE LAST-EFFECTIVE-DATE IS OLDER THAN
      *    THE DORMANCY WINDOW GETS DEACTIVATED.  A BLANK DATE MEANS
      *    THE PASSWORD WAS NEVER STAMPED, SO IT IS LEFT ALONE, AS
      *    IS ANY SERVICE ACCOUNT.
           IF RU-ST-ACTIVE
              AND NOT RU-UT-SERVICE
              AND RU-LED-DATE IS NOT EQUAL TO SPACES
              AND RU-LED-DATE IS NOT EQUAL TO LOW-VALUES
              MOVE RU-LED-DATE TO WS-LED-DATE-NUM
                 FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) -
                 FUNCTION INTEGER-OF-DATE(WS-LED-DATE-NUM)
              IF WS-PASSWORD-AGE-DAYS IS GREATER THAN OR EQUAL TO
                 WS-DORMANCY-THRESHOLD-DAYS
                 PERFORM 2200-DEACTIVATE-RECORD
              END-IF
           END-IF.
