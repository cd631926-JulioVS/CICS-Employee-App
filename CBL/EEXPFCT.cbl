      *        WHOLE EREGUSR FILE AND LISTS EVERY ACTIVE ACCOUNT
      *        EXPIRING (RU-EXPIRES-ON-DATE) AND EVERY PASSWORD
      *        AGING OUT (RU-LED-DATE AGAINST ITS PROFILE'S
      *        SR-PASSWORD-AGE-DAYS) WITHIN THE NEXT WARNING-DAYS
      *        DAYS (A RUN PARAMETER READ FROM ERUNPRM, PRINTED ON
      *        THE REPORT AND LOGGED WITH THE RUN), GROUPED ON THE
      *        EXPFCTR REPORT BY THE RESPONSIBLE EM-MANAGER-ID AND
      *        EM-DEPARTMENT FROM EEMPMST.  TODAY THOSE DATES ONLY
      *        ACT AT THE MOMENT OF SIGN-ON - A CONTRACTOR'S ACCOUNT
      *        DIES MID-ENGAGEMENT WITH ZERO WARNING AND MONDAY
      *        MORNINGS PILE FORCED CHANGES ON THE HELP DESK.  THE
      *        ACCOUNT HOLDER IS ALSO TOLD THROUGH THEIR ENOTIFY INBOX
      *        - ON THE DAY THE DATE ENTERS THE WARNING WINDOW AND
      *        AGAIN THE DAY BEFORE IT FALLS, SO A NIGHTLY RUN DOES
      *        NOT FILL THE INBOX WITH THE SAME WARNING.  WITH THE
      *        BUSINESS-DAYS RUN PARAMETER SET, THE WINDOW AND THE
      *        DAYS LEFT ARE COUNTED IN BUSINESS DAYS FROM THE EBUSCAL
      *        CALENDAR (THROUGH EBUSDAY), THE WAY THE HELP DESK
      *        WORKS, AND HOLDERS ARE ONLY WARNED ON A BUSINESS DAY.
      *        A SERVICE (SVC) ACCOUNT HAS NO PASSWORD AGE RULE, AND
      *        ITS ACCOUNT EXPIRY IS GROUPED UNDER ITS OWNING USER.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, EACH MANAGER'S SECTION UNDER THAT
      *        MANAGER'S ID, SO A MANAGER READS THEIR OWN SECTION ON
      *        THE ERPI SCREEN WITHOUT BEING SENT A PRINTOUT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-AGE-LIMIT-DAYS           PIC 9(3).
       01 WS-RECORDS-READ-COUNT       PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   RUN PARAMETERS - READ FROM ERUNPRM THROUGH ERUNPRD AT
      *   START-UP; THE VALUES ACTUALLY USED ARE PRINTED AND LOGGED.
      ******************************************************************
       COPY ERUNPRD.
       01 WS-EXPIRY-WARNING-DAYS      PIC 9(3).
       01 WS-BUSINESS-DAYS-SWITCH     PIC X(1) VALUE 'N'.
          88 WS-COUNT-BUSINESS-DAYS         VALUE 'Y'.
      ******************************************************************
      *   BUSINESS-DAY COUNTING THROUGH EBUSDAY, AND WHETHER TODAY IS
      *   A DAY TO SEND THE HOLDERS THEIR WARNINGS.
      ******************************************************************
       COPY EBUSDAY.
       01 WS-DUE-DATE                 PIC X(8).
       01 WS-NOTIFY-DAY-SWITCH        PIC X(1).
          88 WS-NOTIFY-TODAY                VALUE 'Y'.
          88 WS-DO-NOT-NOTIFY-TODAY         VALUE 'N'.
      ******************************************************************
      *   FIELDS USED TO WARN THE ACCOUNT HOLDER THROUGH ENOTIFY.
      ******************************************************************
       COPY ENOTBWR.
       01 WS-NOTIFY-DUE-DATE          PIC X(8).
       01 WS-NOTIFIED-COUNT           PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   THE THREE PROFILES' PASSWORD AGE LIMITS, READ ONCE UP
      *   FRONT - RRN 1=ADM, 2=MGR, 3=STD, THE SAME SLOTS EVERY
      *   ONLINE READER USES.
          88 WS-FINDING-WAS-TAKEN          VALUE 'Y'.
          88 WS-FINDING-NOT-TAKEN          VALUE 'N'.
      ******************************************************************
      *   REPORT REPOSITORY FILING AREA - EVERY PRINTED LINE IS ALSO
      *   HANDED TO ERPTBWR SO THE REPORT CAN BE READ ON ERPI.
      ******************************************************************
       COPY ERPTBWR.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.
          05 FILLER                   PIC X(5) VALUE ' DUE '.
          05 WS-DTL-DUE-DATE          PIC X(8).
          05 FILLER                   PIC X(40) VALUE SPACES.
       01 WS-PARAMETER-LINE.
          05 FILLER                   PIC X(14) VALUE
             'RUN PARAMETER '.
          05 WS-PRM-PARAM-NAME        PIC X(16).
          05 FILLER                   PIC X(3) VALUE ' = '.
          05 WS-PRM-PARAM-VALUE       PIC X(5).
          05 FILLER                   PIC X(2) VALUE ' ('.
          05 WS-PRM-SOURCE            PIC X(7).
          05 FILLER                   PIC X(1) VALUE ')'.
          05 FILLER                   PIC X(32) VALUE SPACES.
       01 WS-NO-FINDINGS-LINE         PIC X(80) VALUE
          'NOTHING EXPIRES INSIDE THE WARNING WINDOW.'.
       01 WS-OVERFLOW-NOTE-LINE.
           OPEN INPUT EMP-MASTER-FILE.
           OPEN INPUT SIGNON-RULES-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           PERFORM 1050-LOAD-RUN-PARAMETERS.

           IF NOT WS-EREGUSR-OK
              DISPLAY 'ERROR: OPEN OF EREGUSR FAILED, STATUS='

           PERFORM 1100-READ-NEXT-ACCOUNT.

       1050-LOAD-RUN-PARAMETERS.
      *    FETCH THE WARNING WINDOW THIS RUN WORKS TO, AND WHETHER
      *    IT IS COUNTED IN BUSINESS DAYS, AND PRINT THEM UNDER THE
      *    HEADING - A PARAMETER MISSING FROM THE CATALOGUE STOPS
      *    THE RUN
           SET WS-NOTIFY-TODAY TO TRUE.
           MOVE 'EEXPFCT ' TO PR-JOB-NAME.
           MOVE 'WARNING-DAYS' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              MOVE PR-PARAM-NUMBER TO WS-EXPIRY-WARNING-DAYS
              PERFORM 1060-PRINT-RUN-PARAMETER
           END-IF.

           MOVE 'EEXPFCT ' TO PR-JOB-NAME.
           MOVE 'BUSINESS-DAYS' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              MOVE PR-PARAM-VALUE (1:1) TO WS-BUSINESS-DAYS-SWITCH
              PERFORM 1060-PRINT-RUN-PARAMETER
              PERFORM 1070-CLASSIFY-TODAY
           END-IF.

           STRING 'WARN=' DELIMITED BY SIZE
                  WS-EXPIRY-WARNING-DAYS DELIMITED BY SIZE
                  ' BUSDAY=' DELIMITED BY SIZE
                  WS-BUSINESS-DAYS-SWITCH DELIMITED BY SIZE
              INTO RL-RUN-PARAMETERS
           END-STRING.

       1060-PRINT-RUN-PARAMETER.
      *    ONE REPORT LINE NAMING THE VALUE USED AND ITS SOURCE
           MOVE PR-PARAM-NAME TO WS-PRM-PARAM-NAME.
           MOVE PR-PARAM-VALUE TO WS-PRM-PARAM-VALUE.
           IF PR-FROM-PARM-FILE
              MOVE 'ERUNPRM' TO WS-PRM-SOURCE
           ELSE
              MOVE 'DEFAULT' TO WS-PRM-SOURCE
           END-IF.

           MOVE WS-PARAMETER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           DISPLAY 'EEXPFCT: ' WS-PARAMETER-LINE (1:48).

       1070-CLASSIFY-TODAY.
      *    COUNTING IN BUSINESS DAYS, THE COUNT STANDS STILL OVER A
      *    WEEKEND OR HOLIDAY - WARN NOBODY THAT DAY, OR THE SAME
      *    WARNING WOULD GO OUT AGAIN ON EACH DAY OF IT
           IF WS-COUNT-BUSINESS-DAYS
              INITIALIZE BUSINESS-DAY-AREA
              SET BD-CLASSIFY-DATE TO TRUE
              MOVE WS-CURRENT-DATE TO BD-FROM-DATE
              CALL 'EBUSDAY' USING BUSINESS-DAY-AREA
              IF BD-NOT-BUSINESS-DAY
                 SET WS-DO-NOT-NOTIFY-TODAY TO TRUE
                 DISPLAY 'EEXPFCT: ' WS-CURRENT-DATE
                    ' IS NOT A BUSINESS DAY - NO HOLDERS WARNED'
              END-IF
           END-IF.

       1200-LOAD-ONE-AGE-LIMIT.
      *    ONE PROFILE'S SR-PASSWORD-AGE-DAYS INTO THE TABLE - A
      *    MISSING OR UNSET PROFILE MEANS NO AGE LIMIT TO FORECAST

       2000-FORECAST-ONE-ACCOUNT.
      *    CHECK ONE ACTIVE ACCOUNT'S TWO CLOCKS, THEN MOVE ON -
      *    INACTIVE ACCOUNTS HAVE NOTHING LEFT TO EXPIRE, AND A
      *    SERVICE ACCOUNT'S PASSWORD DOES NOT AGE
           IF RU-ST-ACTIVE
              PERFORM 2100-CHECK-ACCOUNT-EXPIRY
              IF NOT RU-UT-SERVICE
                 PERFORM 2200-CHECK-PASSWORD-AGE
              END-IF
           END-IF.

           PERFORM 1100-READ-NEXT-ACCOUNT.
              COMPUTE WS-DAYS-UNTIL =
                 FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM) -
                 WS-TODAY-INTEGER
              MOVE RU-EXPIRES-ON-DATE TO WS-DUE-DATE
              PERFORM 2300-COUNT-BUSINESS-DAYS

              IF WS-DAYS-UNTIL IS NOT LESS THAN ZERO
                 AND WS-DAYS-UNTIL IS NOT GREATER THAN
                    WS-EXPIRY-WARNING-DAYS
                 PERFORM 2500-COLLECT-FINDING
                 IF WS-FINDING-WAS-TAKEN
                    MOVE RU-EXPIRES-ON-DATE TO
                    MOVE 'ACCOUNT EXPIRES' TO
                       WS-FN-KIND (WS-FINDING-COUNT)
                 END-IF
                 MOVE RU-EXPIRES-ON-DATE TO WS-NOTIFY-DUE-DATE
                 PERFORM 2600-NOTIFY-ACCOUNT-EXPIRY
              END-IF
           END-IF.

              COMPUTE WS-DAYS-UNTIL =
                 FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM) +
                 WS-AGE-LIMIT-DAYS - WS-TODAY-INTEGER
              IF WS-DAYS-UNTIL IS NOT LESS THAN ZERO
                 COMPUTE WS-WORK-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(
                       WS-TODAY-INTEGER + WS-DAYS-UNTIL)
                 MOVE WS-WORK-DATE-NUM TO WS-DUE-DATE
                 PERFORM 2300-COUNT-BUSINESS-DAYS
              END-IF

              IF WS-DAYS-UNTIL IS NOT LESS THAN ZERO
                 AND WS-DAYS-UNTIL IS NOT GREATER THAN
                    WS-EXPIRY-WARNING-DAYS
                 PERFORM 2500-COLLECT-FINDING
                 IF WS-FINDING-WAS-TAKEN
                    MOVE WS-DUE-DATE TO
                       WS-FN-DUE-DATE (WS-FINDING-COUNT)
                    MOVE 'PASSWORD EXPIRES' TO
                       WS-FN-KIND (WS-FINDING-COUNT)
                 END-IF
                 MOVE WS-DUE-DATE TO WS-NOTIFY-DUE-DATE
                 PERFORM 2700-NOTIFY-PASSWORD-EXPIRY
              END-IF
           END-IF.

       2300-COUNT-BUSINESS-DAYS.
      *    COUNTING IN BUSINESS DAYS, TURN THE CALENDAR DAYS LEFT
      *    UNTIL THE DUE DATE INTO THE BUSINESS DAYS AFTER TODAY UP
      *    TO AND INCLUDING IT.  A DATE ALREADY PAST IS LEFT ALONE.
           IF WS-COUNT-BUSINESS-DAYS
              AND WS-DAYS-UNTIL IS GREATER THAN ZERO
              INITIALIZE BUSINESS-DAY-AREA
              SET BD-COUNT-BUSINESS-DAYS TO TRUE
              MOVE WS-CURRENT-DATE TO BD-FROM-DATE
              MOVE WS-DUE-DATE TO BD-TO-DATE
              CALL 'EBUSDAY' USING BUSINESS-DAY-AREA
              IF BD-REQUEST-OK
                 MOVE BD-BUSINESS-DAY-COUNT TO WS-DAYS-UNTIL
              END-IF
           END-IF.

       2500-COLLECT-FINDING.
      *    START ONE FINDING SLOT WITH THE RESPONSIBLE MANAGER AND
      *    DEPARTMENT FROM THE EMPLOYEE MASTER - THE CALLER FILLS
      *    IN THE KIND AND DUE DATE ONCE THE SLOT IS TAKEN.  A
      *    SERVICE ACCOUNT HAS NO PROFILE - ITS OWNER ANSWERS FOR IT.
           IF WS-FINDING-COUNT IS LESS THAN 500
              SET WS-FINDING-WAS-TAKEN TO TRUE
              ADD 1 TO WS-FINDING-COUNT

              READ EMP-MASTER-FILE

              EVALUATE TRUE
              WHEN RU-UT-SERVICE
                   MOVE RU-OWNER-USER-ID TO
                      WS-FN-MANAGER-ID (WS-FINDING-COUNT)
                   MOVE '*SERVICE*' TO
                      WS-FN-DEPARTMENT (WS-FINDING-COUNT)
              WHEN WS-EMPMST-OK
                   MOVE EM-MANAGER-ID TO
                      WS-FN-MANAGER-ID (WS-FINDING-COUNT)
                   MOVE EM-DEPARTMENT TO
                      WS-FN-DEPARTMENT (WS-FINDING-COUNT)
              WHEN OTHER
                   MOVE '*NOMGR* ' TO
                      WS-FN-MANAGER-ID (WS-FINDING-COUNT)
                   MOVE '*UNKNOWN*' TO
                      WS-FN-DEPARTMENT (WS-FINDING-COUNT)
              END-EVALUATE
      *       NOBODY KEYED TO ANSWER FOR IT - FILE IT WHERE ONLY THE
      *       ADMINISTRATORS SEE IT, NOT UNDER A BLANK SECTION OWNER
      *       THAT EVERY READER OF THE REPORT WOULD SEE
              IF WS-FN-MANAGER-ID (WS-FINDING-COUNT) IS EQUAL TO
                 SPACES
                 MOVE '*NOMGR* ' TO
                    WS-FN-MANAGER-ID (WS-FINDING-COUNT)
              END-IF
           ELSE
              SET WS-FINDING-NOT-TAKEN TO TRUE
              ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       2600-NOTIFY-ACCOUNT-EXPIRY.
      *    WARN THE ACCOUNT HOLDER THEIR ACCOUNT IS ABOUT TO END -
      *    ONLY THE MANAGER OR AN ADMINISTRATOR CAN EXTEND IT, SO
      *    THERE IS NO TRANSACTION FOR THEM TO START
           IF WS-NOTIFY-TODAY
              AND (WS-DAYS-UNTIL IS EQUAL TO WS-EXPIRY-WARNING-DAYS
                 OR WS-DAYS-UNTIL IS EQUAL TO 1)
              INITIALIZE BATCH-NOTIFY-WRITE-AREA
              MOVE 'AEXP' TO NB-CATEGORY
              MOVE SPACES TO NB-ACTION-TRANS-ID
              STRING 'Your account expires ' DELIMITED BY SIZE
                     WS-NOTIFY-DUE-DATE DELIMITED BY SIZE
                     ' - see your manager.' DELIMITED BY SIZE
                 INTO NB-MESSAGE
              END-STRING
              PERFORM 2800-WRITE-NOTIFICATION
           END-IF.

       2700-NOTIFY-PASSWORD-EXPIRY.
      *    WARN THE ACCOUNT HOLDER THEIR PASSWORD IS ABOUT TO AGE
      *    OUT - THE INBOX CAN TAKE THEM STRAIGHT TO EPWD
           IF WS-NOTIFY-TODAY
              AND (WS-DAYS-UNTIL IS EQUAL TO WS-EXPIRY-WARNING-DAYS
                 OR WS-DAYS-UNTIL IS EQUAL TO 1)
              INITIALIZE BATCH-NOTIFY-WRITE-AREA
              MOVE 'PEXP' TO NB-CATEGORY
              MOVE AC-PWDCHG-TRANSACTION-ID TO NB-ACTION-TRANS-ID
              STRING 'Your password expires ' DELIMITED BY SIZE
                     WS-NOTIFY-DUE-DATE DELIMITED BY SIZE
                     ' - change it soon.' DELIMITED BY SIZE
                 INTO NB-MESSAGE
              END-STRING
              PERFORM 2800-WRITE-NOTIFICATION
           END-IF.

       2800-WRITE-NOTIFICATION.
      *    HAND THE WARNING TO THE BATCH NOTIFICATION WRITER
           MOVE RU-USER-ID TO NB-RECIPIENT-ID.
           MOVE 'EEXPFCT ' TO NB-SENT-BY.

           CALL 'ENOTBWR' USING BATCH-NOTIFY-WRITE-AREA.

           IF NB-WRITE-OK
              ADD 1 TO WS-NOTIFIED-COUNT
           END-IF.

       4000-PRINT-GROUPED-REPORT.
      *    PRINT THE FINDINGS GROUPED BY MANAGER AND DEPARTMENT -
      *    EACH PASS PICKS THE FIRST UNPRINTED GROUP AND DRAINS IT
           IF WS-FINDING-COUNT IS EQUAL TO ZERO
              MOVE WS-NO-FINDINGS-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           ELSE
              SET WS-GROUP-WAS-FOUND TO TRUE
              PERFORM 4100-PRINT-ONE-GROUP
                 UNTIL WS-GROUP-NOT-FOUND
           END-IF.

           MOVE SPACES TO RB-SECTION-OWNER.

           IF WS-OVERFLOW-COUNT IS GREATER THAN ZERO
              MOVE WS-OVERFLOW-COUNT TO WS-OVF-COUNT
              MOVE WS-OVERFLOW-NOTE-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

       4100-PRINT-ONE-GROUP.
              MOVE WS-GROUP-MANAGER-ID TO WS-GRP-MANAGER-ID
              MOVE WS-GROUP-DEPARTMENT TO WS-GRP-DEPARTMENT
              MOVE WS-GROUP-LINE TO WS-REPORT-LINE
              MOVE WS-GROUP-MANAGER-ID TO RB-SECTION-OWNER
              PERFORM 9800-WRITE-REPORT-LINE

              MOVE 1 TO WS-GROUP-INDEX
              PERFORM 4200-PRINT-GROUP-MEMBER
              MOVE WS-FN-DUE-DATE (WS-GROUP-INDEX) TO
                 WS-DTL-DUE-DATE
              MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
              SET WS-FN-WAS-PRINTED (WS-GROUP-INDEX) TO TRUE
           END-IF.

           CLOSE EMP-MASTER-FILE.
           CLOSE SIGNON-RULES-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'EEXPFCT: ACCOUNTS READ    = '
              WS-RECORDS-READ-COUNT.
           DISPLAY 'EEXPFCT: FINDINGS LISTED  = '
              WS-FINDING-COUNT.
           DISPLAY 'EEXPFCT: HOLDERS NOTIFIED = '
              WS-NOTIFIED-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE EXPFCTR REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'EXPFCTR ' TO RB-REPORT-NAME.
           MOVE 'EEXPFCT ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
