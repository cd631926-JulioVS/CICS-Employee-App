       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAUPRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - ACCEPTABLE-USE POLICY NON-ACKNOWLEDGMENT REPORT PROGRAM
      *        A NIGHTLY BATCH JOB, RUN OUTSIDE CICS, THAT FINDS THE
      *        POLICY VERSION IN FORCE ON EAUPTXT - THE HIGHEST ONE
      *        WHOSE EFFECTIVE DATE HAS ARRIVED, THE SAME ANSWER
      *        EAUPCHK GIVES AT SIGN-ON - AND LISTS ON THE AUPNACK
      *        REPORT EVERY ACTIVE EREGUSR USER WITH NO ACCEPTANCE OF
      *        IT ON EAUPACK, GROUPED BY EM-DEPARTMENT AND
      *        EM-MANAGER-ID FROM EEMPMST.  EACH LINE SHOWS THE LAST
      *        DAY OF THE USER'S GRACE PERIOD AND WHETHER THEY ARE
      *        STILL PENDING OR ALREADY BLOCKED FROM SIGN-ON, AND
      *        WHETHER THEY DECLINED THE VERSION WHEN IT WAS SHOWN.
      *        SERVICE (SVC) ACCOUNTS NEVER OWE AN ACCEPTANCE AND ARE
      *        NOT LISTED.  THE REPORT IS ALSO FILED ON THE ERPTREP
      *        REPOSITORY THROUGH ERPTBWR, EACH MANAGER'S SECTION
      *        UNDER THAT MANAGER'S ID, SO A MANAGER CAN CHASE THEIR
      *        OWN PEOPLE FROM THE ERPI SCREEN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-TEXT-FILE ASSIGN TO EAUPTXT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PT-VERSION
              FILE STATUS IS WS-AUPTXT-STATUS.

           SELECT POLICY-ACK-FILE ASSIGN TO EAUPACK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AK-ACK-KEY
              FILE STATUS IS WS-AUPACK-STATUS.

           SELECT REGISTERED-USER-FILE ASSIGN TO EREGUSR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RU-USER-ID
              FILE STATUS IS WS-EREGUSR-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO EEMPMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EM-USER-ID
              FILE STATUS IS WS-EMPMST-STATUS.

           SELECT REPORT-OUTPUT-FILE ASSIGN TO AUPNACK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-TEXT-FILE.
       COPY EAUPTXT.

       FD  POLICY-ACK-FILE.
       COPY EAUPACK.

       FD  REGISTERED-USER-FILE.
       COPY EREGUSR.

       FD  EMP-MASTER-FILE.
       COPY EEMPMST.

       FD  REPORT-OUTPUT-FILE.
       01 WS-REPORT-LINE              PIC X(80).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
          05 SR-DEPARTMENT            PIC X(10).
          05 SR-MANAGER-ID            PIC X(8).
          05 SR-USER-ID               PIC X(8).
          05 SR-USER-TYPE             PIC X(3).
          05 SR-EMPLOYEE-NAME         PIC X(25).
          05 SR-DEADLINE-DATE         PIC X(8).
          05 SR-STANDING              PIC X(7).
          05 SR-DECLINED              PIC X(8).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS.
      ******************************************************************
       COPY ECONST.
      ******************************************************************
      *   WORKING FIELDS USED TO READ THE FILES.
      ******************************************************************
       01 WS-AUPTXT-STATUS           PIC X(2).
          88 WS-AUPTXT-OK                  VALUE '00'.
          88 WS-AUPTXT-EOF                 VALUE '10'.
       01 WS-AUPACK-STATUS           PIC X(2).
          88 WS-AUPACK-OK                  VALUE '00'.
       01 WS-EREGUSR-STATUS          PIC X(2).
          88 WS-EREGUSR-OK                 VALUE '00'.
          88 WS-EREGUSR-EOF                VALUE '10'.
       01 WS-EMPMST-STATUS           PIC X(2).
          88 WS-EMPMST-OK                  VALUE '00'.
       01 WS-REPORT-STATUS           PIC X(2).
          88 WS-REPORT-OK                  VALUE '00'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-POLICY-EOF-SWITCH        PIC X(1).
          88 WS-POLICY-NOT-AT-EOF          VALUE 'N'.
          88 WS-POLICY-AT-EOF              VALUE 'Y'.
       01 WS-RETURN-EOF-SWITCH        PIC X(1).
          88 WS-RETURN-NOT-DONE            VALUE 'N'.
          88 WS-RETURN-DONE                VALUE 'Y'.
       01 WS-CURRENT-DATE             PIC X(8).
       01 WS-RECORDS-READ-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-USERS-CHECKED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-PENDING-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-BLOCKED-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-LISTED-COUNT             PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   THE VERSION IN FORCE, FOUND ONCE AT THE START OF THE RUN,
      *   AND THE FIELDS USED TO WORK OUT EACH USER'S GRACE PERIOD.
      ******************************************************************
       01 WS-IN-FORCE-VERSION         PIC 9(3) VALUE ZERO.
       01 WS-IN-FORCE-EFFECTIVE       PIC X(8) VALUE SPACES.
       01 WS-IN-FORCE-GRACE-DAYS      PIC 9(3) VALUE ZERO.
       01 WS-GRACE-START-DATE         PIC X(8).
       01 WS-GRACE-START-NUM          PIC 9(8).
       01 WS-DEADLINE-NUM             PIC 9(8).
       01 WS-DEADLINE-DATE            PIC X(8).
      ******************************************************************
      *   CONTROL-BREAK FIELDS FOR THE DEPARTMENT AND MANAGER GROUPS.
      ******************************************************************
       01 WS-GROUP-DEPARTMENT         PIC X(10).
       01 WS-GROUP-MANAGER-ID         PIC X(8).
       01 WS-GROUP-STARTED-SWITCH     PIC X(1).
          88 WS-GROUP-STARTED              VALUE 'Y'.
          88 WS-NO-GROUP-YET               VALUE 'N'.
      ******************************************************************
      *   REPORT REPOSITORY FILING AREA - EVERY PRINTED LINE IS ALSO
      *   HANDED TO ERPTBWR SO THE REPORT CAN BE READ ON ERPI.
      ******************************************************************
       COPY ERPTBWR.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.
      ******************************************************************
       COPY ERUNLOG.
       01 WS-RUN-START-DATE          PIC X(8).
       01 WS-RUN-START-TIME          PIC X(8).
       01 WS-RUN-END-TIME            PIC X(8).
      ******************************************************************
      *   REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-HEADER-LINE              PIC X(80) VALUE
          'ACCEPTABLE-USE POLICY NOT ACKNOWLEDGED'.
       01 WS-VERSION-LINE.
          05 FILLER                   PIC X(18) VALUE
             'VERSION IN FORCE: '.
          05 WS-VSN-VERSION           PIC 9(3).
          05 FILLER                   PIC X(11) VALUE ' EFFECTIVE '.
          05 WS-VSN-EFFECTIVE         PIC X(8).
          05 FILLER                   PIC X(12) VALUE ' GRACE DAYS '.
          05 WS-VSN-GRACE-DAYS        PIC ZZ9.
          05 FILLER                   PIC X(25) VALUE SPACES.
       01 WS-NO-POLICY-LINE           PIC X(80) VALUE
          'NO POLICY VERSION IS IN FORCE - NOTHING IS OWED.'.
       01 WS-NOTHING-OWED-LINE        PIC X(80) VALUE
          'EVERY ACTIVE USER HAS ACCEPTED THE VERSION IN FORCE.'.
       01 WS-GROUP-LINE.
          05 FILLER                   PIC X(5) VALUE 'DEPT '.
          05 WS-GRP-DEPARTMENT        PIC X(10).
          05 FILLER                   PIC X(10) VALUE '  MANAGER '.
          05 WS-GRP-MANAGER-ID        PIC X(8).
          05 FILLER                   PIC X(47) VALUE SPACES.
       01 WS-DETAIL-LINE.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-DTL-USER-ID           PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-DTL-USER-TYPE         PIC X(3).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-DTL-EMPLOYEE-NAME     PIC X(25).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-DTL-STANDING          PIC X(7).
          05 FILLER                   PIC X(7) VALUE ' GRACE '.
          05 WS-DTL-DEADLINE-DATE     PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-DTL-DECLINED          PIC X(8).
          05 FILLER                   PIC X(8) VALUE SPACES.
       01 WS-TOTALS-LINE.
          05 FILLER                   PIC X(16) VALUE
             'TOTAL PENDING = '.
          05 WS-TOT-PENDING           PIC ZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE
             '  BLOCKED = '.
          05 WS-TOT-BLOCKED           PIC ZZZZZZ9.
          05 FILLER                   PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIALIZE.

           IF WS-IN-FORCE-VERSION IS GREATER THAN ZERO
              AND WS-NOT-AT-EOF
              SORT SORT-WORK-FILE
                 ON ASCENDING KEY SR-DEPARTMENT
                                  SR-MANAGER-ID
                                  SR-USER-ID
                 INPUT PROCEDURE IS 4000-RELEASE-UNACKNOWLEDGED
                 OUTPUT PROCEDURE IS 6000-PRINT-THE-REPORT
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE FILES, FIND THE VERSION IN FORCE AND PRIME THE
      *    FIRST USER
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           SET WS-NOT-AT-EOF TO TRUE.

           OPEN INPUT POLICY-TEXT-FILE.
           OPEN INPUT POLICY-ACK-FILE.
           OPEN INPUT REGISTERED-USER-FILE.
           OPEN INPUT EMP-MASTER-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           IF NOT WS-AUPTXT-OK
              DISPLAY 'ERROR: OPEN OF EAUPTXT FAILED, STATUS='
                 WS-AUPTXT-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              PERFORM 1200-FIND-POLICY-IN-FORCE
           END-IF.

           IF NOT WS-EREGUSR-OK
              DISPLAY 'ERROR: OPEN OF EREGUSR FAILED, STATUS='
                 WS-EREGUSR-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF WS-IN-FORCE-VERSION IS EQUAL TO ZERO
              MOVE WS-NO-POLICY-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           ELSE
              MOVE WS-IN-FORCE-VERSION TO WS-VSN-VERSION
              MOVE WS-IN-FORCE-EFFECTIVE TO WS-VSN-EFFECTIVE
              MOVE WS-IN-FORCE-GRACE-DAYS TO WS-VSN-GRACE-DAYS
              MOVE WS-VERSION-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

       1100-READ-NEXT-USER.
      *    READ THE NEXT REGISTERED USER, SEQUENTIALLY, FROM THE FILE
           READ REGISTERED-USER-FILE NEXT RECORD.

           IF WS-EREGUSR-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-EREGUSR-OK
                 DISPLAY 'ERROR: READ OF EREGUSR FAILED, STATUS='
                    WS-EREGUSR-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-RECORDS-READ-COUNT
              END-IF
           END-IF.

       1200-FIND-POLICY-IN-FORCE.
      *    READ THE VERSIONS IN ORDER AND KEEP THE LAST ONE ALREADY
      *    EFFECTIVE - A VERSION KEYED AHEAD OF ITS DATE IS SKIPPED
      *    UNTIL THAT DATE COMES
           SET WS-POLICY-NOT-AT-EOF TO TRUE.
           PERFORM 1210-READ-NEXT-VERSION UNTIL WS-POLICY-AT-EOF.

       1210-READ-NEXT-VERSION.
      *    ONE VERSION OFF THE FILE - THE FIRST FUTURE-DATED ONE ENDS
      *    THE SEARCH
           READ POLICY-TEXT-FILE NEXT RECORD.

           IF WS-AUPTXT-EOF
              SET WS-POLICY-AT-EOF TO TRUE
           ELSE
              IF NOT WS-AUPTXT-OK
                 DISPLAY 'ERROR: READ OF EAUPTXT FAILED, STATUS='
                    WS-AUPTXT-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-POLICY-AT-EOF TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 IF PT-EFFECTIVE-DATE IS GREATER THAN WS-CURRENT-DATE
                    SET WS-POLICY-AT-EOF TO TRUE
                 ELSE
                    MOVE PT-VERSION TO WS-IN-FORCE-VERSION
                    MOVE PT-EFFECTIVE-DATE TO WS-IN-FORCE-EFFECTIVE
                    MOVE PT-GRACE-DAYS TO WS-IN-FORCE-GRACE-DAYS
                 END-IF
              END-IF
           END-IF.

       4000-RELEASE-UNACKNOWLEDGED.
      *    WALK EVERY REGISTERED USER AND FEED THE SORT ONE RECORD
      *    FOR EACH ACTIVE PERSON WHO HAS NOT ACCEPTED THE VERSION
           PERFORM 1100-READ-NEXT-USER.
           PERFORM 4100-CHECK-ONE-USER UNTIL WS-AT-EOF.

       4100-CHECK-ONE-USER.
      *    A SERVICE ACCOUNT OR AN INACTIVE ONE OWES NOTHING; ANYONE
      *    ELSE IS LOOKED UP ON EAUPACK FOR THE VERSION IN FORCE
           IF RU-ST-ACTIVE
              AND NOT RU-UT-SERVICE
              ADD 1 TO WS-USERS-CHECKED-COUNT
              PERFORM 4200-CHECK-ACKNOWLEDGMENT
           END-IF.

           PERFORM 1100-READ-NEXT-USER.

       4200-CHECK-ACKNOWLEDGMENT.
      *    AN ACCEPTANCE OF THIS VERSION IS ALL THAT COUNTS - A
      *    DECLINE, OR A GRACE PERIOD REOPENED BY AN ADMINISTRATOR,
      *    STILL LEAVES THE ACCEPTANCE OWED
           MOVE RU-USER-ID TO AK-USER-ID.
           MOVE WS-IN-FORCE-VERSION TO AK-VERSION.
           MOVE WS-IN-FORCE-EFFECTIVE TO WS-GRACE-START-DATE.
           MOVE SPACES TO SORT-WORK-RECORD.

           READ POLICY-ACK-FILE.

           IF WS-AUPACK-OK
              AND AK-ST-ACCEPTED
              CONTINUE
           ELSE
              IF WS-AUPACK-OK
                 IF AK-GRACE-FROM-DATE IS NUMERIC
                    AND AK-GRACE-FROM-DATE IS GREATER THAN
                       WS-GRACE-START-DATE
                    MOVE AK-GRACE-FROM-DATE TO WS-GRACE-START-DATE
                 END-IF
                 IF AK-ST-DECLINED
                    MOVE 'DECLINED' TO SR-DECLINED
                 END-IF
              END-IF
              PERFORM 4300-RELEASE-ONE-USER
           END-IF.

       4300-RELEASE-ONE-USER.
      *    WORK OUT THE LAST DAY OF THE USER'S GRACE PERIOD, TAKE
      *    THEIR DEPARTMENT AND MANAGER FROM EEMPMST AND HAND THE
      *    USER TO THE SORT
           MOVE WS-GRACE-START-DATE TO WS-GRACE-START-NUM.

           COMPUTE WS-DEADLINE-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-GRACE-START-NUM) +
                 WS-IN-FORCE-GRACE-DAYS).

           MOVE WS-DEADLINE-NUM TO WS-DEADLINE-DATE.

           IF WS-CURRENT-DATE IS GREATER THAN WS-DEADLINE-DATE
              MOVE 'BLOCKED' TO SR-STANDING
              ADD 1 TO WS-BLOCKED-COUNT
           ELSE
              MOVE 'PENDING' TO SR-STANDING
              ADD 1 TO WS-PENDING-COUNT
           END-IF.

           MOVE RU-USER-ID TO EM-USER-ID.

           READ EMP-MASTER-FILE.

           IF WS-EMPMST-OK
              MOVE EM-DEPARTMENT TO SR-DEPARTMENT
              MOVE EM-MANAGER-ID TO SR-MANAGER-ID
              MOVE EM-EMPLOYEE-NAME TO SR-EMPLOYEE-NAME
           ELSE
              MOVE '(NO EMPMST)' TO SR-EMPLOYEE-NAME
           END-IF.

      *    NO MANAGER TO CHASE THEM - GROUP AND FILE THE USER WHERE
      *    ONLY THE ADMINISTRATORS SEE IT, NOT UNDER A BLANK SECTION
      *    OWNER THAT EVERY READER OF THE REPORT WOULD SEE
           IF SR-MANAGER-ID IS EQUAL TO SPACES
              MOVE '*NOMGR* ' TO SR-MANAGER-ID
           END-IF.

           MOVE RU-USER-ID TO SR-USER-ID.
           MOVE RU-USER-TYPE TO SR-USER-TYPE.
           MOVE WS-DEADLINE-DATE TO SR-DEADLINE-DATE.

           RELEASE SORT-WORK-RECORD.

       6000-PRINT-THE-REPORT.
      *    TAKE THE USERS BACK BY DEPARTMENT, MANAGER AND USER ID AND
      *    PRINT EACH ONE UNDER ITS GROUP
           SET WS-NO-GROUP-YET TO TRUE.
           SET WS-RETURN-NOT-DONE TO TRUE.
           PERFORM 6100-RETURN-NEXT-USER.
           PERFORM 6200-PRINT-ONE-USER UNTIL WS-RETURN-DONE.

       6100-RETURN-NEXT-USER.
      *    NEXT USER IN DEPARTMENT AND MANAGER ORDER
           RETURN SORT-WORK-FILE
              AT END
                 SET WS-RETURN-DONE TO TRUE
           END-RETURN.

       6200-PRINT-ONE-USER.
      *    A CHANGE OF DEPARTMENT OR MANAGER STARTS A NEW GROUP -
      *    EVERY LINE OF IT IS FILED UNDER THAT MANAGER'S SECTION
           IF WS-NO-GROUP-YET
              OR SR-DEPARTMENT IS NOT EQUAL TO WS-GROUP-DEPARTMENT
              OR SR-MANAGER-ID IS NOT EQUAL TO WS-GROUP-MANAGER-ID
              SET WS-GROUP-STARTED TO TRUE
              MOVE SR-DEPARTMENT TO WS-GROUP-DEPARTMENT
              MOVE SR-MANAGER-ID TO WS-GROUP-MANAGER-ID
              MOVE SR-DEPARTMENT TO WS-GRP-DEPARTMENT
              MOVE SR-MANAGER-ID TO WS-GRP-MANAGER-ID
              MOVE WS-GROUP-LINE TO WS-REPORT-LINE
              MOVE SR-MANAGER-ID TO RB-SECTION-OWNER
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

           MOVE SR-USER-ID TO WS-DTL-USER-ID.
           MOVE SR-USER-TYPE TO WS-DTL-USER-TYPE.
           MOVE SR-EMPLOYEE-NAME TO WS-DTL-EMPLOYEE-NAME.
           MOVE SR-STANDING TO WS-DTL-STANDING.
           MOVE SR-DEADLINE-DATE TO WS-DTL-DEADLINE-DATE.
           MOVE SR-DECLINED TO WS-DTL-DECLINED.
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
           MOVE SR-MANAGER-ID TO RB-SECTION-OWNER.
           PERFORM 9800-WRITE-REPORT-LINE.
           ADD 1 TO WS-LISTED-COUNT.

           PERFORM 6100-RETURN-NEXT-USER.

       9000-TERMINATE.
      *    PRINT THE TOTALS, CLOSE ALL THE FILES AND REPORT WHAT WAS
      *    DONE
           MOVE SPACES TO RB-SECTION-OWNER.

           IF WS-IN-FORCE-VERSION IS GREATER THAN ZERO
              IF WS-LISTED-COUNT IS EQUAL TO ZERO
                 MOVE WS-NOTHING-OWED-LINE TO WS-REPORT-LINE
                 PERFORM 9800-WRITE-REPORT-LINE
              END-IF
              MOVE WS-PENDING-COUNT TO WS-TOT-PENDING
              MOVE WS-BLOCKED-COUNT TO WS-TOT-BLOCKED
              MOVE WS-TOTALS-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

           CLOSE POLICY-TEXT-FILE.
           CLOSE POLICY-ACK-FILE.
           CLOSE REGISTERED-USER-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'EAUPRPT: USERS READ      = '
              WS-RECORDS-READ-COUNT.
           DISPLAY 'EAUPRPT: USERS CHECKED   = '
              WS-USERS-CHECKED-COUNT.
           DISPLAY 'EAUPRPT: STILL PENDING   = '
              WS-PENDING-COUNT.
           DISPLAY 'EAUPRPT: BLOCKED         = '
              WS-BLOCKED-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE AUPNACK REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'AUPNACK ' TO RB-REPORT-NAME.
           MOVE 'EAUPRPT ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
      *    SCHEDULE FROM ONE SCREEN
           ACCEPT WS-RUN-END-TIME FROM TIME.

           MOVE 'EAUPRPT ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-RECORDS-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-LISTED-COUNT TO RL-RECORDS-APPLIED.
           MOVE WS-BLOCKED-COUNT TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
