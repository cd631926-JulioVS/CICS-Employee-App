      *        ONES FORWARD TO HRPENDO FOR TOMORROW.  THAT LETS HR
      *        SEND ONE WEEKLY FILE INSTEAD OF DAILY CUTS TIMED BY
      *        HAND, AND TAKES A LEAVER'S ACCESS AWAY ON THE DAY HR
      *        SAID TO, NOT THE NIGHT SOMEBODY RAN THE FEED.  A
      *        DEPARTMENT OR MANAGER CHANGE FALLING DUE IS LOGGED TO
      *        EMOVEVT FOR THE MOVER ACCESS REVIEW, AS IN EHRFEED,
      *        AND A DEPARTMENT CODE NOT ON THE EDEPMST DEPARTMENT
      *        MASTER IS AN EXCEPTION, AS IT IS THERE.
      *        WITH THE BUSINESS-DAYS RUN PARAMETER SET, NOTHING IS
      *        APPLIED ON A WEEKEND OR AN EBUSCAL HOLIDAY - EVERY
      *        ACTION IS CARRIED FORWARD AND FALLS DUE ON THE NEXT
      *        BUSINESS DAY, WHEN SOMEBODY IS THERE TO HANDLE IT.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS EM-USER-ID
              FILE STATUS IS WS-EMPMST-STATUS.

           SELECT MOVER-EVENT-FILE ASSIGN TO EMOVEVT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MV-EVENT-KEY
              FILE STATUS IS WS-MOVEVT-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO EDEPMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DM-DEPARTMENT-CODE
              FILE STATUS IS WS-EDEPMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-INPUT-FILE.
       FD  EMP-MASTER-FILE.
       COPY EEMPMST.

       FD  MOVER-EVENT-FILE.
       COPY EMOVEVT.

       FD  DEPARTMENT-MASTER-FILE.
       COPY EDEPMST.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS.
       01 WS-CARRIED-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-EXCEPTION-COUNT         PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   MOVER EVENT FIELDS - THE DEPARTMENT AND MANAGER AS THEY
      *   STOOD BEFORE THE PERSON DATA WAS APPLIED, SO A CHANGE TO
      *   EITHER CAN BE LOGGED TO EMOVEVT FOR THE MOVER REVIEW.
      ******************************************************************
       01 WS-MOVEVT-STATUS           PIC X(2).
          88 WS-MOVEVT-OK                  VALUE '00'.
          88 WS-MOVEVT-NOT-FOUND           VALUE '35'.
       01 WS-OLD-DEPARTMENT          PIC X(10).
       01 WS-OLD-MANAGER-ID          PIC X(8).
       01 WS-EVENT-TIME              PIC X(8).
       01 WS-MOVER-COUNT             PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   DEPARTMENT CHECK - A DEPARTMENT CODE FALLING DUE ON AN 'E'
      *   RECORD MUST STILL BE ON THE DEPARTMENT MASTER.
      ******************************************************************
       01 WS-EDEPMST-STATUS          PIC X(2).
          88 WS-EDEPMST-OK                 VALUE '00'.
       01 WS-DEPARTMENT-SWITCH       PIC X(1).
          88 WS-DEPARTMENT-KNOWN           VALUE 'Y'.
          88 WS-DEPARTMENT-UNKNOWN         VALUE 'N'.
      ******************************************************************
      *   RUN PARAMETERS - READ FROM ERUNPRM THROUGH ERUNPRD AT
      *   START-UP; THE VALUES ACTUALLY USED ARE PRINTED AND LOGGED.
      *   TODAY IS CLASSIFIED AGAINST THE BUSINESS CALENDAR THROUGH
      *   EBUSDAY WHEN THE RUN COUNTS IN BUSINESS DAYS.
      ******************************************************************
       COPY ERUNPRD.
       COPY EBUSDAY.
       01 WS-PARM-SOURCE-TEXT        PIC X(7).
       01 WS-BUSINESS-DAYS-SWITCH    PIC X(1).
          88 WS-COUNT-BUSINESS-DAYS        VALUE 'Y'.
       01 WS-HOLD-SWITCH             PIC X(1).
          88 WS-HOLD-EVERY-ACTION          VALUE 'Y'.
          88 WS-RELEASE-DUE-ACTIONS        VALUE 'N'.
      ******************************************************************
      *   REPORT REPOSITORY FILING AREA - EVERY PRINTED LINE IS ALSO
      *   HANDED TO ERPTBWR SO THE REPORT CAN BE READ ON ERPI.
      ******************************************************************
       COPY ERPTBWR.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           PERFORM 1050-LOAD-RUN-PARAMETERS.

           SET WS-NOT-AT-EOF TO TRUE.

           OPEN INPUT PENDING-INPUT-FILE.
           OPEN OUTPUT PENDING-OUTPUT-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           PERFORM 9810-START-REPORT-FILING.
           OPEN I-O REGISTERED-USER-FILE.
           OPEN I-O EMP-MASTER-FILE.
           OPEN I-O MOVER-EVENT-FILE.
           OPEN INPUT DEPARTMENT-MASTER-FILE.

      *    A BRAND-NEW MOVER EVENT FILE IS CREATED ON FIRST USE
           IF WS-MOVEVT-NOT-FOUND
              OPEN OUTPUT MOVER-EVENT-FILE
           END-IF.

           IF NOT WS-PENDING-IN-OK
              DISPLAY 'ERROR: OPEN OF HRPEND FAILED, STATUS='

           PERFORM 1100-READ-NEXT-PENDING-RECORD.

       1050-LOAD-RUN-PARAMETERS.
      *    FETCH THE BUSINESS-DAYS SWITCH AND, WHEN IT IS ON, HOLD
      *    EVERYTHING BACK ON A DAY THAT IS NOT A BUSINESS DAY.  THE
      *    PENDING FILE MUST STILL BE COPIED FORWARD WHATEVER
      *    HAPPENS, SO A PARAMETER MISSING FROM THE CATALOGUE FALLS
      *    BACK TO CALENDAR DAYS INSTEAD OF STOPPING THE RUN.
           SET WS-RELEASE-DUE-ACTIONS TO TRUE.
           MOVE 'EHRPEND ' TO PR-JOB-NAME.
           MOVE 'BUSINESS-DAYS' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              MOVE 'N' TO WS-BUSINESS-DAYS-SWITCH
           ELSE
              MOVE PR-PARAM-VALUE (1:1) TO WS-BUSINESS-DAYS-SWITCH
              PERFORM 1060-SHOW-RUN-PARAMETER
           END-IF.

           IF WS-COUNT-BUSINESS-DAYS
              INITIALIZE BUSINESS-DAY-AREA
              SET BD-CLASSIFY-DATE TO TRUE
              MOVE WS-CURRENT-DATE TO BD-FROM-DATE
              CALL 'EBUSDAY' USING BUSINESS-DAY-AREA
              IF BD-NOT-BUSINESS-DAY
                 SET WS-HOLD-EVERY-ACTION TO TRUE
                 DISPLAY 'EHRPEND: ' WS-CURRENT-DATE
                    ' IS NOT A BUSINESS DAY - NOTHING APPLIED TODAY'
              END-IF
           END-IF.

           IF WS-HOLD-EVERY-ACTION
              MOVE 'BUSDAYS=Y HELD' TO RL-RUN-PARAMETERS
           ELSE
              STRING 'BUSDAYS=' DELIMITED BY SIZE
                     WS-BUSINESS-DAYS-SWITCH DELIMITED BY SIZE
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

           DISPLAY 'EHRPEND: PARAMETER ' PR-PARAM-NAME ' = '
              PR-PARAM-VALUE ' (' WS-PARM-SOURCE-TEXT ')'.

       1100-READ-NEXT-PENDING-RECORD.
      *    READ THE NEXT PENDING ACTION
           READ PENDING-INPUT-FILE.
      *    RELEASE THIS ACTION IF ITS DAY HAS COME, OTHERWISE CARRY
      *    IT FORWARD, THEN MOVE ON TO THE NEXT ONE.  AN
      *    EMPLOYEE-DATA RECORD CARRIES ITS EFFECTIVE DATE IN ITS
      *    OWN VIEW OF THE BUFFER.  ON A HELD DAY NOTHING IS DUE.
           IF HR-ACT-EMPLOYEE-DATA
              MOVE HRE-EFFECTIVE-DATE TO WS-RELEASE-DATE
           ELSE
              MOVE HR-EFFECTIVE-DATE TO WS-RELEASE-DATE
           END-IF.

           IF WS-HOLD-EVERY-ACTION
              OR (WS-RELEASE-DATE IS NUMERIC
                 AND WS-RELEASE-DATE IS GREATER THAN WS-CURRENT-DATE)
              PERFORM 2050-CARRY-FORWARD
           ELSE
              PERFORM 2100-APPLY-HR-RECORD
      *    APPLY THE PERSON DATA TO THE EEMPMST EMPLOYEE MASTER,
      *    THE SAME MAINTENANCE EHRFEED'S 2500-APPLY-EMPLOYEE-DATA
      *    APPLIES FOR A CURRENT-DATED RECORD
           PERFORM 2510-CHECK-DEPARTMENT-CODE.

           IF NOT WS-EREGUSR-OK
              MOVE 'UNKNOWN USER ID ON EMPLOYEE DATA' TO
                 WS-EXCEPTION-REASON
           ELSE
           IF WS-DEPARTMENT-UNKNOWN
              MOVE 'UNKNOWN DEPARTMENT CODE ON EMPLOYEE DATA' TO
                 WS-EXCEPTION-REASON
           ELSE
              MOVE HRE-USER-ID TO EM-USER-ID

              READ EMP-MASTER-FILE

              IF WS-EMPMST-OK
                 MOVE EM-DEPARTMENT TO WS-OLD-DEPARTMENT
                 MOVE EM-MANAGER-ID TO WS-OLD-MANAGER-ID
                 PERFORM 2550-MOVE-EMPLOYEE-FIELDS

                 REWRITE EMPLOYEE-MASTER-RECORD
                       WS-EXCEPTION-REASON
                 ELSE
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 2600-LOG-MOVER-EVENT
                 END-IF
              ELSE
                 IF HRE-EMPLOYEE-NAME IS EQUAL TO SPACES
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF.

       2510-CHECK-DEPARTMENT-CODE.
      *    A BLANK DEPARTMENT LEAVES THE PROFILE'S OWN ALONE AND
      *    PASSES; ANYTHING ELSE MUST BE ON EDEPMST
           SET WS-DEPARTMENT-KNOWN TO TRUE.

           IF HRE-DEPARTMENT IS NOT EQUAL TO SPACES
              MOVE HRE-DEPARTMENT TO DM-DEPARTMENT-CODE
              READ DEPARTMENT-MASTER-FILE
              IF NOT WS-EDEPMST-OK
                 SET WS-DEPARTMENT-UNKNOWN TO TRUE
              END-IF
           END-IF.

       2550-MOVE-EMPLOYEE-FIELDS.
              MOVE HRE-LOCATION TO EM-LOCATION
           END-IF.

       2600-LOG-MOVER-EVENT.
      *    A PERSON WHOSE DEPARTMENT OR MANAGER HAS JUST CHANGED IS A
      *    MOVER - LOG THE EVENT SO THE NIGHTLY EMOVRVW JOB PUTS
      *    THEIR ENTITLEMENT OVERRIDES IN FRONT OF THE NEW MANAGER.
      *    A FIELD BEING FILLED IN FOR THE FIRST TIME IS NOT A MOVE.
           IF (EM-DEPARTMENT NOT EQUAL WS-OLD-DEPARTMENT
                 AND WS-OLD-DEPARTMENT NOT EQUAL SPACES)
              OR (EM-MANAGER-ID NOT EQUAL WS-OLD-MANAGER-ID
                 AND WS-OLD-MANAGER-ID NOT EQUAL SPACES)
              ACCEPT WS-EVENT-TIME FROM TIME
              INITIALIZE MOVER-EVENT-RECORD
              MOVE EM-USER-ID TO MV-USER-ID
              MOVE WS-CURRENT-DATE TO MV-EVENT-DATE
              MOVE WS-EVENT-TIME (1:6) TO MV-EVENT-TIME
              SET MV-SRC-HR-PENDING TO TRUE
              MOVE 'EHRPEND ' TO MV-CHANGED-BY
              MOVE WS-OLD-DEPARTMENT TO MV-OLD-DEPARTMENT
              MOVE EM-DEPARTMENT TO MV-NEW-DEPARTMENT
              MOVE WS-OLD-MANAGER-ID TO MV-OLD-MANAGER-ID
              MOVE EM-MANAGER-ID TO MV-NEW-MANAGER-ID
              SET MV-ST-NEW TO TRUE

              WRITE MOVER-EVENT-RECORD

              IF NOT WS-MOVEVT-OK
                 DISPLAY 'ERROR: WRITE TO EMOVEVT FAILED, STATUS='
                    WS-MOVEVT-STATUS ' USER=' EM-USER-ID
                 SET RL-ST-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-MOVER-COUNT
              END-IF
           END-IF.

       2900-WRITE-EXCEPTION.
      *    WRITE ONE LINE TO THE EXCEPTIONS REPORT FOR A RECORD THAT
      *    COULD NOT BE APPLIED
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
              INTO WS-EXCEPTION-LINE.

           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-EXCEPTION-COUNT.

           CLOSE PENDING-INPUT-FILE.
           CLOSE PENDING-OUTPUT-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
           PERFORM 9820-END-REPORT-FILING.
           CLOSE REGISTERED-USER-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE MOVER-EVENT-FILE.
           CLOSE DEPARTMENT-MASTER-FILE.

           DISPLAY 'EHRPEND: PENDING READ     = '
              WS-RECORDS-READ-COUNT.
              WS-CARRIED-COUNT.
           DISPLAY 'EHRPEND: EXCEPTIONS       = '
              WS-EXCEPTION-COUNT.
           DISPLAY 'EHRPEND: MOVERS LOGGED     = '
              WS-MOVER-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-EXCEPTION-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-EXCEPTION-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE HRPEXCP REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'HRPEXCP ' TO RB-REPORT-NAME.
           MOVE 'EHRPEND ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
