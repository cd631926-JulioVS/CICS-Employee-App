       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESVCORP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - ORPHANED SERVICE ACCOUNT REPORT BATCH PROGRAM
      *        A NIGHTLY BATCH JOB, RUN OUTSIDE CICS, THAT READS THE
      *        WHOLE EREGUSR FILE FOR ACTIVE SERVICE (SVC) ACCOUNTS -
      *        THE IDS BATCH JOBS AND INTERFACES RUN UNDER - AND LOOKS
      *        UP EACH ONE'S RU-OWNER-USER-ID.  AN ACCOUNT WHOSE OWNER
      *        IS BLANK, NO LONGER ON FILE, INACTIVE (THE HR FEED OR
      *        THE DORMANCY SWEEP CLOSED THEM WHEN THEY LEFT), OR NO
      *        LONGER AN ADM OR MGR IS PRINTED ON THE SVCORPT REPORT,
      *        SO AN ADMINISTRATOR CAN HAND IT TO A NEW OWNER ON THE
      *        EUSR SCREEN OR CLOSE IT.  NOBODY ELSE WOULD NOTICE -
      *        THE ACCOUNT KEEPS WORKING AFTER ITS OWNER HAS GONE.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTERED-USER-FILE ASSIGN TO EREGUSR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RU-USER-ID
              FILE STATUS IS WS-EREGUSR-STATUS.

           SELECT REPORT-OUTPUT-FILE ASSIGN TO SVCORPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTERED-USER-FILE.
       COPY EREGUSR.

       FD  REPORT-OUTPUT-FILE.
       01 WS-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS.
      ******************************************************************
       COPY ECONST.
      ******************************************************************
      *   WORKING FIELDS USED TO READ THE REGISTERED USER FILE.
      ******************************************************************
       01 WS-EREGUSR-STATUS          PIC X(2).
          88 WS-EREGUSR-OK                 VALUE '00'.
          88 WS-EREGUSR-EOF                VALUE '10'.
          88 WS-EREGUSR-NOT-FOUND          VALUE '23'.
       01 WS-REPORT-STATUS           PIC X(2).
          88 WS-REPORT-OK                  VALUE '00'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-CURRENT-DATE             PIC X(8).
       01 WS-RECORDS-READ-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-SERVICE-ACCOUNT-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-ORPHAN-COUNT             PIC 9(7) VALUE ZERO.
       01 WS-OVERFLOW-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-ORPHAN-REASON            PIC X(30).
      ******************************************************************
      *   THE ACTIVE SERVICE ACCOUNTS FOUND ON THE FIRST PASS - THE
      *   OWNERS ARE LOOKED UP BY KEY ON THE SAME FILE ONCE THE
      *   SEQUENTIAL PASS IS DONE.
      ******************************************************************
       01 WS-SERVICE-TABLE.
          05 WS-SERVICE-ENTRY OCCURS 500 TIMES.
             10 WS-SV-USER-ID         PIC X(8).
             10 WS-SV-OWNER-ID        PIC X(8).
             10 WS-SV-EXPIRES-ON      PIC X(8).
       01 WS-SERVICE-INDEX            PIC 9(3) USAGE COMP.
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
       01 WS-HEADER-LINE.
          05 FILLER                   PIC X(40) VALUE
             'ORPHANED SERVICE ACCOUNTS - RUN DATE    '.
          05 WS-HDR-RUN-DATE          PIC X(8).
          05 FILLER                   PIC X(32) VALUE SPACES.
       01 WS-COLUMN-LINE              PIC X(80) VALUE
          'ACCOUNT   OWNER     REASON                          EXPIRES'.
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
          05 WS-DTL-USER-ID           PIC X(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-DTL-OWNER-ID          PIC X(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-DTL-REASON            PIC X(30).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-DTL-EXPIRES-ON        PIC X(8).
          05 FILLER                   PIC X(20) VALUE SPACES.
       01 WS-NO-ORPHANS-LINE          PIC X(80) VALUE
          'EVERY ACTIVE SERVICE ACCOUNT HAS AN ACTIVE OWNER.'.
       01 WS-TOTALS-LINE.
          05 FILLER                   PIC X(27) VALUE
             'SERVICE ACCOUNTS CHECKED  '.
          05 WS-TOT-CHECKED           PIC ZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE
             '   ORPHANED '.
          05 WS-TOT-ORPHANED          PIC ZZZZZZ9.
          05 FILLER                   PIC X(27) VALUE SPACES.
       01 WS-OVERFLOW-LINE.
          05 FILLER                   PIC X(35) VALUE
             'NOTE: SERVICE ACCOUNTS NOT CHECKED '.
          05 WS-OVF-COUNT             PIC ZZZZZZ9.
          05 FILLER                   PIC X(38) VALUE
             ' - TABLE FULL, RERUN AFTER CLEAN-UP'.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-COLLECT-ONE-ACCOUNT UNTIL WS-AT-EOF.

           IF RL-ST-GOOD
              PERFORM 3000-CHECK-OWNERS
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE FILES, PRINT THE HEADINGS AND PRIME THE FIRST
      *    REGISTERED USER RECORD
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           SET WS-NOT-AT-EOF TO TRUE.

           OPEN INPUT REGISTERED-USER-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE WS-BLANK-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           IF NOT WS-EREGUSR-OK
              DISPLAY 'ERROR: OPEN OF EREGUSR FAILED, STATUS='
                 WS-EREGUSR-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              PERFORM 1100-READ-NEXT-ACCOUNT
           END-IF.

       1100-READ-NEXT-ACCOUNT.
      *    READ THE NEXT REGISTERED USER RECORD, IN KEY SEQUENCE
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

       2000-COLLECT-ONE-ACCOUNT.
      *    KEEP EVERY ACTIVE SERVICE ACCOUNT FOR THE OWNER PASS - AN
      *    INACTIVE ONE CANNOT BE USED, OWNER OR NOT
           IF RU-ST-ACTIVE AND RU-UT-SERVICE
              IF WS-SERVICE-ACCOUNT-COUNT IS LESS THAN 500
                 ADD 1 TO WS-SERVICE-ACCOUNT-COUNT
                 MOVE WS-SERVICE-ACCOUNT-COUNT TO WS-SERVICE-INDEX
                 MOVE RU-USER-ID TO WS-SV-USER-ID (WS-SERVICE-INDEX)
                 MOVE RU-OWNER-USER-ID TO
                    WS-SV-OWNER-ID (WS-SERVICE-INDEX)
                 MOVE RU-EXPIRES-ON-DATE TO
                    WS-SV-EXPIRES-ON (WS-SERVICE-INDEX)
              ELSE
                 ADD 1 TO WS-OVERFLOW-COUNT
              END-IF
           END-IF.

           PERFORM 1100-READ-NEXT-ACCOUNT.

       3000-CHECK-OWNERS.
      *    LOOK UP EACH SERVICE ACCOUNT'S OWNER IN TURN, THEN CLOSE
      *    THE REPORT WITH THE TOTALS
           MOVE 1 TO WS-SERVICE-INDEX.
           PERFORM 3100-CHECK-ONE-OWNER
              UNTIL WS-SERVICE-INDEX > WS-SERVICE-ACCOUNT-COUNT.

           MOVE WS-BLANK-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           IF WS-ORPHAN-COUNT IS EQUAL TO ZERO
              MOVE WS-NO-ORPHANS-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

           MOVE WS-SERVICE-ACCOUNT-COUNT TO WS-TOT-CHECKED.
           MOVE WS-ORPHAN-COUNT TO WS-TOT-ORPHANED.
           MOVE WS-TOTALS-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           IF WS-OVERFLOW-COUNT IS GREATER THAN ZERO
              MOVE WS-OVERFLOW-COUNT TO WS-OVF-COUNT
              MOVE WS-OVERFLOW-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

       3100-CHECK-ONE-OWNER.
      *    READ THE OWNER BY KEY - ANYTHING SHORT OF AN ACTIVE ADM OR
      *    MGR LEAVES THE SERVICE ACCOUNT WITH NOBODY ANSWERING FOR IT
           MOVE SPACES TO WS-ORPHAN-REASON.

           IF WS-SV-OWNER-ID (WS-SERVICE-INDEX) IS EQUAL TO SPACES
              MOVE 'NO OWNER RECORDED' TO WS-ORPHAN-REASON
           ELSE
              MOVE WS-SV-OWNER-ID (WS-SERVICE-INDEX) TO RU-USER-ID
              READ REGISTERED-USER-FILE
              EVALUATE TRUE
              WHEN WS-EREGUSR-NOT-FOUND
                   MOVE 'OWNER NO LONGER ON FILE' TO WS-ORPHAN-REASON
              WHEN NOT WS-EREGUSR-OK
                   DISPLAY 'ERROR: READ OF EREGUSR FAILED, STATUS='
                      WS-EREGUSR-STATUS
                   SET RL-ST-FAILED TO TRUE
              WHEN RU-ST-INACTIVE
                   MOVE 'OWNER INACTIVE' TO WS-ORPHAN-REASON
              WHEN NOT (RU-UT-ADMINISTRATOR OR RU-UT-MANAGER)
                   MOVE 'OWNER NO LONGER ADM OR MGR' TO
                      WS-ORPHAN-REASON
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.

           IF WS-ORPHAN-REASON IS NOT EQUAL TO SPACES
              PERFORM 3200-PRINT-ORPHAN
           END-IF.

           ADD 1 TO WS-SERVICE-INDEX.

       3200-PRINT-ORPHAN.
      *    ONE ORPHANED SERVICE ACCOUNT TO THE REPORT
           ADD 1 TO WS-ORPHAN-COUNT.

           MOVE WS-SV-USER-ID (WS-SERVICE-INDEX) TO WS-DTL-USER-ID.
           MOVE WS-SV-OWNER-ID (WS-SERVICE-INDEX) TO WS-DTL-OWNER-ID.
           MOVE WS-ORPHAN-REASON TO WS-DTL-REASON.
           MOVE WS-SV-EXPIRES-ON (WS-SERVICE-INDEX) TO
              WS-DTL-EXPIRES-ON.
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

       9000-TERMINATE.
      *    CLOSE THE FILES AND REPORT WHAT WAS DONE
           CLOSE REGISTERED-USER-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'ESVCORP: RECORDS READ       = '
              WS-RECORDS-READ-COUNT.
           DISPLAY 'ESVCORP: SERVICE ACCOUNTS   = '
              WS-SERVICE-ACCOUNT-COUNT.
           DISPLAY 'ESVCORP: ORPHANED           = '
              WS-ORPHAN-COUNT.
           DISPLAY 'ESVCORP: NOT CHECKED        = '
              WS-OVERFLOW-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE SVCORPT REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'SVCORPT ' TO RB-REPORT-NAME.
           MOVE 'ESVCORP ' TO RB-JOB-NAME.
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

           MOVE 'ESVCORP ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-RECORDS-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-SERVICE-ACCOUNT-COUNT TO RL-RECORDS-APPLIED.
           MOVE WS-ORPHAN-COUNT TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
