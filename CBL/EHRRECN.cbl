      *        ARE ONLY EVER REPORTED, SINCE AN ADD NEEDS CREDENTIALS
      *        THE EXTRACT DOES NOT CARRY.  THIS IS THE CONTROL THAT
      *        CATCHES A LOST FEED FILE OR AN UNFIXED HREXCPT REJECT.
      *        AUTO-APPLY IS A RUN PARAMETER READ FROM ERUNPRM, AND
      *        THE SETTING USED IS PRINTED AND LOGGED WITH THE RUN.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-STATUS-MISMATCH-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-CORRECTED-COUNT         PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   RUN PARAMETERS - READ FROM ERUNPRM THROUGH ERUNPRD AT
      *   START-UP; THE VALUES ACTUALLY USED ARE PRINTED AND LOGGED.
      ******************************************************************
       COPY ERUNPRD.
       01 WS-AUTO-APPLY-SWITCH       PIC X(1).
          88 WS-DO-AUTO-APPLY              VALUE 'Y'.
      ******************************************************************
      *   REPORT REPOSITORY FILING AREA - EVERY PRINTED LINE IS ALSO
      *   HANDED TO ERPTBWR SO THE REPORT CAN BE READ ON ERPI.
      ******************************************************************
       COPY ERPTBWR.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.
          05 WS-FND-HR-VALUE          PIC X(4).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-FND-ACTION            PIC X(19).
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
          'EREGUSR MATCHES THE HR POPULATION - NO DRIFT FOUND.'.
       01 WS-FINDING-COUNT            PIC 9(7) VALUE ZERO.
           OPEN I-O REGISTERED-USER-FILE.
           OPEN INPUT POPULATION-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           PERFORM 1050-LOAD-RUN-PARAMETERS.

           IF RL-ST-FAILED
              MOVE HIGH-VALUES TO WS-MASTER-KEY
              MOVE HIGH-VALUES TO WS-POPLN-KEY
           ELSE
              PERFORM 1060-PRIME-THE-MATCH
           END-IF.

       1050-LOAD-RUN-PARAMETERS.
      *    FETCH THE AUTO-APPLY SETTING THIS RUN WORKS TO AND PRINT
      *    IT UNDER THE HEADING - A PARAMETER MISSING FROM THE
      *    CATALOGUE STOPS THE RUN RATHER THAN GUESS WHETHER TO FIX
           MOVE 'EHRRECN ' TO PR-JOB-NAME.
           MOVE 'AUTO-APPLY' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              SET RL-ST-FAILED TO TRUE
           ELSE
              MOVE PR-PARAM-VALUE (1:1) TO WS-AUTO-APPLY-SWITCH
              MOVE PR-PARAM-NAME TO WS-PRM-PARAM-NAME
              MOVE PR-PARAM-VALUE TO WS-PRM-PARAM-VALUE
              IF PR-FROM-PARM-FILE
                 MOVE 'ERUNPRM' TO WS-PRM-SOURCE
              ELSE
                 MOVE 'DEFAULT' TO WS-PRM-SOURCE
              END-IF
              MOVE WS-PARAMETER-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
              DISPLAY 'EHRRECN: ' WS-PARAMETER-LINE (1:48)
              STRING 'AUTOAPPLY=' DELIMITED BY SIZE
                     WS-AUTO-APPLY-SWITCH DELIMITED BY SIZE
                 INTO RL-RUN-PARAMETERS
              END-STRING
           END-IF.

       1060-PRIME-THE-MATCH.
      *    BOTH FILES MUST BE OPEN BEFORE THE FIRST PAIR IS READ
           IF NOT WS-EREGUSR-OK OR NOT WS-POPLN-OK
              DISPLAY 'ERROR: OPEN FAILED, EREGUSR='
                 WS-EREGUSR-STATUS ' HRPOPLN=' WS-POPLN-STATUS
              MOVE 'A' TO WS-FND-OUR-VALUE
              MOVE SPACES TO WS-FND-HR-VALUE

              IF WS-DO-AUTO-APPLY
                 SET RU-ST-INACTIVE TO TRUE
                 PERFORM 2800-REWRITE-CORRECTION
              ELSE
              MOVE RU-STATUS TO WS-FND-OUR-VALUE
              MOVE PP-STATUS TO WS-FND-HR-VALUE

              IF WS-DO-AUTO-APPLY
                 SET RU-ST-INACTIVE TO TRUE
                 PERFORM 2800-REWRITE-CORRECTION
              ELSE
              MOVE RU-USER-TYPE TO WS-FND-OUR-VALUE
              MOVE PP-USER-TYPE TO WS-FND-HR-VALUE

              IF WS-DO-AUTO-APPLY
                 MOVE PP-USER-TYPE TO RU-USER-TYPE
                 PERFORM 2800-REWRITE-CORRECTION
              ELSE
       2900-WRITE-FINDING.
      *    ONE RECONCILIATION FINDING TO THE REPORT
           MOVE WS-FINDING-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-FINDING-COUNT.

      *    CLOSE THE REPORT OFF WITH THE ALL-CLEAR WHEN NOTHING HIT
           IF WS-FINDING-COUNT IS EQUAL TO ZERO
              MOVE WS-NO-FINDINGS-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE POPULATION-FILE.
           CLOSE REGISTERED-USER-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'EHRRECN: RECORDS READ       = '
              WS-RECORDS-READ-COUNT.
              WS-CORRECTED-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE HRRECNR REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'HRRECNR ' TO RB-REPORT-NAME.
           MOVE 'EHRRECN ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
