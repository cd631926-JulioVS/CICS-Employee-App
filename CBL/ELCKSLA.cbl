      *        PROFILE AND BY SHIFT.  WHEN OPERATIONS IS ASKED HOW
      *        LONG LOCKED-OUT STAFF SIT IDLE, THE ANSWER STOPS
      *        BEING "WE DON'T KNOW".
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-EPISODE-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-AVERAGE-MINUTES          PIC 9(7).
      ******************************************************************
      *   REPORT REPOSITORY FILING AREA - EVERY PRINTED LINE IS ALSO
      *   HANDED TO ERPTBWR SO THE REPORT CAN BE READ ON ERPI.
      ******************************************************************
       COPY ERPTBWR.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.
           OPEN INPUT REGISTERED-USER-FILE.
           OPEN INPUT SIGNON-RULES-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           IF NOT WS-AUDIT-INPUT-OK
              DISPLAY 'ERROR: OPEN OF ESONAUD FAILED, STATUS='
      *    THE UNRESOLVED COUNT
           MOVE WS-CURRENT-MONTH TO WS-HDR-MONTH.
           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           MOVE 1 TO WS-TALLY-INDEX.
           PERFORM 7100-PRINT-ONE-PROFILE UNTIL WS-TALLY-INDEX > 3.

           MOVE WS-UNRESOLVED-COUNT TO WS-UNR-COUNT.
           MOVE WS-UNRESOLVED-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

       7100-PRINT-ONE-PROFILE.
      *    ONE ROLE-PROFILE BUCKET TO THE REPORT
           MOVE WS-AVERAGE-MINUTES TO WS-TLL-AVERAGE.
           MOVE WS-PT-WORST-MINUTES (WS-TALLY-INDEX) TO WS-TLL-WORST.
           MOVE WS-TALLY-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-TALLY-INDEX.

           MOVE WS-AVERAGE-MINUTES TO WS-TLL-AVERAGE.
           MOVE WS-ST-WORST-MINUTES (WS-TALLY-INDEX) TO WS-TLL-WORST.
           MOVE WS-TALLY-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-TALLY-INDEX.

           CLOSE REGISTERED-USER-FILE.
           CLOSE SIGNON-RULES-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'ELCKSLA: RECORDS READ     = '
              WS-RECORDS-READ-COUNT.
           END-IF.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE LCKSLAR REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'LCKSLAR ' TO RB-REPORT-NAME.
           MOVE 'ELCKSLA ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
