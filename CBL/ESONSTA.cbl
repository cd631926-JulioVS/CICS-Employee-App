      *        THE SONSUMM SUMMARY DATASET FOR DOWNSTREAM USE AND TO
      *        THE SONSTAR PRINT REPORT FOR THE CAPACITY AND
      *        ADOPTION QUESTIONS WE KEEP BEING ASKED.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-ATTEMPT-HOUR             PIC 9(2).
       01 WS-ATTEMPT-MONTH            PIC X(6).
      ******************************************************************
      *   REPORT REPOSITORY FILING AREA - EVERY PRINTED LINE IS ALSO
      *   HANDED TO ERPTBWR SO THE REPORT CAN BE READ ON ERPI.
      ******************************************************************
       COPY ERPTBWR.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.
           OPEN INPUT AUDIT-LIVE-FILE.
           OPEN OUTPUT SUMMARY-OUTPUT-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           MOVE 1 TO WS-HOUR-INDEX.
           PERFORM 1200-CLEAR-ONE-HOUR-SLOT UNTIL WS-HOUR-INDEX > 24.
              ADD 1 TO WS-MT-ATTEMPTS (WS-MONTH-SLOT)
              EVALUATE TRUE
              WHEN AU-OUT-BAD-PASSWORD
              WHEN AU-OUT-GRID-FAILED
                   ADD 1 TO WS-MT-FAILURES (WS-MONTH-SLOT)
              WHEN AU-OUT-LOCKED-OUT
                   ADD 1 TO WS-MT-FAILURES (WS-MONTH-SLOT)
      *    WRITE THE ROLLED-UP NUMBERS TO THE SUMMARY DATASET AND
      *    THE PRINT REPORT, SECTION BY SECTION
           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           MOVE WS-HOUR-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           MOVE 1 TO WS-HOUR-INDEX.
           PERFORM 5100-WRITE-ONE-HOUR UNTIL WS-HOUR-INDEX > 24.

           MOVE WS-MONTH-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           MOVE 1 TO WS-MONTH-INDEX.
           PERFORM 5200-WRITE-ONE-MONTH UNTIL WS-MONTH-INDEX >
              WS-MONTH-COUNT.

           MOVE WS-TERM-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           MOVE ZERO TO WS-RANK-NUMBER.
           PERFORM 5300-WRITE-BEST-TERMINAL
           IF WS-USER-OVERFLOW-COUNT IS GREATER THAN ZERO
              MOVE WS-USER-OVERFLOW-COUNT TO WS-OVF-COUNT
              MOVE WS-OVERFLOW-NOTE-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

       5100-WRITE-ONE-HOUR.
           MOVE WS-HR-DISTINCT-USERS (WS-HOUR-INDEX) TO
              WS-HDL-DISTINCT.
           MOVE WS-HOUR-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-HOUR-INDEX.

           MOVE WS-FAILURE-RATE-PCT TO WS-MDL-FAIL-PCT.
           MOVE WS-LOCKOUT-RATE-PCT TO WS-MDL-LOCK-PCT.
           MOVE WS-MONTH-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-MONTH-INDEX.

                 WS-TDL-TERMINAL
              MOVE WS-TT-ATTEMPTS (WS-BEST-INDEX) TO WS-TDL-ATTEMPTS
              MOVE WS-TERM-DETAIL-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE

              MOVE ZERO TO WS-TT-ATTEMPTS (WS-BEST-INDEX)
           END-IF.
           CLOSE AUDIT-LIVE-FILE.
           CLOSE SUMMARY-OUTPUT-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'ESONSTA: RECORDS READ     = '
              WS-RECORDS-READ-COUNT.

           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE SONSTAR REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'SONSTAR ' TO RB-REPORT-NAME.
           MOVE 'ESONSTA ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
