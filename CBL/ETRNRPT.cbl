      *        ROLE ONTO THE TRNUSER PRINT REPORT.  WHEN THE NEXT
      *        ARGUMENT STARTS ABOUT WHETHER ANYONE STILL USES AN
      *        EMNUOPT OPTION, THE ANSWER IS A NUMBER.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CACHE-INDEX              PIC 9(4) USAGE COMP.
       01 WS-CACHE-SLOT               PIC 9(4) USAGE COMP.
      ******************************************************************
      *   REPORT REPOSITORY FILING AREA - EVERY PRINTED LINE IS ALSO
      *   HANDED TO ERPTBWR SO THE REPORT CAN BE READ ON ERPI.
      ******************************************************************
       COPY ERPTBWR.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.
           OPEN INPUT USAGE-INPUT-FILE.
           OPEN INPUT REGISTERED-USER-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           IF NOT WS-USAGE-OK
              DISPLAY 'ERROR: OPEN OF ETRNUSE FAILED, STATUS='
      *    ONE LINE PER TRANSACTION/ROLE PAIR SEEN THIS MONTH
           MOVE WS-CURRENT-MONTH TO WS-HDR-MONTH.
           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           IF WS-USAGE-COUNT IS EQUAL TO ZERO
              MOVE WS-NO-USAGE-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           ELSE
              MOVE 1 TO WS-USAGE-INDEX
              PERFORM 4100-PRINT-ONE-PAIR
           MOVE WS-UG-ROLE (WS-USAGE-INDEX) TO WS-DTL-ROLE.
           MOVE WS-UG-USES (WS-USAGE-INDEX) TO WS-DTL-USES.
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-USAGE-INDEX.

           CLOSE USAGE-INPUT-FILE.
           CLOSE REGISTERED-USER-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'ETRNRPT: RECORDS READ     = '
              WS-RECORDS-READ-COUNT.
              WS-MONTH-USAGE-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE TRNUSER REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'TRNUSER ' TO RB-REPORT-NAME.
           MOVE 'ETRNRPT ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
