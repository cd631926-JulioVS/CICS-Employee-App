      *        LINE PER FINDING STILL SITTING UNDISPOSITIONED.  THE
      *        SONFNDR REPORT IS THE MONTH-END REVIEW THAT USED TO
      *        BE A GUESS.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CLOSED-COUNT             PIC 9(7) VALUE ZERO.
       01 WS-PENDING-COUNT            PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   REPORT REPOSITORY FILING AREA - EVERY PRINTED LINE IS ALSO
      *   HANDED TO ERPTBWR SO THE REPORT CAN BE READ ON ERPI.
      ******************************************************************
       COPY ERPTBWR.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.

           OPEN INPUT FINDINGS-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           MOVE WS-CURRENT-MONTH TO WS-HDR-MONTH.
           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           IF NOT WS-FINDINGS-OK
              DISPLAY 'ERROR: OPEN OF ESONFND FAILED, STATUS='
                ADD 1 TO WS-PENDING-COUNT
                IF WS-PENDING-COUNT IS EQUAL TO 1
                   MOVE WS-PENDING-TITLE-LINE TO WS-REPORT-LINE
                   PERFORM 9800-WRITE-REPORT-LINE
                END-IF
                MOVE SF-FINDING-DATE TO WS-PDL-DATE
                MOVE SF-FINDING-TEXT TO WS-PDL-TEXT
                MOVE WS-PENDING-DETAIL-LINE TO WS-REPORT-LINE
                PERFORM 9800-WRITE-REPORT-LINE
           END-EVALUATE.

       4000-PRINT-THE-SUMMARY.
           MOVE WS-NEW-COUNT TO WS-TL1-NEW.
           MOVE WS-RECURRING-COUNT TO WS-TL1-RECURRING.
           MOVE WS-TOTALS-LINE-1 TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           MOVE WS-CONFIRMED-COUNT TO WS-TL2-CONFIRMED.
           MOVE WS-FALSE-POS-COUNT TO WS-TL2-FALSE.
           MOVE WS-UNDER-REVIEW-COUNT TO WS-TL2-REVIEW.
           MOVE WS-CLOSED-COUNT TO WS-TL2-CLOSED.
           MOVE WS-TOTALS-LINE-2 TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

       9000-TERMINATE.
      *    CLOSE THE FILES AND REPORT WHAT WAS DONE
           CLOSE FINDINGS-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'ESONFRP: FINDINGS READ    = '
              WS-RECORDS-READ-COUNT.
              WS-PENDING-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE SONFNDR REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'SONFNDR ' TO RB-REPORT-NAME.
           MOVE 'ESONFRP ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
