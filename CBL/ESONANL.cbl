      *        ALREADY RAISED IS MARKED RECURRING, ON THE FILE AND ON
      *        THE REPORT, SO THE SAME SERVICE ACCOUNT TOPPING THE
      *        LIST EVERY MORNING READS DIFFERENTLY FROM A NEW HIT.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-RECORDS-ANALYZED-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-ATTEMPT-HOUR             PIC 9(2).
      ******************************************************************
      *   REPORT REPOSITORY FILING AREA - EVERY PRINTED LINE IS ALSO
      *   HANDED TO ERPTBWR SO THE REPORT CAN BE READ ON ERPI.
      ******************************************************************
       COPY ERPTBWR.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.

           OPEN INPUT AUDIT-INPUT-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           PERFORM 9810-START-REPORT-FILING.
           OPEN I-O FINDINGS-FILE.

      *    NO SUPPRESSION FILE SIMPLY MEANS NOTHING IS SUPPRESSED
                END-IF
                MOVE ZERO TO WS-UT-FAIL-RUN (WS-USER-SLOT)
           WHEN AU-OUT-BAD-PASSWORD
           WHEN AU-OUT-GRID-FAILED
           WHEN AU-OUT-LOCKED-OUT
                ADD 1 TO WS-UT-BAD-PASSWORDS (WS-USER-SLOT)
                ADD 1 TO WS-UT-FAIL-RUN (WS-USER-SLOT)
      *    THE BEST REMAINING ENTRY AND RETIRES IT
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           IF WS-EXCEPTION-COUNT IS EQUAL TO ZERO
              MOVE WS-NO-FINDINGS-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           ELSE
              MOVE ZERO TO WS-RANK-NUMBER
              PERFORM 4100-PRINT-BEST-REMAINING
              END-IF
              MOVE WS-EX-TEXT (WS-BEST-INDEX) TO WS-DTL-TEXT
              MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
              PERFORM 4300-WRITE-FINDING-RECORD
              MOVE ZERO TO WS-EX-SCORE (WS-BEST-INDEX)
           END-IF.
      *    CLOSE THE FILES AND REPORT WHAT WAS DONE
           CLOSE AUDIT-INPUT-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
           PERFORM 9820-END-REPORT-FILING.
           CLOSE FINDINGS-FILE.
           IF WS-SUPPRESS-FILE-OPEN
              CLOSE SUPPRESSION-FILE
              WS-SUPPRESSED-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE SONEXCP REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'SONEXCP ' TO RB-REPORT-NAME.
           MOVE 'ESONANL ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
