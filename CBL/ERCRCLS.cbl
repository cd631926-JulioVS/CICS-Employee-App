      *        REPORT LISTS WHAT WAS CERTIFIED, WHAT WAS REVOKED,
      *        AND WHICH MANAGERS STILL HAVE PENDING LINES - THE
      *        NON-RESPONDERS AUDIT KEEPS ASKING US TO NAME.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, EACH MANAGER'S SECTION UNDER THAT
      *        MANAGER'S ID, SO A MANAGER READS THEIR OWN SECTION ON
      *        THE ERPI SCREEN WITHOUT BEING SENT A PRINTOUT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-REVOKED-COUNT            PIC 9(7) VALUE ZERO.
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
           OPEN I-O REGISTERED-USER-FILE.
           OPEN I-O ENTITLEMENT-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           IF NOT WS-RECERT-OK
              DISPLAY 'ERROR: OPEN OF ERCRWRK FAILED, STATUS='
           END-IF.

           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-ITEM.

           MOVE RC-DECIDED-BY TO WS-DTL-DECIDED-BY.
           MOVE RC-DECIDED-DATE TO WS-DTL-DECIDED-DATE.
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
           MOVE RC-MANAGER-ID TO RB-SECTION-OWNER.
           PERFORM 9800-WRITE-REPORT-LINE.

       4000-PRINT-NON-RESPONDERS.
      *    LIST EVERY MANAGER STILL HOLDING PENDING LINES
           IF WS-NONRESP-COUNT IS GREATER THAN ZERO
              MOVE WS-NONRESP-TITLE-LINE TO WS-REPORT-LINE
              MOVE SPACES TO RB-SECTION-OWNER
              PERFORM 9800-WRITE-REPORT-LINE

              MOVE 1 TO WS-NONRESP-INDEX
              PERFORM 4100-PRINT-ONE-NON-RESPONDER
           MOVE WS-NR-PENDING-ITEMS (WS-NONRESP-INDEX) TO
              WS-NRL-PENDING.
           MOVE WS-NONRESP-DETAIL-LINE TO WS-REPORT-LINE.
           MOVE WS-NR-MANAGER-ID (WS-NONRESP-INDEX) TO
              RB-SECTION-OWNER.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-NONRESP-INDEX.

           CLOSE REGISTERED-USER-FILE.
           CLOSE ENTITLEMENT-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'ERCRCLS: ITEMS READ      = '
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
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE RCRCLSR REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'RCRCLSR ' TO RB-REPORT-NAME.
           MOVE 'ERCRCLS ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
