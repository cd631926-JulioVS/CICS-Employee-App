      *        ANYONE.  THE TEAM-STATUS AND RECERTIFICATION WORK IS
      *        BUILT ON THIS FIELD, SO A BAD CHAIN SILENTLY HIDES
      *        PEOPLE FROM THEIR MANAGERS UNTIL THIS REPORT NAMES IT.
      *        WHETHER A DEPARTMENT MEMBER MANAGES ANYONE IS ANSWERED
      *        BY ONE KEYED START ON THE EEMPMGR MANAGER-ID PATH.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER-FILE ASSIGN TO EEMPMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EM-USER-ID
              ALTERNATE RECORD KEY IS EM-MANAGER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-EMPMST-STATUS.

           SELECT REGISTERED-USER-FILE ASSIGN TO EREGUSR
                88 WS-DPT-MANAGER-SEEN     VALUE 'Y'.
       01 WS-DEPT-INDEX               PIC 9(3) USAGE COMP.
       01 WS-DEPT-SLOT                PIC 9(3) USAGE COMP.
      ******************************************************************
      *   REPORT REPOSITORY FILING AREA - EVERY PRINTED LINE IS ALSO
      *   HANDED TO ERPTBWR SO THE REPORT CAN BE READ ON ERPI.
      ******************************************************************
       COPY ERPTBWR.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
           OPEN INPUT EMP-MASTER-FILE.
           OPEN INPUT REGISTERED-USER-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           IF NOT WS-EMPMST-OK
              DISPLAY 'ERROR: OPEN OF EEMPMST FAILED, STATUS='
           END-IF.

           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           PERFORM 1100-READ-NEXT-EMPLOYEE.


       4200-CHECK-MEMBER-MANAGES.
      *    FLAG THE DEPARTMENT IF THIS MEMBER APPEARS AS ANYONE'S
      *    MANAGER ANYWHERE ON THE FILE - A START ON THE MANAGER-ID
      *    PATH FINDS A DIRECT REPORT IF THERE IS ONE, EVEN AMONG
      *    RECORDS PAST THE TABLE LIMIT
           MOVE WS-ET-USER-ID (WS-EMP-INDEX) TO EM-MANAGER-ID.

           START EMP-MASTER-FILE KEY IS EQUAL TO EM-MANAGER-ID.

           IF WS-EMPMST-OK
              SET WS-DPT-MANAGER-SEEN (WS-DEPT-SLOT) TO TRUE
           END-IF.

       4500-REPORT-ONE-DEPARTMENT.
      *    A DEPARTMENT NONE OF WHOSE MEMBERS MANAGES ANYONE HAS NO
      *    MANAGER FOR THE TEAM-STATUS AND RECERTIFICATION WORK TO
       3900-WRITE-FINDING.
      *    ONE VALIDATION FINDING TO THE REPORT
           MOVE WS-FINDING-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-FINDING-COUNT.

      *    CLOSE THE REPORT OFF WITH THE ALL-CLEAR OR OVERFLOW NOTES
           IF WS-FINDING-COUNT IS EQUAL TO ZERO
              MOVE WS-NO-FINDINGS-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

           IF WS-OVERFLOW-COUNT IS GREATER THAN ZERO
              MOVE WS-OVERFLOW-COUNT TO WS-OVF-COUNT
              MOVE WS-OVERFLOW-NOTE-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE EMP-MASTER-FILE.
           CLOSE REGISTERED-USER-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'EMGRCHK: RECORDS READ   = '
              WS-RECORDS-READ-COUNT.
              WS-FINDING-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE MGRVALR REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'MGRVALR ' TO RB-REPORT-NAME.
           MOVE 'EMGRCHK ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
