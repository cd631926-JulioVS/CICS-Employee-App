      *        TRANSACTION CODES THE APPLICATION DOES NOT CARRY,
      *        EPNDAPR APPROVALS RAISED BY SINCE-DELETED
      *        ADMINISTRATORS, AND EPWDHST HISTORY FOR PURGED USERS.
      *        IT ALSO READS EEMPMST END TO END THROUGH THE EEMPMGR
      *        MANAGER-ID PATH: A RECORD OUT OF MANAGER SEQUENCE, OR
      *        A PATH COUNT THAT DIFFERS FROM THE BASE FILE, MEANS
      *        THE PATH IS STALE AND MUST BE REBUILT.
      *        EVERY BREAK GOES TO THE INTCHKR REPORT WITH ENOUGH
      *        KEY DATA TO FIX IT, AND THE RUN IS LOGGED TO ERUNLOG.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT EMP-MASTER-FILE ASSIGN TO EEMPMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EM-USER-ID
              ALTERNATE RECORD KEY IS EM-MANAGER-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-EMPMST-STATUS.

           SELECT ENTITLEMENT-FILE ASSIGN TO EUSRENT
      *   CODED THERE ARE THE LIST EMNUOPT LINES ARE CHECKED AGAINST.
      ******************************************************************
       COPY ECONST.
       COPY ERPTCAT.
      ******************************************************************
      *   WORKING FIELDS USED TO DRIVE THE SIX CHECK PASSES.
      ******************************************************************
       01 WS-EREGUSR-STATUS          PIC X(2).
          88 WS-EREGUSR-OK                 VALUE '00'.
          88 WS-EREGUSR-EOF                VALUE '10'.
       01 WS-EMPMST-STATUS           PIC X(2).
          88 WS-EMPMST-OK                  VALUE '00'.
          88 WS-EMPMST-DUPLICATE-KEY       VALUE '02'.
          88 WS-EMPMST-EOF                 VALUE '10'.
       01 WS-EUSRENT-STATUS          PIC X(2).
          88 WS-EUSRENT-OK                 VALUE '00'.
          88 WS-EUSRENT-EOF                VALUE '10'.
      ******************************************************************
       01 WS-TRANS-TABLE.
          05 WS-TRANS-COUNT           PIC 9(2) USAGE COMP VALUE ZERO.
          05 WS-TRANS-ID-ENTRY        PIC X(4) OCCURS 60 TIMES.
       01 WS-TRANS-INDEX              PIC 9(2) USAGE COMP.
       01 WS-TRANS-FOUND-SWITCH       PIC X(1).
          88 WS-TRANS-IS-KNOWN              VALUE 'Y'.
          88 WS-TRANS-NOT-KNOWN             VALUE 'N'.
       01 WS-WORK-TRANS-ID            PIC X(4).
      ******************************************************************
      *   MANAGER PATH CHECK FIELDS - THE BASE FILE IS COUNTED BY ITS
      *   PRIME KEY, THEN READ AGAIN THROUGH THE PATH.
      ******************************************************************
       01 WS-BASE-RECORD-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-PATH-RECORD-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-LAST-MANAGER-ID          PIC X(8).
       01 WS-COUNT-TEXT               PIC 9(7).
      ******************************************************************
      *   REPORT REPOSITORY FILING AREA - EVERY PRINTED LINE IS ALSO
      *   HANDED TO ERPTBWR SO THE REPORT CAN BE READ ON ERPI.
      ******************************************************************
       COPY ERPTBWR.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.
           PERFORM 4000-CHECK-MENU-OPTIONS.
           PERFORM 5000-CHECK-PENDING-APPROVALS.
           PERFORM 6000-CHECK-PASSWORD-HISTORY.
           PERFORM 7000-CHECK-MANAGER-PATH.
           PERFORM 8000-FINISH-THE-REPORT.
           PERFORM 9000-TERMINATE.

           OPEN INPUT PENDING-APPR-FILE.
           OPEN INPUT PWD-HISTORY-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           IF NOT WS-EREGUSR-OK
              DISPLAY 'ERROR: OPEN OF EREGUSR FAILED, STATUS='
           PERFORM 1560-TABLE-ONE-ID.
           MOVE AC-AUDREQ-TRANSACTION-ID TO WS-WORK-TRANS-ID.
           PERFORM 1560-TABLE-ONE-ID.
           MOVE AC-TIMREQ-TRANSACTION-ID TO WS-WORK-TRANS-ID.
           PERFORM 1560-TABLE-ONE-ID.
           MOVE AC-GRDMNT-TRANSACTION-ID TO WS-WORK-TRANS-ID.
           PERFORM 1560-TABLE-ONE-ID.
           MOVE AC-FINDMNT-TRANSACTION-ID TO WS-WORK-TRANS-ID.
           PERFORM 1560-TABLE-ONE-ID.
           MOVE AC-SUPMNT-TRANSACTION-ID TO WS-WORK-TRANS-ID.
           PERFORM 1560-TABLE-ONE-ID.
           MOVE AC-ACRMNT-TRANSACTION-ID TO WS-WORK-TRANS-ID.
           PERFORM 1560-TABLE-ONE-ID.
           MOVE AC-DEPMNT-TRANSACTION-ID TO WS-WORK-TRANS-ID.
           PERFORM 1560-TABLE-ONE-ID.
           MOVE AC-RPTINQ-TRANSACTION-ID TO WS-WORK-TRANS-ID.
           PERFORM 1560-TABLE-ONE-ID.
           MOVE AC-FRZMNT-TRANSACTION-ID TO WS-WORK-TRANS-ID.
           PERFORM 1560-TABLE-ONE-ID.
           MOVE AC-AUPMNT-TRANSACTION-ID TO WS-WORK-TRANS-ID.
           PERFORM 1560-TABLE-ONE-ID.

      *    THE REPORT ACCESS IDS ARE HELD LIKE TRANSACTION IDS, SO
      *    AN ENTITLEMENT TO ONE IS NOT A BREAK
           MOVE 1 TO WS-TRANS-INDEX.
           PERFORM 1570-TABLE-ONE-REPORT-ID
              UNTIL WS-TRANS-INDEX IS GREATER THAN RT-CATALOGUE-COUNT.

       1560-TABLE-ONE-ID.
      *    ONE TRANSACTION ID INTO THE KNOWN LIST
           IF WS-TRANS-COUNT IS LESS THAN 60
              ADD 1 TO WS-TRANS-COUNT
              MOVE WS-WORK-TRANS-ID TO
                 WS-TRANS-ID-ENTRY (WS-TRANS-COUNT)
           END-IF.

       1570-TABLE-ONE-REPORT-ID.
      *    ONE REPORT ACCESS ID FROM THE ERPTCAT CATALOGUE
           MOVE RT-ACCESS-ID (WS-TRANS-INDEX) TO WS-WORK-TRANS-ID.
           PERFORM 1560-TABLE-ONE-ID.
           ADD 1 TO WS-TRANS-INDEX.

       2000-CHECK-ACCOUNT-PROFILES.
      *    PASS 1 - EVERY EREGUSR ACCOUNT SHOULD HAVE AN EEMPMST
      *    RECORD, OR THE SCREENS SHOW A BARE USER ID
              END-IF
           END-IF.

       7000-CHECK-MANAGER-PATH.
      *    PASS 6 - THE EEMPMGR MANAGER-ID PATH MUST CARRY EVERY
      *    EEMPMST RECORD ONCE, IN MANAGER SEQUENCE - A RESTORE OR
      *    RELOAD THAT SKIPPED THE REBUILD SHOWS UP HERE
           MOVE ZERO TO WS-BASE-RECORD-COUNT.
           MOVE ZERO TO WS-PATH-RECORD-COUNT.

           SET WS-PASS-NOT-DONE TO TRUE.
           MOVE LOW-VALUES TO EM-USER-ID.
           START EMP-MASTER-FILE KEY IS NOT LESS THAN EM-USER-ID.
           IF NOT WS-EMPMST-OK
              SET WS-PASS-DONE TO TRUE
           END-IF.
           PERFORM 7100-COUNT-ONE-BASE-RECORD UNTIL WS-PASS-DONE.

           SET WS-PASS-NOT-DONE TO TRUE.
           MOVE LOW-VALUES TO WS-LAST-MANAGER-ID.
           MOVE LOW-VALUES TO EM-MANAGER-ID.
           START EMP-MASTER-FILE KEY IS NOT LESS THAN EM-MANAGER-ID.
           IF NOT WS-EMPMST-OK
              SET WS-PASS-DONE TO TRUE
           END-IF.
           PERFORM 7200-CHECK-ONE-PATH-RECORD UNTIL WS-PASS-DONE.

           IF WS-PATH-RECORD-COUNT IS NOT EQUAL TO WS-BASE-RECORD-COUNT
              MOVE 'MANAGER PATH COUNT DIFFERS        '
                 TO WS-BRK-KIND
              MOVE WS-PATH-RECORD-COUNT TO WS-COUNT-TEXT
              MOVE SPACES TO WS-BRK-KEY
              MOVE WS-COUNT-TEXT TO WS-BRK-KEY (1:7)
              PERFORM 7900-WRITE-BREAK
              DISPLAY 'EINTCHK: EEMPMGR PATH RECORDS = '
                 WS-PATH-RECORD-COUNT ' EEMPMST RECORDS = '
                 WS-BASE-RECORD-COUNT
           END-IF.

       7100-COUNT-ONE-BASE-RECORD.
      *    ONE EMPLOYEE MASTER RECORD IN USER-ID ORDER
           READ EMP-MASTER-FILE NEXT RECORD.

           IF NOT WS-EMPMST-OK
              SET WS-PASS-DONE TO TRUE
           ELSE
              ADD 1 TO WS-RECORDS-READ-COUNT
              ADD 1 TO WS-BASE-RECORD-COUNT
           END-IF.

       7200-CHECK-ONE-PATH-RECORD.
      *    ONE EMPLOYEE MASTER RECORD IN MANAGER-ID ORDER - STATUS 02
      *    ONLY SAYS THE NEXT RECORD HAS THE SAME MANAGER
           READ EMP-MASTER-FILE NEXT RECORD.

           IF NOT WS-EMPMST-OK AND NOT WS-EMPMST-DUPLICATE-KEY
              SET WS-PASS-DONE TO TRUE
           ELSE
              ADD 1 TO WS-PATH-RECORD-COUNT
              IF EM-MANAGER-ID IS LESS THAN WS-LAST-MANAGER-ID
                 MOVE 'MANAGER PATH OUT OF SEQUENCE      '
                    TO WS-BRK-KIND
                 MOVE SPACES TO WS-BRK-KEY
                 MOVE EM-USER-ID TO WS-BRK-KEY (1:8)
                 PERFORM 7900-WRITE-BREAK
              END-IF
              MOVE EM-MANAGER-ID TO WS-LAST-MANAGER-ID
           END-IF.

       7900-WRITE-BREAK.
      *    ONE RELATIONSHIP BREAK TO THE REPORT
           MOVE WS-BREAK-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-BREAK-COUNT.

      *    CLOSE THE REPORT OFF WITH THE ALL-CLEAR WHEN NOTHING HIT
           IF WS-BREAK-COUNT IS EQUAL TO ZERO
              MOVE WS-NO-BREAKS-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE PENDING-APPR-FILE.
           CLOSE PWD-HISTORY-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'EINTCHK: RECORDS CHECKED = '
              WS-RECORDS-READ-COUNT.
              WS-BREAK-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE INTCHKR REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'INTCHKR ' TO RB-REPORT-NAME.
           MOVE 'EINTCHK ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
