       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENOTPRG.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - NOTIFICATION INBOX PURGE BATCH PROGRAM
      *        A NIGHTLY BATCH JOB, RUN OUTSIDE CICS, THAT READS THE
      *        WHOLE ENOTIFY FILE AND DELETES EVERY NOTIFICATION
      *        CREATED MORE THAN THE RETENTION-DAYS RUN PARAMETER
      *        (ERUNPRM, CATALOGUE DEFAULT 30) DAYS AGO, READ OR NOT
      *        - BY THEN THE WORK IT POINTED AT HAS BEEN
      *        DONE, ESCALATED OR REPORTED ELSEWHERE, AND AN INBOX
      *        NOBODY EMPTIES WOULD OTHERWISE GROW WITHOUT END.  THE
      *        UNREAD ITEMS PURGED ARE COUNTED AS EXCEPTIONS ON THE
      *        RUN-CONTROL LOG.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICATION-FILE ASSIGN TO ENOTIFY
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NT-NOTIFY-KEY
              FILE STATUS IS WS-NOTIFY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICATION-FILE.
       COPY ENOTIFY.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS.
      ******************************************************************
       COPY ECONST.
      ******************************************************************
      *   WORKING FIELDS USED TO READ AND AGE THE NOTIFICATIONS.
      ******************************************************************
       01 WS-NOTIFY-STATUS           PIC X(2).
          88 WS-NOTIFY-OK                  VALUE '00'.
          88 WS-NOTIFY-EOF                 VALUE '10'.
          88 WS-NOTIFY-NOT-FOUND           VALUE '35'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-CURRENT-DATE             PIC X(8).
       01 WS-CURRENT-DATE-NUM         PIC 9(8).
       01 WS-CUTOFF-DATE-NUM          PIC 9(8).
       01 WS-CUTOFF-DATE              PIC X(8).
       01 WS-RECORDS-READ-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-PURGED-COUNT             PIC 9(7) VALUE ZERO.
       01 WS-UNREAD-PURGED-COUNT      PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   RUN PARAMETERS - READ FROM ERUNPRM THROUGH ERUNPRD AT
      *   START-UP; THE VALUES ACTUALLY USED ARE PRINTED AND LOGGED.
      ******************************************************************
       COPY ERUNPRD.
       01 WS-NOTIFY-RETENTION-DAYS    PIC 9(3).
       01 WS-PARM-SOURCE-TEXT         PIC X(7).
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.
      ******************************************************************
       COPY ERUNLOG.
       01 WS-RUN-START-DATE          PIC X(8).
       01 WS-RUN-START-TIME          PIC X(8).
       01 WS-RUN-END-TIME            PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-AGE-ONE-NOTIFICATION UNTIL WS-AT-EOF.
           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE FILE, WORK OUT THE OLDEST CREATION DATE STILL
      *    KEPT, AND PRIME THE FIRST RECORD.  NO FILE YET MEANS
      *    NOTHING HAS EVER BEEN RAISED - NOTHING TO PURGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           SET WS-NOT-AT-EOF TO TRUE.

           PERFORM 1020-LOAD-RUN-PARAMETERS.

           IF RL-ST-GOOD
              MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
              COMPUTE WS-CUTOFF-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) -
                    WS-NOTIFY-RETENTION-DAYS)
              MOVE WS-CUTOFF-DATE-NUM TO WS-CUTOFF-DATE
              PERFORM 1040-OPEN-NOTIFICATIONS
           END-IF.

       1020-LOAD-RUN-PARAMETERS.
      *    FETCH HOW LONG A NOTIFICATION IS KEPT - A PARAMETER MISSING
      *    FROM THE CATALOGUE STOPS THE RUN RATHER THAN PURGE AGAINST
      *    AN UNKNOWN PERIOD
           MOVE 'ENOTPRG ' TO PR-JOB-NAME.
           MOVE 'RETENTION-DAYS' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              MOVE PR-PARAM-NUMBER TO WS-NOTIFY-RETENTION-DAYS
              PERFORM 1030-SHOW-RUN-PARAMETER
              STRING 'RETAIN=' DELIMITED BY SIZE
                     WS-NOTIFY-RETENTION-DAYS DELIMITED BY SIZE
                 INTO RL-RUN-PARAMETERS
              END-STRING
           END-IF.

       1030-SHOW-RUN-PARAMETER.
      *    PRINT THE VALUE THE RUN USES AND WHERE IT CAME FROM
           IF PR-FROM-PARM-FILE
              MOVE 'ERUNPRM' TO WS-PARM-SOURCE-TEXT
           ELSE
              MOVE 'DEFAULT' TO WS-PARM-SOURCE-TEXT
           END-IF.

           DISPLAY 'ENOTPRG: PARAMETER ' PR-PARAM-NAME ' = '
              PR-PARAM-VALUE ' (' WS-PARM-SOURCE-TEXT ')'.

       1040-OPEN-NOTIFICATIONS.
      *    OPEN THE FILE AND PRIME THE FIRST RECORD
           OPEN I-O NOTIFICATION-FILE.

           EVALUATE TRUE
           WHEN WS-NOTIFY-OK
                PERFORM 1100-READ-NEXT-NOTIFICATION
           WHEN WS-NOTIFY-NOT-FOUND
                DISPLAY 'ENOTPRG: NO ENOTIFY FILE YET, NOTHING TO DO'
                SET WS-AT-EOF TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR: OPEN OF ENOTIFY FAILED, STATUS='
                   WS-NOTIFY-STATUS
                SET RL-ST-FAILED TO TRUE
                SET WS-AT-EOF TO TRUE
           END-EVALUATE.

       1100-READ-NEXT-NOTIFICATION.
      *    READ THE NEXT NOTIFICATION RECORD
           READ NOTIFICATION-FILE NEXT RECORD.

           IF WS-NOTIFY-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-NOTIFY-OK
                 DISPLAY 'ERROR: READ OF ENOTIFY FAILED, STATUS='
                    WS-NOTIFY-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-RECORDS-READ-COUNT
              END-IF
           END-IF.

       2000-AGE-ONE-NOTIFICATION.
      *    AN ITEM CREATED BEFORE THE CUTOFF DATE IS DELETED - THE
      *    DELETE TAKES THE RECORD JUST READ
           IF NT-CREATED-DATE IS LESS THAN WS-CUTOFF-DATE
              IF NT-ST-UNREAD
                 ADD 1 TO WS-UNREAD-PURGED-COUNT
              END-IF
              DELETE NOTIFICATION-FILE RECORD
              IF WS-NOTIFY-OK
                 ADD 1 TO WS-PURGED-COUNT
              ELSE
                 DISPLAY 'ERROR: DELETE FROM ENOTIFY FAILED, STATUS='
                    WS-NOTIFY-STATUS ' KEY=' NT-NOTIFY-KEY
                 SET RL-ST-FAILED TO TRUE
              END-IF
           END-IF.

           PERFORM 1100-READ-NEXT-NOTIFICATION.

       9000-TERMINATE.
      *    CLOSE THE FILE AND REPORT WHAT WAS DONE
           CLOSE NOTIFICATION-FILE.

           DISPLAY 'ENOTPRG: PURGE CUTOFF DATE    = '
              WS-CUTOFF-DATE.
           DISPLAY 'ENOTPRG: NOTIFICATIONS READ   = '
              WS-RECORDS-READ-COUNT.
           DISPLAY 'ENOTPRG: NOTIFICATIONS PURGED = '
              WS-PURGED-COUNT.
           DISPLAY 'ENOTPRG: PURGED WHILE UNREAD  = '
              WS-UNREAD-PURGED-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
      *    SCHEDULE FROM ONE SCREEN
           ACCEPT WS-RUN-END-TIME FROM TIME.

           MOVE 'ENOTPRG ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-RECORDS-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-PURGED-COUNT TO RL-RECORDS-APPLIED.
           MOVE WS-UNREAD-PURGED-COUNT TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
