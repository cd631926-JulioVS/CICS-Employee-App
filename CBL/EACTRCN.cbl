      *        ACTIVE, CHECKS WHETHER A STALE EUACTTS ACTIVITY RECORD
      *        STILL EXISTS FOR THAT USER.  ANY SUCH ORPHANED ENTRY IS
      *        FLAGGED ON THE RCNQ EXTRAPARTITION TD QUEUE AND, WHEN
      *        THE PURGE-ORPHANS RUN PARAMETER IS 'Y', DELETED FROM THE
      *        TS QUEUE SO STALE ACTIVITY RECORDS DO NOT LINGER
      *        INDEFINITELY.  BOTH RUN PARAMETERS ARE READ FROM ERUNPRM
      *        (FALLING BACK TO THE ERUNPCT DEFAULTS), PRINTED UNDER
      *        THE REPORT HEADING AND LOGGED WITH THE RUN'S ERUNLOG
      *        RECORD.
      *
      *        EVERY CHECKPOINT-N USERS, THE RUN TAKES A
      *        SYNCPOINT AND STAMPS THE LAST RU-USER-ID PROCESSED ONTO
      *        THE RCNCKPT TS QUEUE.  IF THE RUN ABENDS PARTWAY
      *        THROUGH, RESTARTING THIS TRANSACTION PICKS THAT
       COPY EREGUSR.
       COPY EUACTTS.
       COPY EROSTER.
       COPY ERUNPRM.
       COPY ERUNPCT.
       COPY ERUNLOG.
      ******************************************************************
      *   WORKING FIELDS USED TO BROWSE EREGUSR AND BUILD THE REPORT.
      ******************************************************************
       01 WS-RESTART-USER-ID        PIC X(8).
       01 WS-CHECKPOINT-COUNT       PIC 9(4) USAGE IS COMPUTATIONAL.
      ******************************************************************
      *   RUN PARAMETERS - READ FROM ERUNPRM AT START-UP, CHECKED
      *   AGAINST THE ERUNPCT CATALOGUE, PRINTED AND LOGGED.
      ******************************************************************
       01 WS-PURGE-ORPHANS-SWITCH   PIC X(1).
          88 WS-DO-PURGE-ORPHANS          VALUE 'Y'.
       01 WS-RECON-CHECKPOINT-N     PIC 9(4).
       01 WS-PARM-JOB-NAME          PIC X(8) VALUE 'EACTRCN '.
       01 WS-PARM-NAME              PIC X(16).
       01 WS-PARM-VALUE             PIC X(5).
       01 WS-PARM-NUMBER REDEFINES WS-PARM-VALUE
                                    PIC 9(5).
       01 WS-PARM-SOURCE-SWITCH     PIC X(1).
          88 WS-PARM-FROM-FILE            VALUE 'F'.
          88 WS-PARM-FROM-DEFAULT         VALUE 'D'.
          88 WS-PARM-UNKNOWN              VALUE 'U'.
       01 WS-CATALOGUE-INDEX        PIC 9(3) USAGE COMP.
       01 WS-FOUND-INDEX            PIC 9(3) USAGE COMP.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - STAMPED AT START AND WRITTEN
      *   STRAIGHT TO THE ERUNLOG FILE AT THE END OF THE RUN.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
      ******************************************************************
      *   REPORT LINE LAYOUTS WRITTEN TO THE RCNQ TD QUEUE.
      ******************************************************************
       01 WS-HEADER-LINE            PIC X(80) VALUE
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-DTL-PURGE-TEXT         PIC X(10).
          05 FILLER                    PIC X(28) VALUE SPACES.
       01 WS-PARAMETER-LINE.
          05 FILLER                    PIC X(14) VALUE
             'RUN PARAMETER '.
          05 WS-PRM-PARAM-NAME         PIC X(16).
          05 FILLER                    PIC X(3) VALUE ' = '.
          05 WS-PRM-PARAM-VALUE        PIC X(5).
          05 FILLER                    PIC X(2) VALUE ' ('.
          05 WS-PRM-SOURCE             PIC X(7).
          05 FILLER                    PIC X(1) VALUE ')'.
          05 FILLER                    PIC X(32) VALUE SPACES.
       01 WS-TOTALS-LINE.
          05 FILLER                    PIC X(18) VALUE
             'USERS CHECKED....'.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIALIZE.
           IF RL-ST-GOOD
              PERFORM 2000-BROWSE-AND-RECONCILE
           END-IF.
           PERFORM 9000-WRITE-TOTALS.
           PERFORM 9100-WRITE-RUN-CONTROL-LOG.

           EXEC CICS RETURN
                END-EXEC.
       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    STAMP THE RUN START, WRITE THE REPORT HEADER LINE, PICK UP
      *    THE RUN PARAMETERS AND LOOK FOR A PRIOR CHECKPOINT
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(RL-RUN-DATE)
                TIME(RL-START-TIME)
                END-EXEC.

           EXEC CICS WRITEQ TD
                QUEUE(AC-RECON-TDQUEUE-NAME)
                FROM (WS-HEADER-LINE)
                LENGTH(LENGTH OF WS-HEADER-LINE)
                END-EXEC.

           PERFORM 1050-LOAD-RUN-PARAMETERS.

           MOVE ZERO TO WS-CHECKPOINT-COUNT.
           PERFORM 1100-LOAD-CHECKPOINT.

       1050-LOAD-RUN-PARAMETERS.
      *    THE PURGE SWITCH AND THE CHECKPOINT INTERVAL - A PARAMETER
      *    MISSING FROM THE CATALOGUE STOPS THE RUN BEFORE THE BROWSE
           MOVE 'PURGE-ORPHANS' TO WS-PARM-NAME.
           PERFORM 1060-READ-RUN-PARAMETER.
           MOVE WS-PARM-VALUE (1:1) TO WS-PURGE-ORPHANS-SWITCH.

           MOVE 'CHECKPOINT-N' TO WS-PARM-NAME.
           PERFORM 1060-READ-RUN-PARAMETER.
           IF WS-PARM-UNKNOWN
              MOVE ZERO TO WS-RECON-CHECKPOINT-N
           ELSE
              MOVE WS-PARM-NUMBER TO WS-RECON-CHECKPOINT-N
           END-IF.

           STRING 'PURGE=' DELIMITED BY SIZE
                  WS-PURGE-ORPHANS-SWITCH DELIMITED BY SIZE
                  ' CKPT=' DELIMITED BY SIZE
                  WS-RECON-CHECKPOINT-N DELIMITED BY SIZE
              INTO RL-RUN-PARAMETERS
           END-STRING.

       1060-READ-RUN-PARAMETER.
      *    LOOK THE PARAMETER UP IN THE CATALOGUE FOR ITS DEFAULT AND
      *    RANGE, THEN TAKE THE ERUNPRM VALUE IF ONE IS ON FILE AND
      *    STILL INSIDE THAT RANGE, AND PRINT WHAT WILL BE USED
           MOVE ZERO TO WS-FOUND-INDEX.
           MOVE 1 TO WS-CATALOGUE-INDEX.
           PERFORM 1070-CHECK-CATALOGUE-ENTRY
              UNTIL WS-CATALOGUE-INDEX > PC-CATALOGUE-COUNT
                 OR WS-FOUND-INDEX > ZERO.

           IF WS-FOUND-INDEX IS EQUAL TO ZERO
              SET WS-PARM-UNKNOWN TO TRUE
              MOVE SPACES TO WS-PARM-VALUE
              MOVE 'UNKNOWN' TO WS-PRM-SOURCE
              SET RL-ST-FAILED TO TRUE
           ELSE
              SET WS-PARM-FROM-DEFAULT TO TRUE
              MOVE PC-DEFAULT-VALUE (WS-FOUND-INDEX) TO WS-PARM-VALUE
              PERFORM 1080-READ-PARM-RECORD
              IF WS-PARM-FROM-FILE
                 MOVE 'ERUNPRM' TO WS-PRM-SOURCE
              ELSE
                 MOVE 'DEFAULT' TO WS-PRM-SOURCE
              END-IF
           END-IF.

           MOVE WS-PARM-NAME TO WS-PRM-PARAM-NAME.
           MOVE WS-PARM-VALUE TO WS-PRM-PARAM-VALUE.

           EXEC CICS WRITEQ TD
                QUEUE(AC-RECON-TDQUEUE-NAME)
                FROM (WS-PARAMETER-LINE)
                LENGTH(LENGTH OF WS-PARAMETER-LINE)
                END-EXEC.

       1070-CHECK-CATALOGUE-ENTRY.
      *    COMPARE ONE CATALOGUE ENTRY AGAINST THIS JOB AND NAME
           IF PC-JOB-NAME (WS-CATALOGUE-INDEX) IS EQUAL TO
                 WS-PARM-JOB-NAME
              AND PC-PARAM-NAME (WS-CATALOGUE-INDEX) IS EQUAL TO
                 WS-PARM-NAME
              MOVE WS-CATALOGUE-INDEX TO WS-FOUND-INDEX
           END-IF.

           ADD 1 TO WS-CATALOGUE-INDEX.

       1080-READ-PARM-RECORD.
      *    NO RECORD LEAVES THE DEFAULT IN PLACE; A VALUE OUTSIDE THE
      *    CATALOGUE RANGE IS IGNORED FOR THE DEFAULT AS WELL
           MOVE WS-PARM-JOB-NAME TO RP-JOB-NAME.
           MOVE WS-PARM-NAME TO RP-PARAM-NAME.

           EXEC CICS READ
                FILE(AC-RUN-PARM-FILENAME)
                INTO (RUN-PARAMETER-RECORD)
                RIDFLD(RP-PARAM-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              IF PC-KIND-FLAG (WS-FOUND-INDEX)
                 IF RP-PARAM-VALUE IS EQUAL TO 'Y'
                    OR RP-PARAM-VALUE IS EQUAL TO 'N'
                    MOVE RP-PARAM-VALUE TO WS-PARM-VALUE
                    SET WS-PARM-FROM-FILE TO TRUE
                 END-IF
              ELSE
                 IF RP-PARAM-NUMBER IS NUMERIC
                    AND RP-PARAM-NUMBER IS NOT LESS THAN
                       PC-MINIMUM (WS-FOUND-INDEX)
                    AND RP-PARAM-NUMBER IS NOT GREATER THAN
                       PC-MAXIMUM (WS-FOUND-INDEX)
                    MOVE RP-PARAM-VALUE TO WS-PARM-VALUE
                    SET WS-PARM-FROM-FILE TO TRUE
                 END-IF
              END-IF
           END-IF.

       1100-LOAD-CHECKPOINT.
      *    IF A PRIOR RUN ABENDED MID-BROWSE, ITS LAST-PROCESSED USER
      *    ID IS STILL SITTING ON THE CHECKPOINT QUEUE
           MOVE RU-USER-ID TO WS-DTL-USER-ID.
           MOVE 'INACTIVE USER, STALE EUACTTS' TO WS-DTL-REASON-TEXT.

           IF WS-DO-PURGE-ORPHANS
              EXEC CICS DELETEQ TS
                   QUEUE(WS-USER-ACTIVITY-QUEUE-NAME)
                   RESP(WS-CICS-RESPONSE)
           END-IF.

       2400-TAKE-CHECKPOINT.
      *    EVERY CHECKPOINT-N USERS, COMMIT AND STAMP THE
      *    LAST USER ID PROCESSED SO AN ABEND CAN RESTART FROM HERE
      *    RATHER THAN FROM THE TOP OR RISKING A DOUBLE PURGE
           ADD 1 TO WS-CHECKPOINT-COUNT.

           IF WS-CHECKPOINT-COUNT >= WS-RECON-CHECKPOINT-N
              EXEC CICS SYNCPOINT
                   END-EXEC

                FROM (WS-TOTALS-LINE)
                LENGTH(LENGTH OF WS-TOTALS-LINE)
                END-EXEC.

       9100-WRITE-RUN-CONTROL-LOG.
      *    FILE THIS RUN'S COUNTS, PARAMETERS AND OUTCOME ON THE
      *    COMMON RUN-CONTROL LOG ALONGSIDE THE BATCH JOBS' RECORDS,
      *    SO OPERATIONS SEE THE RECONCILIATION ON THE ERNL SCREEN TOO
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                TIME(RL-END-TIME)
                END-EXEC.

           MOVE 'EACTRCN ' TO RL-JOB-NAME.
           MOVE WS-USERS-CHECKED-COUNT TO RL-RECORDS-READ.
           MOVE WS-PURGED-COUNT TO RL-RECORDS-APPLIED.
           MOVE WS-ORPHAN-COUNT TO RL-EXCEPTION-COUNT.

           EXEC CICS WRITE
                FILE(AC-RUN-LOG-FILENAME)
                FROM (RUN-LOG-RECORD)
                RIDFLD(RL-RUN-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
