      *        REPORT - THE ADOPTION-BY-DEPARTMENT VIEW THAT USED TO
      *        BE HAND-MATCHED FROM TWO GREEN-BAR REPORTS.  USERS
      *        WITH NO EEMPMST PROFILE ROLL UP UNDER *UNKNOWN*.
      *        THE ROLLUP-LEVEL RUN PARAMETER ROLLS EACH DEPARTMENT UP
      *        THE EDEPMST HIERARCHY TO ITS ANCESTOR AT THAT LEVEL
      *        (1 IS THE TOP, 0 LEAVES THE DEPARTMENT AS KEYED); A
      *        DEPARTMENT ALREADY AT OR ABOVE THE LEVEL STAYS ITSELF.
      *        CODES NOT ON EDEPMST ARE LEFT AS KEYED AND COUNTED.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS EM-USER-ID
              FILE STATUS IS WS-EMPMST-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO EDEPMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DM-DEPARTMENT-CODE
              FILE STATUS IS WS-EDEPMST-STATUS.

           SELECT REPORT-OUTPUT-FILE ASSIGN TO SONDPTR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
       FD  EMP-MASTER-FILE.
       COPY EEMPMST.

       FD  DEPARTMENT-MASTER-FILE.
       COPY EDEPMST.

       FD  REPORT-OUTPUT-FILE.
       01 WS-REPORT-LINE              PIC X(80).

       01 WS-ATTEMPT-DEPARTMENT       PIC X(10).
       01 WS-ATTEMPT-LOCATION         PIC X(10).
      ******************************************************************
      *   HIERARCHY ROLLUP - THE CHAIN HOLDS THE DEPARTMENT AND EACH
      *   PARENT ABOVE IT, BOTTOM FIRST, SO THE TOP OF THE HIERARCHY
      *   IS THE LAST ENTRY.  EACH CODE IS CLIMBED ONCE AND THE
      *   ANSWER KEPT IN THE ROLLUP TABLE FOR THE REST OF THE RUN.
      ******************************************************************
       01 WS-EDEPMST-STATUS          PIC X(2).
          88 WS-EDEPMST-OK                 VALUE '00'.
       01 WS-ROLLUP-LEVEL             PIC 9(2) VALUE ZERO.
       01 WS-OFF-MASTER-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-KEYED-DEPARTMENT         PIC X(10).
       01 WS-CLIMB-CODE               PIC X(10).
       01 WS-CLIMB-SWITCH             PIC X(1).
          88 WS-CLIMBING                   VALUE 'Y'.
          88 WS-CLIMB-DONE                 VALUE 'N'.
       01 WS-DEPT-CHAIN.
          05 WS-CHAIN-DEPTH           PIC 9(3) USAGE COMP VALUE ZERO.
          05 WS-CHAIN-CODE            PIC X(10) OCCURS 10 TIMES.
       01 WS-CHAIN-SLOT               PIC 9(3) USAGE COMP.
       01 WS-ROLLUP-TABLE.
          05 WS-ROLLUP-COUNT          PIC 9(3) USAGE COMP VALUE ZERO.
          05 WS-ROLLUP-ENTRY OCCURS 300 TIMES.
             10 WS-RU-KEYED-CODE      PIC X(10).
             10 WS-RU-ROLLED-CODE     PIC X(10).
             10 WS-RU-ON-MASTER       PIC X(1).
       01 WS-ROLLUP-INDEX             PIC 9(3) USAGE COMP.
       01 WS-ROLLUP-SLOT              PIC 9(3) USAGE COMP.
       01 WS-ON-MASTER-SWITCH         PIC X(1).
          88 WS-ON-MASTER                  VALUE 'Y'.
          88 WS-OFF-MASTER                 VALUE 'N'.
      ******************************************************************
      *   RUN PARAMETERS - READ FROM ERUNPRM THROUGH ERUNPRD AT
      *   START-UP; THE VALUE ACTUALLY USED IS PRINTED AND LOGGED.
      ******************************************************************
       COPY ERUNPRD.
       01 WS-PARM-SOURCE-TEXT        PIC X(7).
      ******************************************************************
      *   REPORT REPOSITORY FILING AREA - EVERY PRINTED LINE IS ALSO
      *   HANDED TO ERPTBWR SO THE REPORT CAN BE READ ON ERPI.
      ******************************************************************
       COPY ERPTBWR.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.
      ******************************************************************
       01 WS-HEADER-LINE              PIC X(80) VALUE
          'SIGN-ON ACTIVITY BY DEPARTMENT AND LOCATION'.
       01 WS-LEVEL-HEADER-LINE.
          05 FILLER                   PIC X(41) VALUE
             'DEPARTMENTS ROLLED UP TO HIERARCHY LEVEL '.
          05 WS-LVL-LEVEL             PIC Z9.
       01 WS-DETAIL-LINE.
          05 FILLER                   PIC X(5) VALUE 'DEPT '.
          05 WS-DTL-DEPARTMENT        PIC X(10).
          05 WS-UNM-COUNT             PIC ZZZZZZ9.
          05 FILLER                   PIC X(38) VALUE
             ' - COUNTED UNDER DEPARTMENT *UNKNOWN*'.
       01 WS-OFF-MASTER-NOTE-LINE.
          05 FILLER                   PIC X(35) VALUE
             'NOTE: ATTEMPTS UNDER A CODE NOT ON '.
          05 FILLER                   PIC X(8) VALUE
             'EDEPMST '.
          05 WS-OFM-COUNT             PIC ZZZZZZ9.
          05 FILLER                   PIC X(17) VALUE
             ' - LEFT AS KEYED'.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.

           SET WS-NOT-AT-EOF TO TRUE.

           PERFORM 1050-LOAD-RUN-PARAMETERS.

           OPEN INPUT AUDIT-INPUT-FILE.
           OPEN INPUT EMP-MASTER-FILE.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           IF NOT WS-EDEPMST-OK
              DISPLAY 'ERROR: OPEN OF EDEPMST FAILED, STATUS='
                 WS-EDEPMST-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-AUDIT-INPUT-OK
              DISPLAY 'ERROR: OPEN OF ESONAUD FAILED, STATUS='

           PERFORM 1100-READ-NEXT-RECORD.

       1050-LOAD-RUN-PARAMETERS.
      *    FETCH THE HIERARCHY LEVEL TO ROLL UP TO - A PARAMETER
      *    MISSING FROM THE CATALOGUE LEAVES EVERY DEPARTMENT AS
      *    KEYED, WHICH IS THE REPORT AS IT ALWAYS WAS
           MOVE 'ESONDPT ' TO PR-JOB-NAME.
           MOVE 'ROLLUP-LEVEL' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              MOVE ZERO TO WS-ROLLUP-LEVEL
           ELSE
              MOVE PR-PARAM-NUMBER TO WS-ROLLUP-LEVEL
              PERFORM 1060-SHOW-RUN-PARAMETER
           END-IF.

           STRING 'LEVEL=' DELIMITED BY SIZE
                  WS-ROLLUP-LEVEL DELIMITED BY SIZE
              INTO RL-RUN-PARAMETERS
           END-STRING.

       1060-SHOW-RUN-PARAMETER.
      *    PRINT THE VALUE THE RUN USES AND WHERE IT CAME FROM
           IF PR-FROM-PARM-FILE
              MOVE 'ERUNPRM' TO WS-PARM-SOURCE-TEXT
           ELSE
              MOVE 'DEFAULT' TO WS-PARM-SOURCE-TEXT
           END-IF.

           DISPLAY 'ESONDPT: PARAMETER ' PR-PARAM-NAME ' = '
              PR-PARAM-VALUE ' (' WS-PARM-SOURCE-TEXT ')'.

       1100-READ-NEXT-RECORD.
      *    READ THE NEXT AUDIT RECORD, SEQUENTIALLY, FROM THE FILE
           READ AUDIT-INPUT-FILE.
       2000-PROCESS-FILE.
      *    TALLY THIS ATTEMPT UNDER ITS DEPARTMENT, THEN MOVE ON
           PERFORM 2100-LOOK-UP-DEPARTMENT.
           IF WS-EMPMST-OK
              AND WS-ATTEMPT-DEPARTMENT IS NOT EQUAL TO SPACES
              PERFORM 2150-ROLL-UP-DEPARTMENT
           END-IF.
           PERFORM 2200-TALLY-DEPARTMENT.

           PERFORM 1100-READ-NEXT-RECORD.
              ADD 1 TO WS-UNMATCHED-USER-COUNT
           END-IF.

       2150-ROLL-UP-DEPARTMENT.
      *    SWAP THE ATTEMPT'S DEPARTMENT FOR ITS ANCESTOR AT THE
      *    REQUESTED LEVEL - A CODE ALREADY CLIMBED THIS RUN IS
      *    ANSWERED FROM THE ROLLUP TABLE WITHOUT READING EDEPMST
           MOVE ZERO TO WS-ROLLUP-SLOT.
           MOVE 1 TO WS-ROLLUP-INDEX.
           PERFORM 2160-CHECK-ONE-ROLLUP-SLOT
              UNTIL WS-ROLLUP-INDEX > WS-ROLLUP-COUNT
                 OR WS-ROLLUP-SLOT > ZERO.

           IF WS-ROLLUP-SLOT IS EQUAL TO ZERO
              PERFORM 2170-CLIMB-HIERARCHY
           ELSE
              MOVE WS-RU-ON-MASTER (WS-ROLLUP-SLOT) TO
                 WS-ON-MASTER-SWITCH
              MOVE WS-RU-ROLLED-CODE (WS-ROLLUP-SLOT) TO
                 WS-ATTEMPT-DEPARTMENT
           END-IF.

           IF WS-OFF-MASTER
              ADD 1 TO WS-OFF-MASTER-COUNT
           END-IF.

       2160-CHECK-ONE-ROLLUP-SLOT.
      *    COMPARE ONE ROLLUP TABLE SLOT AGAINST THE KEYED CODE
           IF WS-RU-KEYED-CODE (WS-ROLLUP-INDEX) IS EQUAL TO
              WS-ATTEMPT-DEPARTMENT
              MOVE WS-ROLLUP-INDEX TO WS-ROLLUP-SLOT
           END-IF.

           ADD 1 TO WS-ROLLUP-INDEX.

       2170-CLIMB-HIERARCHY.
      *    WALK FROM THE DEPARTMENT UP THROUGH ITS PARENTS TO THE TOP,
      *    THEN PICK THE ANCESTOR AT THE REQUESTED LEVEL COUNTING
      *    DOWN FROM THE TOP.  THE CLIMB IS CAPPED AT THE HIERARCHY
      *    LIMIT SO A PARENT LOOP ON FILE CANNOT HANG THE RUN.
           MOVE ZERO TO WS-CHAIN-DEPTH.
           MOVE WS-ATTEMPT-DEPARTMENT TO WS-KEYED-DEPARTMENT.
           MOVE WS-ATTEMPT-DEPARTMENT TO WS-CLIMB-CODE.
           SET WS-CLIMBING TO TRUE.
           PERFORM 2180-CLIMB-ONE-LEVEL UNTIL WS-CLIMB-DONE.

           IF WS-CHAIN-DEPTH IS EQUAL TO ZERO
              SET WS-OFF-MASTER TO TRUE
           ELSE
              SET WS-ON-MASTER TO TRUE
           END-IF.

           IF WS-ROLLUP-LEVEL IS GREATER THAN ZERO
              AND WS-CHAIN-DEPTH IS GREATER THAN WS-ROLLUP-LEVEL
              COMPUTE WS-CHAIN-SLOT =
                 WS-CHAIN-DEPTH - WS-ROLLUP-LEVEL + 1
              END-COMPUTE
              MOVE WS-CHAIN-CODE (WS-CHAIN-SLOT) TO
                 WS-ATTEMPT-DEPARTMENT
           END-IF.

           IF WS-ROLLUP-COUNT IS LESS THAN 300
              ADD 1 TO WS-ROLLUP-COUNT
              MOVE WS-KEYED-DEPARTMENT TO
                 WS-RU-KEYED-CODE (WS-ROLLUP-COUNT)
              MOVE WS-ATTEMPT-DEPARTMENT TO
                 WS-RU-ROLLED-CODE (WS-ROLLUP-COUNT)
              MOVE WS-ON-MASTER-SWITCH TO
                 WS-RU-ON-MASTER (WS-ROLLUP-COUNT)
           END-IF.

       2180-CLIMB-ONE-LEVEL.
      *    READ ONE DEPARTMENT ON THE WAY UP AND ADD IT TO THE CHAIN
           MOVE WS-CLIMB-CODE TO DM-DEPARTMENT-CODE.

           READ DEPARTMENT-MASTER-FILE.

           IF NOT WS-EDEPMST-OK
              SET WS-CLIMB-DONE TO TRUE
           ELSE
              ADD 1 TO WS-CHAIN-DEPTH
              MOVE DM-DEPARTMENT-CODE TO
                 WS-CHAIN-CODE (WS-CHAIN-DEPTH)
              IF DM-PARENT-DEPARTMENT IS EQUAL TO SPACES
                 OR WS-CHAIN-DEPTH IS NOT LESS THAN
                    AC-DEPARTMENT-LEVEL-LIMIT
                 SET WS-CLIMB-DONE TO TRUE
              ELSE
                 MOVE DM-PARENT-DEPARTMENT TO WS-CLIMB-CODE
              END-IF
           END-IF.

       2200-TALLY-DEPARTMENT.
      *    FIND (OR START) THE SLOT FOR THIS DEPARTMENT/LOCATION PAIR
      *    AND ROLL THE ATTEMPT OUTCOME INTO IT
              ADD 1 TO WS-DT-ATTEMPTS (WS-DEPT-SLOT)
              EVALUATE TRUE
              WHEN AU-OUT-BAD-PASSWORD
              WHEN AU-OUT-GRID-FAILED
                   ADD 1 TO WS-DT-FAILURES (WS-DEPT-SLOT)
              WHEN AU-OUT-LOCKED-OUT
                   ADD 1 TO WS-DT-FAILURES (WS-DEPT-SLOT)
       4000-PRINT-REPORT.
      *    PRINT ONE LINE PER DEPARTMENT/LOCATION PAIR SEEN
           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           IF WS-ROLLUP-LEVEL IS GREATER THAN ZERO
              MOVE WS-ROLLUP-LEVEL TO WS-LVL-LEVEL
              MOVE WS-LEVEL-HEADER-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

           MOVE 1 TO WS-DEPT-INDEX.
           PERFORM 4100-PRINT-ONE-DEPARTMENT
           IF WS-UNMATCHED-USER-COUNT IS GREATER THAN ZERO
              MOVE WS-UNMATCHED-USER-COUNT TO WS-UNM-COUNT
              MOVE WS-UNMATCHED-NOTE-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

           IF WS-OFF-MASTER-COUNT IS GREATER THAN ZERO
              MOVE WS-OFF-MASTER-COUNT TO WS-OFM-COUNT
              MOVE WS-OFF-MASTER-NOTE-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

       4100-PRINT-ONE-DEPARTMENT.
           MOVE WS-DT-FAILURES (WS-DEPT-INDEX) TO WS-DTL-FAILURES.
           MOVE WS-DT-LOCKOUTS (WS-DEPT-INDEX) TO WS-DTL-LOCKOUTS.
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-DEPT-INDEX.

      *    CLOSE ALL THE FILES AND REPORT WHAT WAS DONE
           CLOSE AUDIT-INPUT-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE DEPARTMENT-MASTER-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'ESONDPT: RECORDS READ     = '
              WS-RECORDS-READ-COUNT.
              WS-DEPT-COUNT.
           DISPLAY 'ESONDPT: UNMATCHED USERS  = '
              WS-UNMATCHED-USER-COUNT.
           DISPLAY 'ESONDPT: NOT ON EDEPMST   = '
              WS-OFF-MASTER-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE SONDPTR REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'SONDPTR ' TO RB-REPORT-NAME.
           MOVE 'ESONDPT ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
