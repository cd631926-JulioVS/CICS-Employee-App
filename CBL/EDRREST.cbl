      *        AGAINST ITS TRAILER BEFORE REPORTING SUCCESS TO
      *        ERUNLOG - A RESTORE THAT LOADS HALF A USER FILE AND
      *        SAYS NOTHING IS WORSE THAN NO RESTORE AT ALL.  THE
      *        DRRESTR REPORT SHOWS THE PER-FILE VERDICTS.  EEMPMST
      *        IS LOADED WITH ITS EEMPMGR MANAGER-ID PATH DECLARED, SO
      *        THE PATH IS REBUILT AS THE RECORDS GO BACK; IT IS THEN
      *        READ END TO END AND GETS A VERDICT LINE OF ITS OWN
      *        AGAINST THE EEMPMST SECTION'S COUNT AND CONTROL TOTAL.
      *        THE SAME JOB LOADS THE TEST REGION FROM THE MASKED SET
      *        EDRMASK WRITES.  WITH THE TEST-REGION RUN PARAMETER SET
      *        TO Y IN THAT REGION'S ERUNPRM, EVERY SECTION HEADER
      *        MUST CARRY EDRMASK'S MASKED STAMP - A PRODUCTION SET IS
      *        REFUSED BEFORE A SINGLE TARGET FILE IS OPENED, AND AN
      *        UNMASKED SECTION LATER IN THE SET STOPS THE LOAD THERE.
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

           SELECT REPORT-OUTPUT-FILE ASSIGN TO DRRESTR
      *      WIDE ENOUGH FOR THE LARGEST RECORD CARRIED - THE
      *      120-BYTE EEMPMST - MATCHING EDREXPT'S SET LAYOUT
          05 BK-DATA                 PIC X(120).
          05 BK-HEADER-VIEW REDEFINES BK-DATA.
             10 BKH-MASKING-MARK     PIC X(8).
                88 BKH-SET-MASKED          VALUE 'MASKED'.
             10 BKH-MASKED-DATE      PIC X(8).
             10 FILLER               PIC X(104).
          05 BK-TRAILER-VIEW REDEFINES BK-DATA.
             10 BKT-RECORD-COUNT     PIC 9(7).
             10 BKT-CONTROL-TOTAL    PIC 9(13).
          88 WS-EMNUOPT-OK                 VALUE '00'.
       01 WS-EMPMST-STATUS           PIC X(2).
          88 WS-EMPMST-OK                  VALUE '00'.
          88 WS-EMPMST-DUPLICATE-KEY       VALUE '02'.
          88 WS-EMPMST-EOF                 VALUE '10'.
       01 WS-REPORT-STATUS           PIC X(2).
          88 WS-REPORT-OK                  VALUE '00'.
       01 WS-RULES-RRN               PIC 9(8).
       01 WS-TOTAL-RECORDS-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-SECTIONS-FAILED-COUNT    PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   MANAGER PATH VERIFY - THE EEMPMST SECTION'S TRAILER CONTROLS
      *   ARE KEPT FOR THE PATH READ THAT FOLLOWS THE RELOAD.
      ******************************************************************
       01 WS-EMPMST-LOADED-SWITCH     PIC X(1) VALUE 'N'.
          88 WS-EMPMST-LOADED              VALUE 'Y'.
       01 WS-EMPMST-EXPECTED-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-EMPMST-EXPECTED-TOTAL    PIC 9(13) VALUE ZERO.
       01 WS-PATH-SWITCH              PIC X(1).
          88 WS-PATH-NOT-DONE              VALUE 'N'.
          88 WS-PATH-DONE                  VALUE 'Y'.
      ******************************************************************
      *   RUN PARAMETERS - READ FROM ERUNPRM THROUGH ERUNPRD AT
      *   START-UP; THE VALUE ACTUALLY USED IS PRINTED AND LOGGED.
      ******************************************************************
       COPY ERUNPRD.
       01 WS-TEST-REGION-SWITCH       PIC X(1).
          88 WS-LOADING-TEST-REGION        VALUE 'Y'.
       01 WS-PARM-SOURCE-TEXT         PIC X(7).
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-VDL-VERDICT           PIC X(22).
          05 FILLER                   PIC X(13) VALUE SPACES.
       01 WS-REFUSED-LINE             PIC X(80) VALUE
          '*** SET NOT MASKED - REFUSED FOR THE TEST REGION ***'.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ONE-BACKUP-RECORD UNTIL WS-AT-EOF.
           PERFORM 8000-CHECK-FOR-SHORT-SET.

           IF WS-EMPMST-LOADED
              PERFORM 8500-VERIFY-MANAGER-PATH
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.
           SET WS-NO-SECTION-OPEN TO TRUE.

           OPEN INPUT BACKUP-SET-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.

           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM 1020-LOAD-RUN-PARAMETERS.

           IF NOT WS-BACKUP-OK
              DISPLAY 'ERROR: OPEN OF DRBKUP FAILED, STATUS='
                 WS-BACKUP-STATUS
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF WS-NOT-AT-EOF
              PERFORM 1100-READ-NEXT-BACKUP-RECORD
           END-IF.

      *    A TEST-REGION LOAD LOOKS AT THE FIRST HEADER BEFORE ANY
      *    TARGET IS OPENED - AND SO EMPTIED - FOR OUTPUT
           IF WS-NOT-AT-EOF
              AND WS-LOADING-TEST-REGION
              AND NOT (BK-RT-FILE-HEADER AND BKH-SET-MASKED)
              PERFORM 2600-REFUSE-UNMASKED-SET
           END-IF.

           IF WS-NOT-AT-EOF
              OPEN OUTPUT REGISTERED-USER-FILE
              OPEN OUTPUT ENTITLEMENT-FILE
              OPEN OUTPUT TERMINAL-AUTH-FILE
              OPEN OUTPUT SIGNON-RULES-FILE
              OPEN OUTPUT MENU-OPTIONS-FILE
              OPEN OUTPUT EMP-MASTER-FILE
           END-IF.

       1020-LOAD-RUN-PARAMETERS.
      *    FETCH WHETHER THIS IS A TEST-REGION LOAD - A PARAMETER
      *    MISSING FROM THE CATALOGUE STOPS THE RUN RATHER THAN GUESS
           MOVE 'EDRREST ' TO PR-JOB-NAME.
           MOVE 'TEST-REGION' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              MOVE PR-PARAM-VALUE (1:1) TO WS-TEST-REGION-SWITCH
              PERFORM 1030-SHOW-RUN-PARAMETER
              STRING 'TESTREGION=' DELIMITED BY SIZE
                     WS-TEST-REGION-SWITCH DELIMITED BY SIZE
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

           DISPLAY 'EDRREST: PARAMETER ' PR-PARAM-NAME ' = '
              PR-PARAM-VALUE ' (' WS-PARM-SOURCE-TEXT ')'.

       1100-READ-NEXT-BACKUP-RECORD.
      *    READ THE NEXT BACKUP-SET RECORD
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-SECTION-TOTAL.

           IF WS-LOADING-TEST-REGION
              AND NOT BKH-SET-MASKED
              PERFORM 2600-REFUSE-UNMASKED-SET
           END-IF.

       2200-LOAD-SECTION-RECORD.
      *    WRITE ONE UNLOADED RECORD BACK TO ITS TARGET FILE,
      *    COUNTING AND SUMMING FOR THE TRAILER VERIFY
           WHEN 'EEMPMST '
                MOVE BK-DATA (1:120) TO EMPLOYEE-MASTER-RECORD
                WRITE EMPLOYEE-MASTER-RECORD
      *         STATUS 02 ONLY SAYS ANOTHER EMPLOYEE ALREADY HAS THE
      *         SAME MANAGER ON THE PATH
                IF WS-EMPMST-DUPLICATE-KEY
                   MOVE '00' TO WS-LOAD-STATUS
                ELSE
                   MOVE WS-EMPMST-STATUS TO WS-LOAD-STATUS
                END-IF
           WHEN OTHER
                DISPLAY 'ERROR: UNRECOGNIZED FILE ON BACKUP SET: '
                   WS-SECTION-FILE-NAME
           MOVE WS-VERDICT-LINE TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           IF WS-SECTION-FILE-NAME IS EQUAL TO 'EEMPMST '
              SET WS-EMPMST-LOADED TO TRUE
              MOVE BKT-RECORD-COUNT TO WS-EMPMST-EXPECTED-COUNT
              MOVE BKT-CONTROL-TOTAL TO WS-EMPMST-EXPECTED-TOTAL
           END-IF.

           SET WS-NO-SECTION-OPEN TO TRUE.

       2500-FLAG-TRUNCATED-SECTION.
           ADD 1 TO WS-SECTIONS-FAILED-COUNT.
           SET RL-ST-FAILED TO TRUE.

       2600-REFUSE-UNMASKED-SET.
      *    PRODUCTION DATA NEVER GOES INTO THE TEST REGION - THE SET
      *    MUST COME THROUGH EDRMASK FIRST
           DISPLAY 'ERROR: DRBKUP SECTION ' BK-FILE-NAME
              ' IS NOT MASKED - RUN EDRMASK FIRST'.

           MOVE WS-REFUSED-LINE TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           ADD 1 TO WS-SECTIONS-FAILED-COUNT.
           SET RL-ST-FAILED TO TRUE.
           SET WS-NO-SECTION-OPEN TO TRUE.
           SET WS-AT-EOF TO TRUE.

       8000-CHECK-FOR-SHORT-SET.
      *    THE SET ENDED - A SECTION STILL OPEN HERE NEVER GOT ITS
      *    TRAILER EITHER
              PERFORM 2500-FLAG-TRUNCATED-SECTION
           END-IF.

       8500-VERIFY-MANAGER-PATH.
      *    REOPEN THE RELOADED EMPLOYEE MASTER FOR INPUT AND READ IT
      *    THROUGH THE REBUILT MANAGER-ID PATH - EVERY RECORD MUST
      *    COME BACK EXACTLY ONCE, SO THE COUNT AND BYTE-SUM MUST
      *    MATCH THE EEMPMST SECTION'S TRAILER
           CLOSE EMP-MASTER-FILE.
           OPEN INPUT EMP-MASTER-FILE.

           MOVE 'EEMPMGR ' TO WS-SECTION-FILE-NAME.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-SECTION-TOTAL.

           IF WS-EMPMST-OK
              MOVE LOW-VALUES TO EM-MANAGER-ID
              START EMP-MASTER-FILE KEY IS NOT LESS THAN
                 EM-MANAGER-ID
              IF WS-EMPMST-OK
                 SET WS-PATH-NOT-DONE TO TRUE
                 PERFORM 8550-READ-ONE-PATH-RECORD UNTIL WS-PATH-DONE
              END-IF
           ELSE
              DISPLAY 'ERROR: REOPEN OF EEMPMST FAILED, STATUS='
                 WS-EMPMST-STATUS
           END-IF.

           MOVE WS-SECTION-FILE-NAME TO WS-VDL-FILE-NAME.
           MOVE WS-SECTION-COUNT TO WS-VDL-LOADED.
           MOVE WS-EMPMST-EXPECTED-COUNT TO WS-VDL-EXPECTED.

           IF WS-SECTION-COUNT IS EQUAL TO WS-EMPMST-EXPECTED-COUNT
              AND WS-SECTION-TOTAL IS EQUAL TO
                 WS-EMPMST-EXPECTED-TOTAL
              MOVE 'PATH VERIFIED' TO WS-VDL-VERDICT
           ELSE
              MOVE '*** PATH FAILED ***' TO WS-VDL-VERDICT
              ADD 1 TO WS-SECTIONS-FAILED-COUNT
              SET RL-ST-FAILED TO TRUE
           END-IF.

           MOVE WS-VERDICT-LINE TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       8550-READ-ONE-PATH-RECORD.
      *    ONE RECORD THROUGH THE PATH, SUMMED THE SAME WAY AS THE
      *    LOAD - THE SET HAS BEEN READ TO THE END, SO ITS RECORD
      *    AREA IS FREE TO CARRY THE BYTES.  STATUS 02 ONLY SAYS THE
      *    NEXT RECORD HAS THE SAME MANAGER.
           READ EMP-MASTER-FILE NEXT RECORD.

           IF WS-EMPMST-OK OR WS-EMPMST-DUPLICATE-KEY
              ADD 1 TO WS-SECTION-COUNT
              MOVE EMPLOYEE-MASTER-RECORD TO BK-DATA
              PERFORM 2270-SUM-RECORD-BYTES
           ELSE
              IF NOT WS-EMPMST-EOF
                 DISPLAY 'ERROR: PATH READ OF EEMPMST FAILED, STATUS='
                    WS-EMPMST-STATUS
              END-IF
              SET WS-PATH-DONE TO TRUE
           END-IF.

       9000-TERMINATE.
      *    CLOSE ALL THE FILES AND REPORT WHAT WAS DONE
           CLOSE BACKUP-SET-FILE.
