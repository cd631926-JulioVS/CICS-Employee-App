       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERPTRET.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - REPORT REPOSITORY RETENTION BATCH PROGRAM
      *        A NIGHTLY BATCH JOB, RUN OUTSIDE CICS, THAT READS THE
      *        WHOLE ERPTREP REPORT REPOSITORY AND DELETES EVERY PAGE
      *        OF EVERY REPORT RUN OLDER THAN THE RETENTION-DAYS RUN
      *        PARAMETER (READ FROM ERUNPRM, SHOWN AND LOGGED WITH THE
      *        RUN) - BY THEN THE PRINTED GENERATION HAS BEEN ARCHIVED,
      *        AND A REPOSITORY NOBODY AGES WOULD OTHERWISE GROW
      *        WITHOUT END.  A RUN IS AGED ON ITS RUN DATE AS A WHOLE,
      *        SO THE ERPI SCREEN NEVER SHOWS HALF A REPORT.  PAGES
      *        LEFT WITHOUT A DIRECTORY PAGE BY A JOB THAT FAILED
      *        PART WAY THROUGH FILING AGE OFF THE SAME WAY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-REPOSITORY-FILE ASSIGN TO ERPTREP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RR-PAGE-KEY
              FILE STATUS IS WS-RPTREP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-REPOSITORY-FILE.
       COPY ERPTREP.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS.
      ******************************************************************
       COPY ECONST.
      ******************************************************************
      *   WORKING FIELDS USED TO READ AND AGE THE REPORT PAGES.
      ******************************************************************
       01 WS-RPTREP-STATUS           PIC X(2).
          88 WS-RPTREP-OK                  VALUE '00'.
          88 WS-RPTREP-EOF                 VALUE '10'.
          88 WS-RPTREP-NOT-FOUND           VALUE '35'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-CURRENT-DATE             PIC X(8).
       01 WS-CURRENT-DATE-NUM         PIC 9(8).
       01 WS-CUTOFF-DATE-NUM          PIC 9(8).
       01 WS-CUTOFF-DATE              PIC X(8).
       01 WS-PAGES-READ-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-PAGES-DELETED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-RUNS-DELETED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-RUNS-KEPT-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-DELETE-FAILED-COUNT      PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   RUN PARAMETERS - READ FROM ERUNPRM THROUGH ERUNPRD AT
      *   START-UP; THE VALUE ACTUALLY USED IS SHOWN AND LOGGED.
      ******************************************************************
       COPY ERUNPRD.
       01 WS-REPORT-RETENTION-DAYS    PIC 9(3).
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
           PERFORM 2000-AGE-ONE-PAGE UNTIL WS-AT-EOF.
           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE FILE, WORK OUT THE OLDEST RUN DATE STILL KEPT,
      *    AND PRIME THE FIRST PAGE.  NO FILE YET MEANS NO REPORT
      *    HAS EVER BEEN FILED - NOTHING TO AGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           SET WS-NOT-AT-EOF TO TRUE.

           PERFORM 1020-LOAD-RUN-PARAMETERS.

           IF WS-NOT-AT-EOF
              MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
              COMPUTE WS-CUTOFF-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) -
                    WS-REPORT-RETENTION-DAYS)
              MOVE WS-CUTOFF-DATE-NUM TO WS-CUTOFF-DATE
              PERFORM 1040-OPEN-REPOSITORY
           END-IF.

       1020-LOAD-RUN-PARAMETERS.
      *    FETCH THE RETENTION WINDOW THIS RUN WORKS TO - A PARAMETER
      *    MISSING FROM THE CATALOGUE STOPS THE RUN RATHER THAN AGE
      *    THE REPOSITORY AGAINST AN UNKNOWN WINDOW
           MOVE 'ERPTRET ' TO PR-JOB-NAME.
           MOVE 'RETENTION-DAYS' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              MOVE PR-PARAM-NUMBER TO WS-REPORT-RETENTION-DAYS
              PERFORM 1030-SHOW-RUN-PARAMETER
              STRING 'RETAIN=' DELIMITED BY SIZE
                     WS-REPORT-RETENTION-DAYS DELIMITED BY SIZE
                 INTO RL-RUN-PARAMETERS
              END-STRING
           END-IF.

       1030-SHOW-RUN-PARAMETER.
      *    SHOW THE VALUE THE RUN USES AND WHERE IT CAME FROM
           IF PR-FROM-PARM-FILE
              MOVE 'ERUNPRM' TO WS-PARM-SOURCE-TEXT
           ELSE
              MOVE 'DEFAULT' TO WS-PARM-SOURCE-TEXT
           END-IF.

           DISPLAY 'ERPTRET: PARAMETER ' PR-PARAM-NAME ' = '
              PR-PARAM-VALUE ' (' WS-PARM-SOURCE-TEXT ')'.

       1040-OPEN-REPOSITORY.
      *    OPEN THE REPOSITORY FOR UPDATE AND PRIME THE FIRST PAGE
           OPEN I-O REPORT-REPOSITORY-FILE.

           EVALUATE TRUE
           WHEN WS-RPTREP-OK
                PERFORM 1100-READ-NEXT-PAGE
           WHEN WS-RPTREP-NOT-FOUND
                DISPLAY 'ERPTRET: NO ERPTREP FILE YET, NOTHING TO DO'
                SET WS-AT-EOF TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR: OPEN OF ERPTREP FAILED, STATUS='
                   WS-RPTREP-STATUS
                SET RL-ST-FAILED TO TRUE
                SET WS-AT-EOF TO TRUE
           END-EVALUATE.

       1100-READ-NEXT-PAGE.
      *    READ THE NEXT REPORT PAGE
           READ REPORT-REPOSITORY-FILE NEXT RECORD.

           IF WS-RPTREP-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-RPTREP-OK
                 DISPLAY 'ERROR: READ OF ERPTREP FAILED, STATUS='
                    WS-RPTREP-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-PAGES-READ-COUNT
              END-IF
           END-IF.

       2000-AGE-ONE-PAGE.
      *    A PAGE OF A RUN FROM BEFORE THE CUTOFF DATE IS DELETED -
      *    THE DELETE TAKES THE RECORD JUST READ.  THE DIRECTORY
      *    PAGES ARE WHAT COUNT AS WHOLE RUNS
           IF RR-RUN-DATE IS LESS THAN WS-CUTOFF-DATE
              DELETE REPORT-REPOSITORY-FILE RECORD
              IF WS-RPTREP-OK
                 ADD 1 TO WS-PAGES-DELETED-COUNT
                 IF RR-DIRECTORY-PAGE
                    ADD 1 TO WS-RUNS-DELETED-COUNT
                 END-IF
              ELSE
                 DISPLAY 'ERROR: DELETE FROM ERPTREP FAILED, STATUS='
                    WS-RPTREP-STATUS ' KEY=' RR-PAGE-KEY
                 ADD 1 TO WS-DELETE-FAILED-COUNT
                 SET RL-ST-FAILED TO TRUE
              END-IF
           ELSE
              IF RR-DIRECTORY-PAGE
                 ADD 1 TO WS-RUNS-KEPT-COUNT
              END-IF
           END-IF.

           PERFORM 1100-READ-NEXT-PAGE.

       9000-TERMINATE.
      *    CLOSE THE FILE AND REPORT WHAT WAS DONE
           CLOSE REPORT-REPOSITORY-FILE.

           DISPLAY 'ERPTRET: RETENTION CUTOFF DATE = '
              WS-CUTOFF-DATE.
           DISPLAY 'ERPTRET: PAGES READ            = '
              WS-PAGES-READ-COUNT.
           DISPLAY 'ERPTRET: PAGES DELETED         = '
              WS-PAGES-DELETED-COUNT.
           DISPLAY 'ERPTRET: REPORT RUNS AGED OFF  = '
              WS-RUNS-DELETED-COUNT.
           DISPLAY 'ERPTRET: REPORT RUNS KEPT      = '
              WS-RUNS-KEPT-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
      *    SCHEDULE FROM ONE SCREEN
           ACCEPT WS-RUN-END-TIME FROM TIME.

           MOVE 'ERPTRET ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-PAGES-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-PAGES-DELETED-COUNT TO RL-RECORDS-APPLIED.
           MOVE WS-DELETE-FAILED-COUNT TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
