      *        - THE SEQUENTIAL DATASET BEHIND THE ALRT
      *        EXTRAPARTITION TD QUEUE OPERATIONS ALREADY WATCHES.
      *        NOBODY HAS TO OPEN ERNLINQ THE NEXT MORNING TO FIND
      *        OUT A JOB NEVER RAN.  EACH SCHEDULE LINE SAYS WHICH
      *        DAYS ITS JOB RUNS ON, AND TODAY IS CLASSIFIED AGAINST
      *        THE EBUSCAL BUSINESS CALENDAR THROUGH EBUSDAY, SO A
      *        NON-PROCESSING NIGHT (OR A WEEKEND OR HOLIDAY, FOR A
      *        BUSINESS-DAYS-ONLY JOB) RAISES NO MISSED-RUN ALERT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 EXPECTED-JOB-RECORD.
          05 WE-JOB-NAME             PIC X(8).
          05 WE-CUTOFF-HHMM          PIC X(4).
      *    WHICH DAYS THE JOB IS EXPECTED ON - SPACE OR 'P' IS EVERY
      *    PROCESSING DAY, 'A' IS EVERY DAY WITHOUT EXCEPTION, 'B' IS
      *    PROCESSING DAYS THAT ARE ALSO BUSINESS DAYS
          05 WE-RUN-DAYS             PIC X(1).
             88 WE-RUNS-EVERY-DAY           VALUE 'A'.
             88 WE-RUNS-BUSINESS-DAYS       VALUE 'B'.
          05 FILLER                  PIC X(7).

       FD  ALERT-OUTPUT-FILE.
       01 WS-ALERT-OUT-LINE           PIC X(80).
       01 WS-CURRENT-HHMM             PIC X(4).
       01 WS-JOBS-CHECKED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-ALERTS-RAISED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-JOBS-SKIPPED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-EXPECTED-SWITCH          PIC X(1).
          88 WS-JOB-EXPECTED-TODAY         VALUE 'Y'.
          88 WS-JOB-NOT-EXPECTED-TODAY     VALUE 'N'.
      ******************************************************************
      *   TODAY AGAINST THE BUSINESS CALENDAR, CLASSIFIED ONCE AT
      *   START-UP THROUGH EBUSDAY.
      ******************************************************************
       COPY EBUSDAY.
      ******************************************************************
      *   THE PREREQUISITE-CHECK INTERFACE - THE SAME ERUNCHK CALL
      *   THE DEPENDENT JOBS MAKE AT START-UP.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME (1:4) TO WS-CURRENT-HHMM.

           PERFORM 1050-CLASSIFY-TODAY.

           SET WS-NOT-AT-EOF TO TRUE.

           OPEN INPUT EXPECTED-JOBS-FILE.

           PERFORM 1100-READ-NEXT-EXPECTED-JOB.

       1050-CLASSIFY-TODAY.
      *    WHAT KIND OF DAY THE WATCH IS TAKEN ON DECIDES WHICH
      *    SCHEDULE LINES ARE EXPECTED AT ALL
           INITIALIZE BUSINESS-DAY-AREA.
           SET BD-CLASSIFY-DATE TO TRUE.
           MOVE WS-RUN-START-DATE TO BD-FROM-DATE.
           CALL 'EBUSDAY' USING BUSINESS-DAY-AREA.

           IF BD-IS-NON-PROCESSING
              DISPLAY 'ERUNWDG: ' WS-RUN-START-DATE
                 ' IS A NON-PROCESSING DAY - ' BD-DESCRIPTION
           END-IF.
           IF BD-NOT-BUSINESS-DAY
              DISPLAY 'ERUNWDG: ' WS-RUN-START-DATE
                 ' IS NOT A BUSINESS DAY'
           END-IF.

       1100-READ-NEXT-EXPECTED-JOB.
      *    READ THE NEXT EXPECTED-JOB SCHEDULE LINE
           READ EXPECTED-JOBS-FILE.
           END-IF.

       2000-WATCH-ONE-JOB.
      *    A JOB ONLY DRAWS AN ALERT WHEN IT IS EXPECTED TODAY, ITS
      *    CUTOFF HAS PASSED AND ERUNLOG STILL HAS NO GOOD RECORD OF
      *    IT FOR TODAY
           PERFORM 2050-CHECK-RUN-DAYS.

           IF WS-JOB-NOT-EXPECTED-TODAY
              ADD 1 TO WS-JOBS-SKIPPED-COUNT
           ELSE
              PERFORM 2060-CHECK-PAST-CUTOFF
           END-IF.

           PERFORM 1100-READ-NEXT-EXPECTED-JOB.

       2050-CHECK-RUN-DAYS.
      *    MATCH THE SCHEDULE LINE'S RUN DAYS AGAINST TODAY
           EVALUATE TRUE
           WHEN WE-RUNS-EVERY-DAY
                SET WS-JOB-EXPECTED-TODAY TO TRUE
           WHEN BD-IS-NON-PROCESSING
                SET WS-JOB-NOT-EXPECTED-TODAY TO TRUE
           WHEN WE-RUNS-BUSINESS-DAYS AND BD-NOT-BUSINESS-DAY
                SET WS-JOB-NOT-EXPECTED-TODAY TO TRUE
           WHEN OTHER
                SET WS-JOB-EXPECTED-TODAY TO TRUE
           END-EVALUATE.

       2060-CHECK-PAST-CUTOFF.
      *    PAST ITS CUTOFF, ASK ERUNLOG WHETHER THE JOB HAS RUN
           IF WE-CUTOFF-HHMM IS NUMERIC
              AND WS-CURRENT-HHMM IS NOT LESS THAN WE-CUTOFF-HHMM
              MOVE WE-JOB-NAME TO WS-CHECK-JOB-NAME
              END-IF
           END-IF.

       2100-RAISE-THE-ALERT.
      *    ONE MISSED-RUN ALERT TO THE OPERATIONS DESTINATION
           MOVE WE-JOB-NAME TO WS-ALR-JOB-NAME.
              WS-JOBS-CHECKED-COUNT.
           DISPLAY 'ERUNWDG: ALERTS RAISED  = '
              WS-ALERTS-RAISED-COUNT.
           DISPLAY 'ERUNWDG: NOT DUE TODAY  = '
              WS-JOBS-SKIPPED-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9900-WRITE-RUN-CONTROL-LOG.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-JOBS-CHECKED-COUNT TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-APPLIED =
              WS-JOBS-CHECKED-COUNT - WS-JOBS-SKIPPED-COUNT.
           MOVE WS-ALERTS-RAISED-COUNT TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
