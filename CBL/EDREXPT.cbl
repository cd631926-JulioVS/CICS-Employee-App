      *        EVERYTHING BEFORE CALLING ITSELF A SUCCESS.  WITHOUT
      *        THIS, A LOST VOLUME MEANS REBUILDING THE SECURITY
      *        CONFIGURATION FROM WHATEVER IMAGE COPIES STORAGE HAS.
      *        THE EEMPMGR MANAGER-ID PATH IS NOT UNLOADED - EDRREST
      *        REBUILDS IT FROM EEMPMST - BUT IT IS READ END TO END
      *        HERE AND ITS COUNT AND CONTROL TOTAL CHECKED AGAINST
      *        THE EEMPMST SECTION, SO A STALE PATH IS REPORTED.
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

           SELECT BACKUP-SET-FILE ASSIGN TO DRBKUP
          88 WS-EMNUOPT-EOF                VALUE '10'.
       01 WS-EMPMST-STATUS           PIC X(2).
          88 WS-EMPMST-OK                  VALUE '00'.
          88 WS-EMPMST-DUPLICATE-KEY       VALUE '02'.
          88 WS-EMPMST-EOF                 VALUE '10'.
       01 WS-BACKUP-STATUS           PIC X(2).
          88 WS-BACKUP-OK                  VALUE '00'.
       01 WS-BYTE-INDEX               PIC 9(3) USAGE COMP.
       01 WS-TOTAL-RECORDS-COUNT      PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   MANAGER PATH CHECK - THE EEMPMST SECTION'S CONTROLS ARE
      *   KEPT HERE WHILE THE SAME RECORDS ARE READ AGAIN THROUGH THE
      *   MANAGER-ID PATH.
      ******************************************************************
       01 WS-EMPMST-SECTION-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-EMPMST-SECTION-TOTAL     PIC 9(13) VALUE ZERO.
       01 WS-PATH-EXCEPTION-COUNT     PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.
           PERFORM 3400-UNLOAD-ESONRUL.
           PERFORM 3500-UNLOAD-EMNUOPT.
           PERFORM 3600-UNLOAD-EEMPMST.
           PERFORM 3700-CHECK-MANAGER-PATH.
           PERFORM 9000-TERMINATE.

           STOP RUN.
              SET WS-FILE-DONE TO TRUE
           END-IF.

       3700-CHECK-MANAGER-PATH.
      *    READ THE EMPLOYEE MASTER AGAIN THROUGH THE MANAGER-ID PATH
      *    - EVERY BASE RECORD MUST COME BACK EXACTLY ONCE, SO THE
      *    COUNT AND BYTE-SUM MUST MATCH THE EEMPMST SECTION.  THE
      *    BACKUP SET ITSELF IS STILL GOOD EITHER WAY, SO A MISMATCH
      *    IS AN EXCEPTION FOR THE PATH TO BE REBUILT, NOT A FAILURE.
           MOVE WS-SECTION-COUNT TO WS-EMPMST-SECTION-COUNT.
           MOVE WS-SECTION-TOTAL TO WS-EMPMST-SECTION-TOTAL.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-SECTION-TOTAL.

           MOVE LOW-VALUES TO EM-MANAGER-ID.

           START EMP-MASTER-FILE KEY IS NOT LESS THAN EM-MANAGER-ID.

           IF WS-EMPMST-OK
              SET WS-FILE-NOT-DONE TO TRUE
              PERFORM 3750-CHECK-ONE-PATH-RECORD UNTIL WS-FILE-DONE
           END-IF.

           IF WS-SECTION-COUNT IS EQUAL TO WS-EMPMST-SECTION-COUNT
              AND WS-SECTION-TOTAL IS EQUAL TO WS-EMPMST-SECTION-TOTAL
              DISPLAY 'EDREXPT: EEMPMGR PATH MATCHES EEMPMST'
           ELSE
              DISPLAY 'WARNING: EEMPMGR PATH OUT OF STEP WITH EEMPMST'
              DISPLAY '  PATH RECORDS=' WS-SECTION-COUNT
                 ' BASE RECORDS=' WS-EMPMST-SECTION-COUNT
              ADD 1 TO WS-PATH-EXCEPTION-COUNT
           END-IF.

       3750-CHECK-ONE-PATH-RECORD.
      *    ONE EMPLOYEE MASTER RECORD READ THROUGH THE PATH, COUNTED
      *    AND SUMMED THE SAME WAY AS THE UNLOAD - STATUS 02 ONLY
      *    SAYS THE NEXT RECORD HAS THE SAME MANAGER
           READ EMP-MASTER-FILE NEXT RECORD.

           IF WS-EMPMST-OK OR WS-EMPMST-DUPLICATE-KEY
              MOVE SPACES TO WS-SECTION-RECORD
              MOVE EMPLOYEE-MASTER-RECORD TO WS-SECTION-RECORD
              ADD 1 TO WS-SECTION-COUNT
              PERFORM 2150-SUM-RECORD-BYTES
           ELSE
              IF NOT WS-EMPMST-EOF
                 DISPLAY 'ERROR: PATH READ OF EEMPMST FAILED, STATUS='
                    WS-EMPMST-STATUS
              END-IF
              SET WS-FILE-DONE TO TRUE
           END-IF.

       9000-TERMINATE.
      *    CLOSE ALL THE FILES AND REPORT WHAT WAS DONE
           CLOSE REGISTERED-USER-FILE.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-TOTAL-RECORDS-COUNT TO RL-RECORDS-READ.
           MOVE WS-TOTAL-RECORDS-COUNT TO RL-RECORDS-APPLIED.
           MOVE WS-PATH-EXCEPTION-COUNT TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
