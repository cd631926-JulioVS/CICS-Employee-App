       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMOVRVW.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - MOVER ACCESS REVIEW NIGHTLY BATCH PROGRAM
      *        RUN OUTSIDE CICS EVERY NIGHT AFTER EHRFEED AND EHRPEND.
      *        FIRST IT PICKS UP EVERY NEW EMOVEVT MOVER EVENT - A
      *        DEPARTMENT OR MANAGER CHANGE LOGGED BY THE HR FEED OR
      *        THE EEMP SCREEN - AND OPENS ONE EMOVWRK REVIEW ITEM
      *        PER EUSRENT GRANT OVERRIDE THE MOVER STILL HOLDS,
      *        KEYED UNDER THE NEW MANAGER (OR, WHEN NONE IS ON
      *        FILE, THE HEAD OF THE NEW DEPARTMENT ON EDEPMST OR THE
      *        NEAREST ONE ABOVE IT - SEE EDEPBHD - AND FAILING THAT
      *        *NOMGR* FOR AN ADMINISTRATOR) AND DUE THE REVIEW-DAYS
      *        RUN PARAMETER (ERUNPRM, CATALOGUE DEFAULT 14) LATER.
      *        ITEMS STILL PENDING FROM AN EARLIER MOVE OF THE SAME
      *        PERSON ARE CLOSED AS SUPERSEDED, SO THE OLD DUE DATE
      *        CANNOT REVOKE WHAT THE NEW MANAGER CONFIRMS.  THEN IT
      *        WALKS THE WHOLE WORKLIST: ANY ITEM STILL PENDING PAST
      *        ITS DUE DATE HAS ITS OVERRIDE DELETED AND IS MARKED
      *        REVOKED - UNLESS THE OVERRIDE IS GONE OR IS NOW A DENY,
      *        WHEN THE ITEM IS CLOSED AS NO LONGER A GRANT - AND
      *        EVERY OTHER PENDING ITEM IS COUNTED AGAINST ITS MOVER.
      *        THE MOVRVWR REPORT LISTS THE REVIEWS OPENED, THE
      *        ACCESS REVOKED, AND THE MOVERS WHOSE REVIEW IS STILL
      *        OPEN.
      *        EVERY REVIEW OPENED, ITEM SUPERSEDED OR CLOSED AND
      *        REVOCATION IS WRITTEN TO EMNTAUD THROUGH EAUDBWR.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVER-EVENT-FILE ASSIGN TO EMOVEVT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MV-EVENT-KEY
              FILE STATUS IS WS-MOVEVT-STATUS.

           SELECT MOVER-REVIEW-FILE ASSIGN TO EMOVWRK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MR-REVIEW-KEY
              FILE STATUS IS WS-MOVWRK-STATUS.

           SELECT ENTITLEMENT-FILE ASSIGN TO EUSRENT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS UE-ENTITLEMENT-KEY
              FILE STATUS IS WS-EUSRENT-STATUS.

           SELECT REPORT-OUTPUT-FILE ASSIGN TO MOVRVWR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVER-EVENT-FILE.
       COPY EMOVEVT.

       FD  MOVER-REVIEW-FILE.
       COPY EMOVWRK.

       FD  ENTITLEMENT-FILE.
       COPY EUSRENT.

       FD  REPORT-OUTPUT-FILE.
       01 WS-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS AND THE AUDIT RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EMNTAUD.
       COPY EAUDBWR.
       COPY EDEPBHD.
      ******************************************************************
      *   WORKING FIELDS USED TO OPEN THE REVIEWS AND WALK THE
      *   WORKLIST.
      ******************************************************************
       01 WS-MOVEVT-STATUS           PIC X(2).
          88 WS-MOVEVT-OK                  VALUE '00'.
          88 WS-MOVEVT-EOF                 VALUE '10'.
       01 WS-MOVWRK-STATUS           PIC X(2).
          88 WS-MOVWRK-OK                  VALUE '00'.
          88 WS-MOVWRK-EOF                 VALUE '10'.
          88 WS-MOVWRK-DUPLICATE           VALUE '22'.
          88 WS-MOVWRK-NOT-FOUND           VALUE '35'.
       01 WS-EUSRENT-STATUS          PIC X(2).
          88 WS-EUSRENT-OK                 VALUE '00'.
          88 WS-EUSRENT-EOF                VALUE '10'.
          88 WS-EUSRENT-NOT-FOUND          VALUE '23'.
       01 WS-REPORT-STATUS           PIC X(2).
          88 WS-REPORT-OK                  VALUE '00'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-OPEN-SWITCH              PIC X(1).
          88 WS-FILES-OPENED               VALUE 'Y'.
          88 WS-FILES-NOT-OPENED           VALUE 'N'.
       01 WS-OVERRIDE-SWITCH          PIC X(1).
          88 WS-MORE-OVERRIDES             VALUE 'Y'.
          88 WS-NO-MORE-OVERRIDES          VALUE 'N'.
       01 WS-REVOKE-FAILED-SWITCH     PIC X(1).
          88 WS-REVOKE-WORKED               VALUE 'N'.
          88 WS-REVOKE-FAILED               VALUE 'Y'.
       01 WS-GRANT-SWITCH             PIC X(1).
          88 WS-STILL-A-GRANT              VALUE 'Y'.
          88 WS-NO-LONGER-A-GRANT          VALUE 'N'.
       01 WS-EARLIER-ITEM-SWITCH      PIC X(1).
          88 WS-MORE-EARLIER-ITEMS         VALUE 'Y'.
          88 WS-NO-MORE-EARLIER-ITEMS      VALUE 'N'.
       01 WS-CURRENT-DATE             PIC X(8).
       01 WS-CURRENT-TIME             PIC X(8).
       01 WS-EVENT-DATE-NUM           PIC 9(8).
       01 WS-DUE-DATE-NUM             PIC 9(8).
       01 WS-DUE-DATE                 PIC X(8).
       01 WS-ITEM-MANAGER-ID          PIC X(8).
       01 WS-ITEMS-THIS-EVENT         PIC 9(3).
       01 WS-EVENTS-READ-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-REVIEWS-OPENED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-ITEMS-OPENED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-ITEMS-READ-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-REVOKED-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-SUPERSEDED-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-NOT-A-GRANT-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-PENDING-COUNT            PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   STAGING FIELDS FOR THE EMNTAUD MAINTENANCE AUDIT RECORD.
      ******************************************************************
       01 WS-MAINT-AUDIT-FIELDS.
          05 WS-MA-ACTION            PIC X(8).
          05 WS-MA-TARGET            PIC X(8).
          05 WS-MA-BEFORE            PIC X(20).
          05 WS-MA-AFTER             PIC X(20).
      ******************************************************************
      *   RUN PARAMETERS - READ FROM ERUNPRM THROUGH ERUNPRD AT
      *   START-UP; THE VALUES ACTUALLY USED ARE PRINTED AND LOGGED.
      ******************************************************************
       COPY ERUNPRD.
       01 WS-MOVER-REVIEW-DAYS        PIC 9(3).
       01 WS-PARM-SOURCE-TEXT         PIC X(7).
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
       COPY ERUNLOG.
       01 WS-RUN-START-DATE          PIC X(8).
       01 WS-RUN-START-TIME          PIC X(8).
       01 WS-RUN-END-TIME            PIC X(8).
      ******************************************************************
      *   OPEN-REVIEW TABLE - ONE SLOT PER MOVER AND MANAGER WITH
      *   LINES STILL PENDING, HOLDING THE EARLIEST DUE DATE.
      ******************************************************************
       01 WS-OPEN-TABLE.
          05 WS-OPEN-COUNT            PIC 9(3) USAGE COMP VALUE ZERO.
          05 WS-OPEN-ENTRY OCCURS 500 TIMES.
             10 WS-OP-MOVER-ID        PIC X(8).
             10 WS-OP-MANAGER-ID      PIC X(8).
             10 WS-OP-PENDING-ITEMS   PIC 9(5).
             10 WS-OP-DUE-DATE        PIC X(8).
       01 WS-OPEN-INDEX               PIC 9(3) USAGE COMP.
       01 WS-OPEN-SLOT                PIC 9(3) USAGE COMP.
      ******************************************************************
      *   REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-HEADER-LINE              PIC X(80) VALUE
          'MOVER ACCESS REVIEW REPORT'.
       01 WS-OPENED-LINE.
          05 FILLER                   PIC X(15) VALUE
             'REVIEW OPENED  '.
          05 FILLER                   PIC X(5) VALUE 'USER='.
          05 WS-OPL-USER-ID           PIC X(8).
          05 FILLER                   PIC X(9) VALUE ' NEW MGR='.
          05 WS-OPL-MANAGER-ID        PIC X(8).
          05 FILLER                   PIC X(7) VALUE ' ITEMS='.
          05 WS-OPL-ITEMS             PIC ZZ9.
          05 FILLER                   PIC X(5) VALUE ' DUE '.
          05 WS-OPL-DUE-DATE          PIC X(8).
          05 FILLER                   PIC X(12) VALUE SPACES.
       01 WS-REVOKED-LINE.
          05 FILLER                   PIC X(15) VALUE
             'REVOKED        '.
          05 FILLER                   PIC X(5) VALUE 'USER='.
          05 WS-RVL-USER-ID           PIC X(8).
          05 FILLER                   PIC X(7) VALUE ' TRANS='.
          05 WS-RVL-TRANS-ID          PIC X(4).
          05 FILLER                   PIC X(5) VALUE ' MGR='.
          05 WS-RVL-MANAGER-ID        PIC X(8).
          05 FILLER                   PIC X(5) VALUE ' DUE '.
          05 WS-RVL-DUE-DATE          PIC X(8).
          05 FILLER                   PIC X(15) VALUE SPACES.
       01 WS-OPEN-TITLE-LINE          PIC X(80) VALUE
          'MOVERS WHOSE REVIEW IS STILL OPEN'.
       01 WS-OPEN-DETAIL-LINE.
          05 FILLER                   PIC X(6) VALUE 'MOVER '.
          05 WS-ODL-MOVER-ID          PIC X(8).
          05 FILLER                   PIC X(10) VALUE '  MANAGER '.
          05 WS-ODL-MANAGER-ID        PIC X(8).
          05 FILLER                   PIC X(10) VALUE '  PENDING='.
          05 WS-ODL-PENDING           PIC ZZZZ9.
          05 FILLER                   PIC X(6) VALUE '  DUE '.
          05 WS-ODL-DUE-DATE          PIC X(8).
          05 FILLER                   PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-OPEN-ONE-REVIEW UNTIL WS-AT-EOF.
           PERFORM 3000-START-WORKLIST-PASS.
           PERFORM 3100-CHECK-ONE-ITEM UNTIL WS-AT-EOF.
           PERFORM 4000-PRINT-OPEN-REVIEWS.
           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE FILES AND PRIME THE FIRST MOVER EVENT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           SET WS-NOT-AT-EOF TO TRUE.

           PERFORM 1020-LOAD-RUN-PARAMETERS.

           OPEN I-O MOVER-EVENT-FILE.
           OPEN I-O MOVER-REVIEW-FILE.
           OPEN I-O ENTITLEMENT-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

      *    A BRAND-NEW WORKLIST IS CREATED ON FIRST USE, THE SAME WAY
      *    ERUNLGW GROWS ITS LOG
           IF WS-MOVWRK-NOT-FOUND
              OPEN OUTPUT MOVER-REVIEW-FILE
              CLOSE MOVER-REVIEW-FILE
              OPEN I-O MOVER-REVIEW-FILE
           END-IF.

           IF NOT WS-MOVEVT-OK
              DISPLAY 'ERROR: OPEN OF EMOVEVT FAILED, STATUS='
                 WS-MOVEVT-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-MOVWRK-OK
              DISPLAY 'ERROR: OPEN OF EMOVWRK FAILED, STATUS='
                 WS-MOVWRK-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-EUSRENT-OK
              DISPLAY 'ERROR: OPEN OF EUSRENT FAILED, STATUS='
                 WS-EUSRENT-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           IF WS-NOT-AT-EOF
              SET WS-FILES-OPENED TO TRUE
              PERFORM 1100-READ-NEXT-EVENT
           ELSE
              SET WS-FILES-NOT-OPENED TO TRUE
           END-IF.

       1020-LOAD-RUN-PARAMETERS.
      *    FETCH HOW LONG A NEW MANAGER HAS TO DECIDE - A PARAMETER
      *    MISSING FROM THE CATALOGUE STOPS THE RUN RATHER THAN OPEN
      *    REVIEWS AGAINST AN UNKNOWN DEADLINE
           MOVE 'EMOVRVW ' TO PR-JOB-NAME.
           MOVE 'REVIEW-DAYS' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              MOVE PR-PARAM-NUMBER TO WS-MOVER-REVIEW-DAYS
              PERFORM 1030-SHOW-RUN-PARAMETER
              STRING 'REVIEW=' DELIMITED BY SIZE
                     WS-MOVER-REVIEW-DAYS DELIMITED BY SIZE
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

           DISPLAY 'EMOVRVW: PARAMETER ' PR-PARAM-NAME ' = '
              PR-PARAM-VALUE ' (' WS-PARM-SOURCE-TEXT ')'.

       1100-READ-NEXT-EVENT.
      *    READ THE NEXT MOVER EVENT, SEQUENTIALLY, FROM THE FILE
           READ MOVER-EVENT-FILE NEXT RECORD.

           IF WS-MOVEVT-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-MOVEVT-OK
                 DISPLAY 'ERROR: READ OF EMOVEVT FAILED, STATUS='
                    WS-MOVEVT-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-EVENTS-READ-COUNT
              END-IF
           END-IF.

       2000-OPEN-ONE-REVIEW.
      *    A NEW EVENT GETS ITS REVIEW ITEMS OPENED AND IS MARKED SO A
      *    RERUN DOES NOT OPEN THEM A SECOND TIME
           IF MV-ST-NEW
              PERFORM 2100-COMPUTE-DUE-DATE

              IF MV-NEW-MANAGER-ID IS EQUAL TO SPACES
                 PERFORM 2150-USE-DEPARTMENT-HEAD
              ELSE
                 MOVE MV-NEW-MANAGER-ID TO WS-ITEM-MANAGER-ID
              END-IF

              PERFORM 2050-SUPERSEDE-EARLIER-ITEMS

              MOVE ZERO TO WS-ITEMS-THIS-EVENT
              PERFORM 2200-START-OVERRIDE-BROWSE
              PERFORM 2300-OPEN-ONE-ITEM UNTIL WS-NO-MORE-OVERRIDES

              MOVE WS-ITEMS-THIS-EVENT TO MV-ITEMS-OPENED
              MOVE WS-DUE-DATE TO MV-DUE-DATE
              IF WS-ITEMS-THIS-EVENT IS GREATER THAN ZERO
                 SET MV-ST-OPENED TO TRUE
              ELSE
                 SET MV-ST-NOTHING-HELD TO TRUE
              END-IF

              REWRITE MOVER-EVENT-RECORD

              IF NOT WS-MOVEVT-OK
                 DISPLAY 'ERROR: REWRITE TO EMOVEVT FAILED, STATUS='
                    WS-MOVEVT-STATUS
                 SET RL-ST-FAILED TO TRUE
              END-IF

              IF WS-ITEMS-THIS-EVENT IS GREATER THAN ZERO
                 PERFORM 2500-REPORT-REVIEW-OPENED
              END-IF
           END-IF.

           PERFORM 1100-READ-NEXT-EVENT.

       2100-COMPUTE-DUE-DATE.
      *    THE NEW MANAGER HAS THE REVIEW DAYS FROM THE DAY OF THE
      *    MOVE TO DECIDE
           MOVE MV-EVENT-DATE TO WS-EVENT-DATE-NUM.
           COMPUTE WS-DUE-DATE-NUM = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-EVENT-DATE-NUM)
               + WS-MOVER-REVIEW-DAYS).
           MOVE WS-DUE-DATE-NUM TO WS-DUE-DATE.

       2050-SUPERSEDE-EARLIER-ITEMS.
      *    ITEMS STILL PENDING FROM AN EARLIER MOVE OF THIS PERSON,
      *    UNDER ANOTHER MANAGER, ARE CLOSED AS SUPERSEDED - THE NEW
      *    MANAGER'S DECISION IS THE ONE THAT COUNTS, AND THE OLD DUE
      *    DATE MUST NOT REVOKE WHAT THEY CONFIRM.  THE WORKLIST IS
      *    KEYED BY MANAGER, SO IT IS READ THROUGH FROM THE TOP.
           SET WS-MORE-EARLIER-ITEMS TO TRUE.
           MOVE LOW-VALUES TO MR-REVIEW-KEY.

           START MOVER-REVIEW-FILE KEY IS NOT LESS THAN
              MR-REVIEW-KEY.

           IF WS-MOVWRK-OK
              PERFORM 2060-READ-NEXT-EARLIER-ITEM
           ELSE
              SET WS-NO-MORE-EARLIER-ITEMS TO TRUE
           END-IF.

           PERFORM 2070-SUPERSEDE-ONE-ITEM
              UNTIL WS-NO-MORE-EARLIER-ITEMS.

       2060-READ-NEXT-EARLIER-ITEM.
      *    READ THE NEXT WORKLIST ITEM, SEQUENTIALLY, FROM THE FILE
           READ MOVER-REVIEW-FILE NEXT RECORD.

           IF WS-MOVWRK-EOF
              SET WS-NO-MORE-EARLIER-ITEMS TO TRUE
           ELSE
              IF NOT WS-MOVWRK-OK
                 DISPLAY 'ERROR: READ OF EMOVWRK FAILED, STATUS='
                    WS-MOVWRK-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-NO-MORE-EARLIER-ITEMS TO TRUE
              END-IF
           END-IF.

       2070-SUPERSEDE-ONE-ITEM.
      *    CLOSE ONE OF THE MOVER'S EARLIER PENDING ITEMS AND AUDIT IT
           IF MR-MOVER-USER-ID IS EQUAL TO MV-USER-ID
              AND MR-ST-PENDING
              AND MR-MANAGER-ID IS NOT EQUAL TO WS-ITEM-MANAGER-ID
              SET MR-ST-SUPERSEDED TO TRUE
              MOVE 'EMOVRVW ' TO MR-DECIDED-BY
              MOVE WS-CURRENT-DATE TO MR-DECIDED-DATE

              REWRITE MOVER-REVIEW-RECORD

              IF NOT WS-MOVWRK-OK
                 DISPLAY 'ERROR: REWRITE TO EMOVWRK FAILED, STATUS='
                    WS-MOVWRK-STATUS
                 SET RL-ST-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-SUPERSEDED-COUNT
                 MOVE 'MOVSUPER' TO WS-MA-ACTION
                 MOVE MR-MOVER-USER-ID TO WS-MA-TARGET
                 MOVE SPACES TO WS-MA-BEFORE
                 STRING 'MGR=' DELIMITED BY SIZE
                        MR-MANAGER-ID DELIMITED BY SIZE
                        ' T=' DELIMITED BY SIZE
                        MR-TRANS-ID DELIMITED BY SIZE
                    INTO WS-MA-BEFORE
                 END-STRING
                 MOVE 'SUPERSEDED BY MOVE' TO WS-MA-AFTER
                 PERFORM 9600-WRITE-MAINT-AUDIT
              END-IF
           END-IF.

           PERFORM 2060-READ-NEXT-EARLIER-ITEM.

       2150-USE-DEPARTMENT-HEAD.
      *    NO NEW MANAGER - THE HEAD OF THE NEW DEPARTMENT (OR OF THE
      *    NEAREST ONE ABOVE IT) REVIEWS, ELSE AN ADMINISTRATOR
           INITIALIZE BATCH-DEPT-HEAD-AREA.
           MOVE MV-NEW-DEPARTMENT TO BH-DEPARTMENT-CODE.
           MOVE MV-USER-ID TO BH-FOR-USER-ID.
           CALL 'EDEPBHD' USING BATCH-DEPT-HEAD-AREA.

           IF BH-HEAD-FOUND
              MOVE BH-HEAD-USER-ID TO WS-ITEM-MANAGER-ID
           ELSE
              MOVE '*NOMGR* ' TO WS-ITEM-MANAGER-ID
           END-IF.

       2200-START-OVERRIDE-BROWSE.
      *    POSITION ON THE MOVER'S FIRST EUSRENT OVERRIDE
           SET WS-MORE-OVERRIDES TO TRUE.
           MOVE MV-USER-ID TO UE-USER-ID.
           MOVE LOW-VALUES TO UE-TRANS-ID.

           START ENTITLEMENT-FILE KEY IS NOT LESS THAN
              UE-ENTITLEMENT-KEY.

           IF NOT WS-EUSRENT-OK
              SET WS-NO-MORE-OVERRIDES TO TRUE
           ELSE
              PERFORM 2250-READ-NEXT-OVERRIDE
           END-IF.

       2250-READ-NEXT-OVERRIDE.
      *    READ ON UNTIL THE OVERRIDES STOP BELONGING TO THE MOVER
           READ ENTITLEMENT-FILE NEXT RECORD.

           IF NOT WS-EUSRENT-OK
              OR UE-USER-ID NOT EQUAL MV-USER-ID
              SET WS-NO-MORE-OVERRIDES TO TRUE
           END-IF.

       2300-OPEN-ONE-ITEM.
      *    ONE REVIEW ITEM FOR EACH GRANT OVERRIDE.  AN ITEM ALREADY ON
      *    FILE FOR THE SAME MANAGER (SOMEBODY MOVED AWAY AND BACK) IS
      *    PUT BACK TO PENDING FOR THIS MOVE.
           IF UE-PERMITTED
              INITIALIZE MOVER-REVIEW-RECORD
              MOVE WS-ITEM-MANAGER-ID TO MR-MANAGER-ID
              MOVE MV-USER-ID TO MR-MOVER-USER-ID
              MOVE UE-TRANS-ID TO MR-TRANS-ID
              PERFORM 2350-FILL-ITEM-FIELDS

              WRITE MOVER-REVIEW-RECORD

              IF WS-MOVWRK-DUPLICATE
                 READ MOVER-REVIEW-FILE
                 PERFORM 2350-FILL-ITEM-FIELDS
                 MOVE SPACES TO MR-DECIDED-BY
                 MOVE SPACES TO MR-DECIDED-DATE
                 REWRITE MOVER-REVIEW-RECORD
              END-IF

              IF NOT WS-MOVWRK-OK
                 DISPLAY 'ERROR: WRITE TO EMOVWRK FAILED, STATUS='
                    WS-MOVWRK-STATUS
                 SET RL-ST-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-ITEMS-THIS-EVENT
                 ADD 1 TO WS-ITEMS-OPENED-COUNT
              END-IF
           END-IF.

           PERFORM 2250-READ-NEXT-OVERRIDE.

       2350-FILL-ITEM-FIELDS.
      *    THE MOVE DETAILS AND DEADLINE CARRIED ON EVERY ITEM
           MOVE MV-EVENT-DATE TO MR-OPENED-DATE.
           MOVE WS-DUE-DATE TO MR-DUE-DATE.
           MOVE MV-OLD-MANAGER-ID TO MR-OLD-MANAGER-ID.
           MOVE MV-OLD-DEPARTMENT TO MR-OLD-DEPARTMENT.
           MOVE MV-NEW-DEPARTMENT TO MR-NEW-DEPARTMENT.
           SET MR-ST-PENDING TO TRUE.

       2500-REPORT-REVIEW-OPENED.
      *    ONE OPENED REVIEW TO THE REPORT AND THE AUDIT TRAIL
           ADD 1 TO WS-REVIEWS-OPENED-COUNT.

           MOVE MV-USER-ID TO WS-OPL-USER-ID.
           MOVE WS-ITEM-MANAGER-ID TO WS-OPL-MANAGER-ID.
           MOVE WS-ITEMS-THIS-EVENT TO WS-OPL-ITEMS.
           MOVE WS-DUE-DATE TO WS-OPL-DUE-DATE.
           MOVE WS-OPENED-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           MOVE 'MOVOPEN ' TO WS-MA-ACTION.
           MOVE MV-USER-ID TO WS-MA-TARGET.
           MOVE SPACES TO WS-MA-BEFORE.
           STRING 'MGR=' DELIMITED BY SIZE
                  MV-OLD-MANAGER-ID DELIMITED BY SIZE
              INTO WS-MA-BEFORE
           END-STRING.
           MOVE SPACES TO WS-MA-AFTER.
           STRING 'MGR=' DELIMITED BY SIZE
                  WS-ITEM-MANAGER-ID DELIMITED BY SIZE
                  ' N=' DELIMITED BY SIZE
                  WS-ITEMS-THIS-EVENT DELIMITED BY SIZE
              INTO WS-MA-AFTER
           END-STRING.
           PERFORM 9600-WRITE-MAINT-AUDIT.

       3000-START-WORKLIST-PASS.
      *    SECOND PASS - POSITION AT THE TOP OF THE WORKLIST, UNLESS
      *    THE RUN FAILED TO OPEN ITS FILES
           IF WS-FILES-OPENED
              SET WS-NOT-AT-EOF TO TRUE
              MOVE LOW-VALUES TO MR-REVIEW-KEY

              START MOVER-REVIEW-FILE KEY IS NOT LESS THAN
                 MR-REVIEW-KEY

              IF WS-MOVWRK-OK
                 PERFORM 3050-READ-NEXT-ITEM
              ELSE
                 SET WS-AT-EOF TO TRUE
              END-IF
           END-IF.

       3050-READ-NEXT-ITEM.
      *    READ THE NEXT WORKLIST ITEM, SEQUENTIALLY, FROM THE FILE
           READ MOVER-REVIEW-FILE NEXT RECORD.

           IF WS-MOVWRK-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-MOVWRK-OK
                 DISPLAY 'ERROR: READ OF EMOVWRK FAILED, STATUS='
                    WS-MOVWRK-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-ITEMS-READ-COUNT
              END-IF
           END-IF.

       3100-CHECK-ONE-ITEM.
      *    A PENDING ITEM PAST ITS DUE DATE IS REVOKED; ONE STILL
      *    WITHIN IT IS COUNTED AS AN OPEN REVIEW.  DECIDED ITEMS ARE
      *    LEFT AS THEY ARE.
           IF MR-ST-PENDING
              IF MR-DUE-DATE IS LESS THAN WS-CURRENT-DATE
                 PERFORM 3200-REVOKE-OVERDUE-ITEM
              ELSE
                 ADD 1 TO WS-PENDING-COUNT
                 PERFORM 3500-TALLY-OPEN-REVIEW
              END-IF
           END-IF.

           PERFORM 3050-READ-NEXT-ITEM.

       3200-REVOKE-OVERDUE-ITEM.
      *    READ THE EUSRENT OVERRIDE AND DELETE IT ONLY WHILE IT IS
      *    STILL A GRANT.  ONE ALREADY GONE, OR TURNED INTO A DENY
      *    SINCE THE REVIEW OPENED, IS LEFT ALONE AND THE ITEM CLOSED
      *    AS NO LONGER A GRANT.  EITHER WAY THE ITEM IS MARKED SO A
      *    RERUN DOES NOT TAKE IT A SECOND TIME.
           SET WS-REVOKE-WORKED TO TRUE.
           SET WS-STILL-A-GRANT TO TRUE.
           MOVE MR-MOVER-USER-ID TO UE-USER-ID.
           MOVE MR-TRANS-ID TO UE-TRANS-ID.

           READ ENTITLEMENT-FILE.

           EVALUATE TRUE
           WHEN WS-EUSRENT-OK AND UE-PERMITTED
                DELETE ENTITLEMENT-FILE RECORD
                IF NOT WS-EUSRENT-OK
                   DISPLAY 'ERROR: DELETE FROM EUSRENT FAILED, STATUS='
                      WS-EUSRENT-STATUS
                   SET RL-ST-FAILED TO TRUE
                   SET WS-REVOKE-FAILED TO TRUE
                END-IF
           WHEN WS-EUSRENT-OK
           WHEN WS-EUSRENT-NOT-FOUND
                SET WS-NO-LONGER-A-GRANT TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR: READ OF EUSRENT FAILED, STATUS='
                   WS-EUSRENT-STATUS
                SET RL-ST-FAILED TO TRUE
                SET WS-REVOKE-FAILED TO TRUE
           END-EVALUATE.

           IF WS-REVOKE-WORKED
              IF WS-STILL-A-GRANT
                 SET MR-ST-REVOKED TO TRUE
              ELSE
                 SET MR-ST-NOT-A-GRANT TO TRUE
              END-IF
              MOVE 'EMOVRVW ' TO MR-DECIDED-BY
              MOVE WS-CURRENT-DATE TO MR-DECIDED-DATE

              REWRITE MOVER-REVIEW-RECORD

              IF NOT WS-MOVWRK-OK
                 DISPLAY 'ERROR: REWRITE TO EMOVWRK FAILED, STATUS='
                    WS-MOVWRK-STATUS
                 SET RL-ST-FAILED TO TRUE
              END-IF

              IF WS-STILL-A-GRANT
                 PERFORM 3300-REPORT-REVOCATION
              ELSE
                 PERFORM 3400-REPORT-NOT-A-GRANT
              END-IF
           END-IF.

       3300-REPORT-REVOCATION.
      *    ONE REVOKED OVERRIDE TO THE REPORT AND THE AUDIT TRAIL
           ADD 1 TO WS-REVOKED-COUNT.
           MOVE MR-MOVER-USER-ID TO WS-RVL-USER-ID.
           MOVE MR-TRANS-ID TO WS-RVL-TRANS-ID.
           MOVE MR-MANAGER-ID TO WS-RVL-MANAGER-ID.
           MOVE MR-DUE-DATE TO WS-RVL-DUE-DATE.
           MOVE WS-REVOKED-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           MOVE 'MOVREVOK' TO WS-MA-ACTION.
           MOVE MR-MOVER-USER-ID TO WS-MA-TARGET.
           MOVE SPACES TO WS-MA-BEFORE.
           STRING 'TRANS=' DELIMITED BY SIZE
                  MR-TRANS-ID DELIMITED BY SIZE
                  ' PENDING' DELIMITED BY SIZE
              INTO WS-MA-BEFORE
           END-STRING.
           MOVE 'OVERDUE - REVOKED' TO WS-MA-AFTER.
           PERFORM 9600-WRITE-MAINT-AUDIT.

       3400-REPORT-NOT-A-GRANT.
      *    AN OVERDUE ITEM WITH NOTHING LEFT TO REVOKE - AUDIT ONLY
           ADD 1 TO WS-NOT-A-GRANT-COUNT.

           MOVE 'MOVCLOSE' TO WS-MA-ACTION.
           MOVE MR-MOVER-USER-ID TO WS-MA-TARGET.
           MOVE SPACES TO WS-MA-BEFORE.
           STRING 'TRANS=' DELIMITED BY SIZE
                  MR-TRANS-ID DELIMITED BY SIZE
                  ' PENDING' DELIMITED BY SIZE
              INTO WS-MA-BEFORE
           END-STRING.
           MOVE 'NO LONGER A GRANT' TO WS-MA-AFTER.
           PERFORM 9600-WRITE-MAINT-AUDIT.

       3500-TALLY-OPEN-REVIEW.
      *    COUNT THIS STILL-PENDING LINE AGAINST ITS MOVER AND MANAGER
           MOVE ZERO TO WS-OPEN-SLOT.
           MOVE 1 TO WS-OPEN-INDEX.
           PERFORM 3550-CHECK-ONE-OPEN-SLOT
              UNTIL WS-OPEN-INDEX > WS-OPEN-COUNT
                 OR WS-OPEN-SLOT > ZERO.

           IF WS-OPEN-SLOT IS EQUAL TO ZERO
              AND WS-OPEN-COUNT IS LESS THAN 500
              ADD 1 TO WS-OPEN-COUNT
              MOVE WS-OPEN-COUNT TO WS-OPEN-SLOT
              INITIALIZE WS-OPEN-ENTRY (WS-OPEN-SLOT)
              MOVE MR-MOVER-USER-ID TO WS-OP-MOVER-ID (WS-OPEN-SLOT)
              MOVE MR-MANAGER-ID TO WS-OP-MANAGER-ID (WS-OPEN-SLOT)
              MOVE MR-DUE-DATE TO WS-OP-DUE-DATE (WS-OPEN-SLOT)
           END-IF.

           IF WS-OPEN-SLOT IS GREATER THAN ZERO
              ADD 1 TO WS-OP-PENDING-ITEMS (WS-OPEN-SLOT)
              IF MR-DUE-DATE IS LESS THAN
                 WS-OP-DUE-DATE (WS-OPEN-SLOT)
                 MOVE MR-DUE-DATE TO WS-OP-DUE-DATE (WS-OPEN-SLOT)
              END-IF
           END-IF.

       3550-CHECK-ONE-OPEN-SLOT.
      *    COMPARE ONE TABLE SLOT AGAINST THE ITEM'S MOVER AND MANAGER
           IF WS-OP-MOVER-ID (WS-OPEN-INDEX) IS EQUAL TO
              MR-MOVER-USER-ID
              AND WS-OP-MANAGER-ID (WS-OPEN-INDEX) IS EQUAL TO
              MR-MANAGER-ID
              MOVE WS-OPEN-INDEX TO WS-OPEN-SLOT
           END-IF.

           ADD 1 TO WS-OPEN-INDEX.

       4000-PRINT-OPEN-REVIEWS.
      *    LIST EVERY MOVER WHOSE REVIEW STILL HAS PENDING LINES
           IF WS-OPEN-COUNT IS GREATER THAN ZERO
              MOVE WS-OPEN-TITLE-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE

              MOVE 1 TO WS-OPEN-INDEX
              PERFORM 4100-PRINT-ONE-OPEN-REVIEW
                 UNTIL WS-OPEN-INDEX > WS-OPEN-COUNT
           END-IF.

       4100-PRINT-ONE-OPEN-REVIEW.
      *    ONE MOVER STILL AWAITING THEIR MANAGER TO THE REPORT
           MOVE WS-OP-MOVER-ID (WS-OPEN-INDEX) TO WS-ODL-MOVER-ID.
           MOVE WS-OP-MANAGER-ID (WS-OPEN-INDEX) TO WS-ODL-MANAGER-ID.
           MOVE WS-OP-PENDING-ITEMS (WS-OPEN-INDEX) TO WS-ODL-PENDING.
           MOVE WS-OP-DUE-DATE (WS-OPEN-INDEX) TO WS-ODL-DUE-DATE.
           MOVE WS-OPEN-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-OPEN-INDEX.

       9000-TERMINATE.
      *    CLOSE ALL THE FILES AND REPORT WHAT WAS DONE
           CLOSE MOVER-EVENT-FILE.
           CLOSE MOVER-REVIEW-FILE.
           CLOSE ENTITLEMENT-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'EMOVRVW: EVENTS READ     = '
              WS-EVENTS-READ-COUNT.
           DISPLAY 'EMOVRVW: REVIEWS OPENED  = '
              WS-REVIEWS-OPENED-COUNT.
           DISPLAY 'EMOVRVW: ITEMS OPENED    = '
              WS-ITEMS-OPENED-COUNT.
           DISPLAY 'EMOVRVW: ITEMS SUPERSEDED= '
              WS-SUPERSEDED-COUNT.
           DISPLAY 'EMOVRVW: ITEMS REVOKED   = '
              WS-REVOKED-COUNT.
           DISPLAY 'EMOVRVW: NO LONGER GRANT = '
              WS-NOT-A-GRANT-COUNT.
           DISPLAY 'EMOVRVW: STILL PENDING   = '
              WS-PENDING-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF WHAT THIS JOB JUST DID,
      *    CHAINED THE SAME WAY AS THE ONLINE AUDIT RECORDS
           ACCEPT WS-CURRENT-TIME FROM TIME.

           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE 'EMOVRVW ' TO MA-ADMIN-ID.
           MOVE WS-CURRENT-DATE TO MA-AUDIT-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO MA-AUDIT-TIME.
           MOVE AC-MOVREV-TRANSACTION-ID TO MA-TRANS-ID.
           MOVE WS-MA-ACTION TO MA-ACTION.
           MOVE WS-MA-TARGET TO MA-TARGET-KEY.
           MOVE WS-MA-BEFORE TO MA-BEFORE-IMAGE.
           MOVE WS-MA-AFTER TO MA-AFTER-IMAGE.

           INITIALIZE BATCH-AUDIT-WRITE-AREA.
           SET BW-MAINT-AUDIT TO TRUE.
           MOVE MAINT-AUDIT-RECORD TO BW-AUDIT-RECORD.

           CALL 'EAUDBWR' USING BATCH-AUDIT-WRITE-AREA.

           IF NOT BW-WRITE-OK
              SET RL-ST-FAILED TO TRUE
           END-IF.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE MOVRVWR REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'MOVRVWR ' TO RB-REPORT-NAME.
           MOVE 'EMOVRVW ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
      *    SCHEDULE FROM ONE SCREEN
           ACCEPT WS-RUN-END-TIME FROM TIME.

           MOVE 'EMOVRVW ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           COMPUTE RL-RECORDS-READ =
              WS-EVENTS-READ-COUNT + WS-ITEMS-READ-COUNT.
           COMPUTE RL-RECORDS-APPLIED =
              WS-ITEMS-OPENED-COUNT + WS-REVOKED-COUNT
              + WS-SUPERSEDED-COUNT + WS-NOT-A-GRANT-COUNT.
           MOVE WS-PENDING-COUNT TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
