       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESODRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - NIGHTLY SEGREGATION-OF-DUTIES VIOLATION REPORT PROGRAM
      *        A NIGHTLY BATCH JOB, RUN OUTSIDE CICS, THAT LOADS THE
      *        ESODRUL CONFLICT RULES AND WORKS OUT FOR EVERY ACTIVE
      *        EREGUSR USER WHICH TRANSACTIONS THEY HOLD - A EUSRENT
      *        ENTITLEMENT WHERE ONE IS ON FILE, OTHERWISE THE ROLE
      *        DEFAULT ON THE ERACCES ROLE ACCESS TABLE, THE SAME
      *        ANSWER EAUTHCK GIVES AT THE SCREEN.  EVERY USER HOLDING
      *        BOTH SIDES OF A RULE IS PRINTED ONTO THE SODRPT REPORT,
      *        EITHER AS AN OPEN VIOLATION OR, WHERE AN ESODEXC
      *        EXCEPTION WAS RECORDED, AS EXCEPTED WITH ITS REASON.
      *        THIS CATCHES WHAT THE ONLINE CHECK CANNOT - A ROLE
      *        CHANGE OR A RULE ADDED AFTER THE ACCESS WAS GIVEN.
      *        FIRECALL GRANTS ARE TEMPORARY AND ARE NOT COUNTED.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-USER-FILE ASSIGN TO EREGUSR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RU-USER-ID
              FILE STATUS IS WS-REGUSR-STATUS.

           SELECT ENTITLEMENT-FILE ASSIGN TO EUSRENT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS UE-ENTITLEMENT-KEY
              FILE STATUS IS WS-USRENT-STATUS.

           SELECT ROLE-ACCESS-FILE ASSIGN TO ERACCES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RA-ACCESS-KEY
              FILE STATUS IS WS-RACCES-STATUS.

           SELECT SOD-RULES-FILE ASSIGN TO ESODRUL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SD-RULE-KEY
              FILE STATUS IS WS-SODRUL-STATUS.

           SELECT SOD-EXCEPTION-FILE ASSIGN TO ESODEXC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SX-EXCEPTION-KEY
              FILE STATUS IS WS-SODEXC-STATUS.

           SELECT REPORT-OUTPUT-FILE ASSIGN TO SODRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-USER-FILE.
       COPY EREGUSR.

       FD  ENTITLEMENT-FILE.
       COPY EUSRENT.

       FD  ROLE-ACCESS-FILE.
       COPY ERACCES.

       FD  SOD-RULES-FILE.
       COPY ESODRUL.

       FD  SOD-EXCEPTION-FILE.
       COPY ESODEXC.

       FD  REPORT-OUTPUT-FILE.
       01 WS-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS.
      ******************************************************************
       COPY ECONST.
      ******************************************************************
      *   WORKING FIELDS USED TO READ THE FILES.
      ******************************************************************
       01 WS-REGUSR-STATUS           PIC X(2).
          88 WS-REGUSR-OK                  VALUE '00'.
          88 WS-REGUSR-EOF                 VALUE '10'.
       01 WS-USRENT-STATUS           PIC X(2).
          88 WS-USRENT-OK                  VALUE '00'.
       01 WS-RACCES-STATUS           PIC X(2).
          88 WS-RACCES-OK                  VALUE '00'.
       01 WS-SODRUL-STATUS           PIC X(2).
          88 WS-SODRUL-OK                  VALUE '00'.
          88 WS-SODRUL-EOF                 VALUE '10'.
       01 WS-SODEXC-STATUS           PIC X(2).
          88 WS-SODEXC-OK                  VALUE '00'.
       01 WS-REPORT-STATUS           PIC X(2).
          88 WS-REPORT-OK                  VALUE '00'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-RULES-EOF-SWITCH         PIC X(1).
          88 WS-RULES-NOT-AT-EOF           VALUE 'N'.
          88 WS-RULES-AT-EOF               VALUE 'Y'.
       01 WS-CURRENT-DATE             PIC X(8).
       01 WS-USERS-READ-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-USERS-CHECKED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-OPEN-VIOLATION-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-EXCEPTED-COUNT           PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   FIELDS USED TO WORK OUT WHETHER THE USER HOLDS ONE SIDE OF
      *   A RULE - A EUSRENT ENTITLEMENT WINS, ELSE THE ROLE DEFAULT.
      ******************************************************************
       01 WS-CHECK-TRANS-ID           PIC X(4).
       01 WS-HELD-SWITCH              PIC X(1).
          88 WS-SIDE-HELD                  VALUE 'Y'.
          88 WS-SIDE-NOT-HELD              VALUE 'N'.
       01 WS-HOLDS-A-SWITCH           PIC X(1).
          88 WS-HOLDS-A                    VALUE 'Y'.
          88 WS-DOES-NOT-HOLD-A            VALUE 'N'.
      ******************************************************************
      *   THE CONFLICT RULES, LOADED ONCE AT THE START OF THE RUN.
      ******************************************************************
       01 WS-RULE-TABLE.
          05 WS-RULE-COUNT            PIC 9(3) USAGE COMP VALUE ZERO.
          05 WS-RULE-ENTRY OCCURS 500 TIMES.
             10 WS-RT-TRANS-ID-A      PIC X(4).
             10 WS-RT-TRANS-ID-B      PIC X(4).
             10 WS-RT-DESCRIPTION     PIC X(40).
       01 WS-RULE-INDEX               PIC 9(3) USAGE COMP.
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
      *   REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-HEADER-LINE.
          05 FILLER                   PIC X(40) VALUE
             'SEGREGATION-OF-DUTIES VIOLATIONS - RUN  '.
          05 WS-HDR-DATE              PIC X(8).
          05 FILLER                   PIC X(32) VALUE SPACES.
       01 WS-COLUMN-LINE              PIC X(80) VALUE
          'USER ID  ROL PAIR        STATUS   RULE OR EXCEPTION REASON'.
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
          05 WS-DTL-USER-ID           PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-DTL-USER-TYPE         PIC X(3).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-DTL-TRANS-ID-A        PIC X(4).
          05 FILLER                   PIC X(3) VALUE ' + '.
          05 WS-DTL-TRANS-ID-B        PIC X(4).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-DTL-STATUS            PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-DTL-TEXT              PIC X(40).
          05 FILLER                   PIC X(6) VALUE SPACES.
       01 WS-NO-RULES-LINE            PIC X(80) VALUE
          'NO CONFLICT RULES ARE ON FILE - NOTHING TO CHECK.'.
       01 WS-NO-VIOLATIONS-LINE       PIC X(80) VALUE
          'NO ACTIVE USER HOLDS BOTH SIDES OF ANY CONFLICT RULE.'.
       01 WS-TOTAL-LINE.
          05 FILLER                   PIC X(24) VALUE
             'TOTALS: OPEN VIOLATIONS='.
          05 WS-TOT-OPEN              PIC ZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE '  EXCEPTED='.
          05 WS-TOT-EXCEPTED          PIC ZZZZZZ9.
          05 FILLER                   PIC X(16) VALUE
             '  USERS CHECKED='.
          05 WS-TOT-USERS             PIC ZZZZZZ9.
          05 FILLER                   PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-ONE-USER UNTIL WS-AT-EOF.
           PERFORM 8000-PRINT-THE-TOTALS.
           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE FILES, LOAD THE RULES, PRINT THE HEADINGS AND
      *    PRIME THE FIRST USER RECORD
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           SET WS-NOT-AT-EOF TO TRUE.

           OPEN INPUT REG-USER-FILE.
           OPEN INPUT ENTITLEMENT-FILE.
           OPEN INPUT ROLE-ACCESS-FILE.
           OPEN INPUT SOD-RULES-FILE.
           OPEN INPUT SOD-EXCEPTION-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           IF NOT WS-REGUSR-OK
              DISPLAY 'ERROR: OPEN OF EREGUSR FAILED, STATUS='
                 WS-REGUSR-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-USRENT-OK
              DISPLAY 'ERROR: OPEN OF EUSRENT FAILED, STATUS='
                 WS-USRENT-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-RACCES-OK
              DISPLAY 'ERROR: OPEN OF ERACCES FAILED, STATUS='
                 WS-RACCES-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-SODRUL-OK
              DISPLAY 'ERROR: OPEN OF ESODRUL FAILED, STATUS='
                 WS-SODRUL-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-SODEXC-OK
              DISPLAY 'ERROR: OPEN OF ESODEXC FAILED, STATUS='
                 WS-SODEXC-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE WS-BLANK-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           IF WS-NOT-AT-EOF
              PERFORM 1100-LOAD-THE-RULES
           END-IF.

           IF WS-NOT-AT-EOF
              IF WS-RULE-COUNT IS EQUAL TO ZERO
                 MOVE WS-NO-RULES-LINE TO WS-REPORT-LINE
                 PERFORM 9800-WRITE-REPORT-LINE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 PERFORM 2900-READ-NEXT-USER
              END-IF
           END-IF.

       1100-LOAD-THE-RULES.
      *    READ EVERY CONFLICT RULE INTO THE TABLE
           SET WS-RULES-NOT-AT-EOF TO TRUE.
           PERFORM 1200-LOAD-ONE-RULE UNTIL WS-RULES-AT-EOF.

       1200-LOAD-ONE-RULE.
      *    ADD THE NEXT RULE TO THE TABLE - A TABLE THAT FILLS UP
      *    FAILS THE RUN RATHER THAN CHECK AGAINST HALF THE RULES
           READ SOD-RULES-FILE NEXT RECORD.

           IF NOT WS-SODRUL-OK
              SET WS-RULES-AT-EOF TO TRUE
           ELSE
              IF WS-RULE-COUNT IS NOT LESS THAN 500
                 DISPLAY 'ERROR: ESODRUL HAS MORE THAN 500 RULES'
                 SET RL-ST-FAILED TO TRUE
                 SET WS-RULES-AT-EOF TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-RULE-COUNT
                 MOVE SD-TRANS-ID-A TO WS-RT-TRANS-ID-A (WS-RULE-COUNT)
                 MOVE SD-TRANS-ID-B TO WS-RT-TRANS-ID-B (WS-RULE-COUNT)
                 MOVE SD-DESCRIPTION
                    TO WS-RT-DESCRIPTION (WS-RULE-COUNT)
              END-IF
           END-IF.

       2000-CHECK-ONE-USER.
      *    RUN EVERY RULE AGAINST AN ACTIVE USER; INACTIVE ACCOUNTS
      *    CANNOT SIGN ON AND ARE LEFT OUT
           IF RU-ST-ACTIVE
              ADD 1 TO WS-USERS-CHECKED-COUNT
              MOVE 1 TO WS-RULE-INDEX
              PERFORM 2100-CHECK-ONE-RULE
                 UNTIL WS-RULE-INDEX IS GREATER THAN WS-RULE-COUNT
           END-IF.

           PERFORM 2900-READ-NEXT-USER.

       2100-CHECK-ONE-RULE.
      *    DOES THE USER HOLD BOTH SIDES OF THIS RULE?
           MOVE WS-RT-TRANS-ID-A (WS-RULE-INDEX) TO WS-CHECK-TRANS-ID.
           PERFORM 2200-CHECK-SIDE-HELD.

           IF WS-SIDE-HELD
              SET WS-HOLDS-A TO TRUE
              MOVE WS-RT-TRANS-ID-B (WS-RULE-INDEX)
                 TO WS-CHECK-TRANS-ID
              PERFORM 2200-CHECK-SIDE-HELD
           ELSE
              SET WS-DOES-NOT-HOLD-A TO TRUE
           END-IF.

           IF WS-HOLDS-A AND WS-SIDE-HELD
              PERFORM 2300-REPORT-VIOLATION
           END-IF.

           ADD 1 TO WS-RULE-INDEX.

       2200-CHECK-SIDE-HELD.
      *    A EUSRENT ENTITLEMENT SAYS YES OR NO OUTRIGHT; WITH NONE ON
      *    FILE THE ROLE ACCESS TABLE APPLIES - NO ROW, NOT HELD
           MOVE RU-USER-ID TO UE-USER-ID.
           MOVE WS-CHECK-TRANS-ID TO UE-TRANS-ID.

           READ ENTITLEMENT-FILE.

           IF WS-USRENT-OK
              IF UE-PERMITTED
                 SET WS-SIDE-HELD TO TRUE
              ELSE
                 SET WS-SIDE-NOT-HELD TO TRUE
              END-IF
           ELSE
              MOVE RU-USER-TYPE TO RA-ROLE
              MOVE WS-CHECK-TRANS-ID TO RA-TRANS-ID
              READ ROLE-ACCESS-FILE
              IF WS-RACCES-OK
                 SET WS-SIDE-HELD TO TRUE
              ELSE
                 SET WS-SIDE-NOT-HELD TO TRUE
              END-IF
           END-IF.

       2300-REPORT-VIOLATION.
      *    PRINT THE USER AND PAIR - EXCEPTED WITH ITS REASON WHERE
      *    AN ADMINISTRATOR ALLOWED IT, OTHERWISE AN OPEN VIOLATION
           MOVE RU-USER-ID TO SX-USER-ID.
           MOVE WS-RT-TRANS-ID-A (WS-RULE-INDEX) TO SX-TRANS-ID-A.
           MOVE WS-RT-TRANS-ID-B (WS-RULE-INDEX) TO SX-TRANS-ID-B.

           READ SOD-EXCEPTION-FILE.

           MOVE RU-USER-ID TO WS-DTL-USER-ID.
           MOVE RU-USER-TYPE TO WS-DTL-USER-TYPE.
           MOVE WS-RT-TRANS-ID-A (WS-RULE-INDEX) TO WS-DTL-TRANS-ID-A.
           MOVE WS-RT-TRANS-ID-B (WS-RULE-INDEX) TO WS-DTL-TRANS-ID-B.

           IF WS-SODEXC-OK
              MOVE 'EXCEPTED' TO WS-DTL-STATUS
              MOVE SX-REASON TO WS-DTL-TEXT
              ADD 1 TO WS-EXCEPTED-COUNT
           ELSE
              MOVE 'OPEN' TO WS-DTL-STATUS
              MOVE WS-RT-DESCRIPTION (WS-RULE-INDEX) TO WS-DTL-TEXT
              ADD 1 TO WS-OPEN-VIOLATION-COUNT
           END-IF.

           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

       2900-READ-NEXT-USER.
      *    READ THE NEXT REGISTERED USER
           READ REG-USER-FILE NEXT RECORD.

           IF WS-REGUSR-OK
              ADD 1 TO WS-USERS-READ-COUNT
           ELSE
              SET WS-AT-EOF TO TRUE
           END-IF.

       8000-PRINT-THE-TOTALS.
      *    CLOSE THE REPORT WITH THE TOTALS
           IF WS-OPEN-VIOLATION-COUNT IS EQUAL TO ZERO
              AND WS-EXCEPTED-COUNT IS EQUAL TO ZERO
              AND WS-RULE-COUNT IS GREATER THAN ZERO
              MOVE WS-NO-VIOLATIONS-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

           MOVE WS-OPEN-VIOLATION-COUNT TO WS-TOT-OPEN.
           MOVE WS-EXCEPTED-COUNT TO WS-TOT-EXCEPTED.
           MOVE WS-USERS-CHECKED-COUNT TO WS-TOT-USERS.
           MOVE WS-BLANK-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

       9000-TERMINATE.
      *    CLOSE THE FILES AND REPORT WHAT WAS DONE
           CLOSE REG-USER-FILE.
           CLOSE ENTITLEMENT-FILE.
           CLOSE ROLE-ACCESS-FILE.
           CLOSE SOD-RULES-FILE.
           CLOSE SOD-EXCEPTION-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'ESODRPT: RULES LOADED     = '
              WS-RULE-COUNT.
           DISPLAY 'ESODRPT: USERS READ       = '
              WS-USERS-READ-COUNT.
           DISPLAY 'ESODRPT: USERS CHECKED    = '
              WS-USERS-CHECKED-COUNT.
           DISPLAY 'ESODRPT: OPEN VIOLATIONS  = '
              WS-OPEN-VIOLATION-COUNT.
           DISPLAY 'ESODRPT: EXCEPTED         = '
              WS-EXCEPTED-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE SODRPT REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'SODRPT  ' TO RB-REPORT-NAME.
           MOVE 'ESODRPT ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
      *    SCHEDULE FROM ONE SCREEN - OPEN VIOLATIONS ARE THE
      *    EXCEPTIONS FOR THIS JOB
           ACCEPT WS-RUN-END-TIME FROM TIME.

           MOVE 'ESODRPT ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-USERS-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-USERS-CHECKED-COUNT TO RL-RECORDS-APPLIED.
           MOVE WS-OPEN-VIOLATION-COUNT TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
