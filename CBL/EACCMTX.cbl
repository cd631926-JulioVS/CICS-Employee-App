       IDENTIFICATION DIVISION.
       PROGRAM-ID. EACCMTX.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - EFFECTIVE ACCESS MATRIX BATCH PROGRAM
      *        A BATCH JOB, RUN OUTSIDE CICS ON REQUEST OF THE
      *        AUDITORS, THAT ANSWERS "WHO CAN RUN WHAT TODAY".  EVERY
      *        ACTIVE EREGUSR ACCOUNT INSIDE ITS EFFECTIVE-FROM /
      *        EXPIRES-ON WINDOW IS RESOLVED AGAINST EVERY TRANSACTION
      *        ON AN EMNUOPT MENU THE SAME WAY EAUTHCK RESOLVES IT - A
      *        EUSRENT OVERRIDE FIRST, THEN A LIVE EFIRCAL FIRECALL
      *        GRANT, THEN THE ERACCES ROLE ACCESS TABLE - AND EACH
      *        GRANT IS MARKED WITH HOW IT WAS OBTAINED:
      *           R = ROLE DEFAULT    O = EUSRENT OVERRIDE
      *           F = FIRECALL GRANT
      *        THE RESULT GOES TO THE ACCMRPT PRINT REPORT AND TO THE
      *        ACCMEXT EXTRACT - ONE '|'-DELIMITED ROW PER USER, WITH
      *        A HEADING ROW NAMING THE COLUMNS, CARRYING THE USER'S
      *        EEMPMST NAME, DEPARTMENT AND MANAGER AND ONE COLUMN PER
      *        TRANSACTION HOLDING R, O, F OR EMPTY FOR NO ACCESS.
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

           SELECT MENU-OPTION-FILE ASSIGN TO EMNUOPT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MO-OPTION-KEY
              FILE STATUS IS WS-MNUOPT-STATUS.

           SELECT ENTITLEMENT-FILE ASSIGN TO EUSRENT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS UE-ENTITLEMENT-KEY
              FILE STATUS IS WS-USRENT-STATUS.

           SELECT FIRECALL-FILE ASSIGN TO EFIRCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FC-GRANT-KEY
              FILE STATUS IS WS-FIRCAL-STATUS.

           SELECT ROLE-ACCESS-FILE ASSIGN TO ERACCES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RA-ACCESS-KEY
              FILE STATUS IS WS-RACCES-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO EEMPMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EM-USER-ID
              FILE STATUS IS WS-EMPMST-STATUS.

           SELECT REPORT-OUTPUT-FILE ASSIGN TO ACCMRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT EXTRACT-OUTPUT-FILE ASSIGN TO ACCMEXT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-USER-FILE.
       COPY EREGUSR.

       FD  MENU-OPTION-FILE.
       COPY EMNUOPT.

       FD  ENTITLEMENT-FILE.
       COPY EUSRENT.

       FD  FIRECALL-FILE.
       COPY EFIRCAL.

       FD  ROLE-ACCESS-FILE.
       COPY ERACCES.

       FD  EMP-MASTER-FILE.
       COPY EEMPMST.

       FD  REPORT-OUTPUT-FILE.
       01 WS-REPORT-LINE              PIC X(80).

       FD  EXTRACT-OUTPUT-FILE.
       01 WS-EXTRACT-LINE             PIC X(600).

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
       01 WS-MNUOPT-STATUS           PIC X(2).
          88 WS-MNUOPT-OK                  VALUE '00'.
          88 WS-MNUOPT-EOF                 VALUE '10'.
       01 WS-USRENT-STATUS           PIC X(2).
          88 WS-USRENT-OK                  VALUE '00'.
       01 WS-FIRCAL-STATUS           PIC X(2).
          88 WS-FIRCAL-OK                  VALUE '00'.
       01 WS-RACCES-STATUS           PIC X(2).
          88 WS-RACCES-OK                  VALUE '00'.
       01 WS-EMPMST-STATUS           PIC X(2).
          88 WS-EMPMST-OK                  VALUE '00'.
       01 WS-REPORT-STATUS           PIC X(2).
          88 WS-REPORT-OK                  VALUE '00'.
       01 WS-EXTRACT-STATUS          PIC X(2).
          88 WS-EXTRACT-OK                 VALUE '00'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-MENU-EOF-SWITCH          PIC X(1).
          88 WS-MENU-NOT-AT-EOF            VALUE 'N'.
          88 WS-MENU-AT-EOF                VALUE 'Y'.
       01 WS-CURRENT-DATE             PIC X(8).
       01 WS-NOW-TIMESTAMP.
          05 WS-NOW-DATE              PIC X(8).
          05 WS-NOW-TIME              PIC X(6).
       01 WS-TIME-OF-DAY              PIC X(8).
       01 WS-USERS-READ-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-USERS-LISTED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-USERS-SKIPPED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-ROLE-GRANT-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-OVERRIDE-GRANT-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-FIRECALL-GRANT-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-ACCOUNT-SWITCH           PIC X(1).
          88 WS-ACCOUNT-IN-SCOPE           VALUE 'Y'.
          88 WS-ACCOUNT-OUT-OF-SCOPE       VALUE 'N'.
      ******************************************************************
      *   THE TRANSACTIONS OFFERED ON ANY MENU, IN TRANSACTION ID
      *   ORDER, AND FOR THE USER IN HAND HOW EACH ONE IS HELD.
      ******************************************************************
       01 WS-TRANS-TABLE.
          05 WS-TRANS-COUNT           PIC 9(3) USAGE COMP VALUE ZERO.
          05 WS-TRANS-ENTRY OCCURS 101 TIMES.
             10 WS-TT-TRANS-ID        PIC X(4).
             10 WS-TT-SOURCE          PIC X(1).
                88 WS-TT-BY-ROLE            VALUE 'R'.
                88 WS-TT-BY-OVERRIDE        VALUE 'O'.
                88 WS-TT-BY-FIRECALL        VALUE 'F'.
                88 WS-TT-NO-ACCESS          VALUE SPACE.
       01 WS-TRANS-INDEX              PIC 9(3) USAGE COMP.
       01 WS-INSERT-INDEX             PIC 9(3) USAGE COMP.
       01 WS-FOUND-SWITCH             PIC X(1).
          88 WS-TRANS-FOUND                VALUE 'Y'.
          88 WS-TRANS-NOT-FOUND            VALUE 'N'.
      ******************************************************************
      *   FIELDS USED TO BUILD THE PRINT LINES AND EXTRACT ROWS.
      ******************************************************************
       01 WS-EXTRACT-POINTER          PIC 9(3) USAGE COMP.
       01 WS-GRANT-SLOT               PIC 9(2) USAGE COMP.
       01 WS-EMP-NAME                 PIC X(25).
       01 WS-EMP-DEPARTMENT           PIC X(10).
       01 WS-EMP-MANAGER-ID           PIC X(8).
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
             'EFFECTIVE ACCESS MATRIX - AS AT         '.
          05 WS-HDR-DATE              PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-HDR-TIME              PIC X(6).
          05 FILLER                   PIC X(25) VALUE SPACES.
       01 WS-KEY-LINE                 PIC X(80) VALUE
          'SOURCE: R=ROLE DEFAULT  O=EUSRENT OVERRIDE  F=FIRECALL'.
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
       01 WS-USER-LINE.
          05 WS-USR-USER-ID           PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-USR-USER-TYPE         PIC X(3).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-USR-NAME              PIC X(25).
          05 FILLER                   PIC X(6) VALUE ' DEPT='.
          05 WS-USR-DEPARTMENT        PIC X(10).
          05 FILLER                   PIC X(5) VALUE ' MGR='.
          05 WS-USR-MANAGER-ID        PIC X(8).
          05 FILLER                   PIC X(13) VALUE SPACES.
       01 WS-GRANT-LINE.
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 WS-GRANT-ITEM OCCURS 9 TIMES.
             10 WS-GI-TRANS-ID        PIC X(4).
             10 FILLER                PIC X(1) VALUE '('.
             10 WS-GI-SOURCE          PIC X(1).
             10 FILLER                PIC X(2) VALUE ') '.
          05 FILLER                   PIC X(4) VALUE SPACES.
       01 WS-NO-GRANTS-LINE           PIC X(80) VALUE
          '    NO ACCESS TO ANY MENU TRANSACTION.'.
       01 WS-TOTAL-LINE-1.
          05 FILLER                   PIC X(22) VALUE
             'TOTALS: USERS LISTED= '.
          05 WS-TOT-LISTED            PIC ZZZZZZ9.
          05 FILLER                   PIC X(28) VALUE
             '  OUT OF STATUS OR WINDOW= '.
          05 WS-TOT-SKIPPED           PIC ZZZZZZ9.
          05 FILLER                   PIC X(16) VALUE SPACES.
       01 WS-TOTAL-LINE-2.
          05 FILLER                   PIC X(22) VALUE
             '       GRANTS BY ROLE='.
          05 WS-TOT-ROLE              PIC ZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' OVERRIDE= '.
          05 WS-TOT-OVERRIDE          PIC ZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' FIRECALL= '.
          05 WS-TOT-FIRECALL          PIC ZZZZZZ9.
          05 FILLER                   PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-RESOLVE-ONE-USER UNTIL WS-AT-EOF.
           PERFORM 8000-PRINT-THE-TOTALS.
           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE FILES, LOAD THE MENU TRANSACTIONS, WRITE THE
      *    HEADINGS AND PRIME THE FIRST USER RECORD
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           MOVE WS-CURRENT-DATE TO WS-NOW-DATE.
           MOVE WS-TIME-OF-DAY (1:6) TO WS-NOW-TIME.

           SET WS-NOT-AT-EOF TO TRUE.

           OPEN INPUT REG-USER-FILE.
           OPEN INPUT MENU-OPTION-FILE.
           OPEN INPUT ENTITLEMENT-FILE.
           OPEN INPUT FIRECALL-FILE.
           OPEN INPUT ROLE-ACCESS-FILE.
           OPEN INPUT EMP-MASTER-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.
           OPEN OUTPUT EXTRACT-OUTPUT-FILE.

           IF NOT WS-REGUSR-OK
              DISPLAY 'ERROR: OPEN OF EREGUSR FAILED, STATUS='
                 WS-REGUSR-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-MNUOPT-OK
              DISPLAY 'ERROR: OPEN OF EMNUOPT FAILED, STATUS='
                 WS-MNUOPT-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-USRENT-OK
              DISPLAY 'ERROR: OPEN OF EUSRENT FAILED, STATUS='
                 WS-USRENT-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-FIRCAL-OK
              DISPLAY 'ERROR: OPEN OF EFIRCAL FAILED, STATUS='
                 WS-FIRCAL-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-RACCES-OK
              DISPLAY 'ERROR: OPEN OF ERACCES FAILED, STATUS='
                 WS-RACCES-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-EMPMST-OK
              DISPLAY 'ERROR: OPEN OF EEMPMST FAILED, STATUS='
                 WS-EMPMST-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF WS-NOT-AT-EOF
              PERFORM 1100-LOAD-MENU-TRANSACTIONS
           END-IF.

           MOVE WS-NOW-DATE TO WS-HDR-DATE.
           MOVE WS-NOW-TIME TO WS-HDR-TIME.
           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE WS-KEY-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE WS-BLANK-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           PERFORM 1400-WRITE-EXTRACT-HEADING.

           IF WS-NOT-AT-EOF
              PERFORM 2900-READ-NEXT-USER
           END-IF.

       1100-LOAD-MENU-TRANSACTIONS.
      *    COLLECT EACH TRANSACTION ANY MENU OFFERS, ONCE, IN ORDER
           SET WS-MENU-NOT-AT-EOF TO TRUE.
           PERFORM 1200-LOAD-ONE-MENU-OPTION UNTIL WS-MENU-AT-EOF.

       1200-LOAD-ONE-MENU-OPTION.
      *    READ THE NEXT MENU LINE AND ADD ITS TRANSACTION IF NEW
           READ MENU-OPTION-FILE NEXT RECORD.

           IF NOT WS-MNUOPT-OK
              SET WS-MENU-AT-EOF TO TRUE
           ELSE
              SET WS-TRANS-NOT-FOUND TO TRUE
              MOVE 1 TO WS-INSERT-INDEX
              PERFORM 1300-FIND-INSERT-POINT
                 UNTIL WS-TRANS-FOUND
                    OR WS-INSERT-INDEX IS GREATER THAN WS-TRANS-COUNT
                    OR WS-TT-TRANS-ID (WS-INSERT-INDEX) IS GREATER
                       THAN MO-TRANS-ID
              IF WS-TRANS-NOT-FOUND
                 PERFORM 1350-INSERT-TRANSACTION
              END-IF
           END-IF.

       1300-FIND-INSERT-POINT.
      *    STEP PAST TRANSACTIONS THAT SORT BEFORE THIS ONE
           IF WS-TT-TRANS-ID (WS-INSERT-INDEX) IS EQUAL TO MO-TRANS-ID
              SET WS-TRANS-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-INSERT-INDEX
           END-IF.

       1350-INSERT-TRANSACTION.
      *    OPEN A GAP AT THE INSERT POINT AND PUT THE TRANSACTION IN -
      *    A FULL TABLE FAILS THE RUN RATHER THAN LEAVE COLUMNS OUT
           IF WS-TRANS-COUNT IS NOT LESS THAN 100
              DISPLAY 'ERROR: MORE THAN 100 MENU TRANSACTIONS'
              SET RL-ST-FAILED TO TRUE
              SET WS-MENU-AT-EOF TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              MOVE WS-TRANS-COUNT TO WS-TRANS-INDEX
              PERFORM 1360-SHIFT-ONE-ENTRY
                 UNTIL WS-TRANS-INDEX IS LESS THAN WS-INSERT-INDEX
              MOVE MO-TRANS-ID TO WS-TT-TRANS-ID (WS-INSERT-INDEX)
              ADD 1 TO WS-TRANS-COUNT
           END-IF.

       1360-SHIFT-ONE-ENTRY.
      *    MOVE ONE ENTRY UP A PLACE
           MOVE WS-TRANS-ENTRY (WS-TRANS-INDEX)
              TO WS-TRANS-ENTRY (WS-TRANS-INDEX + 1).
           SUBTRACT 1 FROM WS-TRANS-INDEX.

       1400-WRITE-EXTRACT-HEADING.
      *    THE FIRST EXTRACT ROW NAMES THE COLUMNS
           MOVE SPACES TO WS-EXTRACT-LINE.
           MOVE 1 TO WS-EXTRACT-POINTER.
           STRING 'USER_ID|ROLE|NAME|DEPARTMENT|MANAGER_ID'
                     DELIMITED BY SIZE
              INTO WS-EXTRACT-LINE
              WITH POINTER WS-EXTRACT-POINTER
           END-STRING.

           MOVE 1 TO WS-TRANS-INDEX.
           PERFORM 1450-ADD-HEADING-COLUMN
              UNTIL WS-TRANS-INDEX IS GREATER THAN WS-TRANS-COUNT.

           WRITE WS-EXTRACT-LINE.

       1450-ADD-HEADING-COLUMN.
      *    ONE COLUMN PER TRANSACTION
           STRING '|' DELIMITED BY SIZE
                  WS-TT-TRANS-ID (WS-TRANS-INDEX) DELIMITED BY SIZE
              INTO WS-EXTRACT-LINE
              WITH POINTER WS-EXTRACT-POINTER
           END-STRING.
           ADD 1 TO WS-TRANS-INDEX.

       2000-RESOLVE-ONE-USER.
      *    ONLY ACCOUNTS THAT COULD SIGN ON TODAY HAVE ACCESS TO
      *    REPORT - ACTIVE, AND INSIDE ANY VALIDITY WINDOW
           PERFORM 2050-CHECK-ACCOUNT-IN-SCOPE.

           IF WS-ACCOUNT-IN-SCOPE
              ADD 1 TO WS-USERS-LISTED-COUNT
              PERFORM 2100-LOOK-UP-EMPLOYEE
              MOVE 1 TO WS-TRANS-INDEX
              PERFORM 2200-RESOLVE-ONE-TRANSACTION
                 UNTIL WS-TRANS-INDEX IS GREATER THAN WS-TRANS-COUNT
              PERFORM 3000-PRINT-THE-USER
              PERFORM 4000-WRITE-EXTRACT-ROW
           ELSE
              ADD 1 TO WS-USERS-SKIPPED-COUNT
           END-IF.

           PERFORM 2900-READ-NEXT-USER.

       2050-CHECK-ACCOUNT-IN-SCOPE.
      *    THE SAME STATUS AND WINDOW TESTS ESONP APPLIES AT SIGN-ON -
      *    BLANK BOUNDS MEAN A PERMANENT ACCOUNT
           SET WS-ACCOUNT-IN-SCOPE TO TRUE.

           IF NOT RU-ST-ACTIVE
              SET WS-ACCOUNT-OUT-OF-SCOPE TO TRUE
           END-IF.

           IF RU-EFFECTIVE-FROM-DATE IS NUMERIC
              AND WS-CURRENT-DATE IS LESS THAN RU-EFFECTIVE-FROM-DATE
              SET WS-ACCOUNT-OUT-OF-SCOPE TO TRUE
           END-IF.

           IF RU-EXPIRES-ON-DATE IS NUMERIC
              AND WS-CURRENT-DATE IS GREATER THAN RU-EXPIRES-ON-DATE
              SET WS-ACCOUNT-OUT-OF-SCOPE TO TRUE
           END-IF.

       2100-LOOK-UP-EMPLOYEE.
      *    THE PERSON BEHIND THE ACCOUNT - LEFT BLANK IF NOT ON FILE
           MOVE RU-USER-ID TO EM-USER-ID.
           READ EMP-MASTER-FILE.

           IF WS-EMPMST-OK
              MOVE EM-EMPLOYEE-NAME TO WS-EMP-NAME
              MOVE EM-DEPARTMENT TO WS-EMP-DEPARTMENT
              MOVE EM-MANAGER-ID TO WS-EMP-MANAGER-ID
           ELSE
              MOVE SPACES TO WS-EMP-NAME
              MOVE SPACES TO WS-EMP-DEPARTMENT
              MOVE SPACES TO WS-EMP-MANAGER-ID
           END-IF.

       2200-RESOLVE-ONE-TRANSACTION.
      *    THE SAME ORDER EAUTHCK DECIDES IN - AN OVERRIDE EITHER WAY,
      *    THEN A FIRECALL STILL INSIDE ITS EXPIRY, THEN THE ROLE ROW
           SET WS-TT-NO-ACCESS (WS-TRANS-INDEX) TO TRUE.

           MOVE RU-USER-ID TO UE-USER-ID.
           MOVE WS-TT-TRANS-ID (WS-TRANS-INDEX) TO UE-TRANS-ID.
           READ ENTITLEMENT-FILE.

           IF WS-USRENT-OK
              IF UE-PERMITTED
                 SET WS-TT-BY-OVERRIDE (WS-TRANS-INDEX) TO TRUE
                 ADD 1 TO WS-OVERRIDE-GRANT-COUNT
              END-IF
           ELSE
              PERFORM 2300-CHECK-FIRECALL-OR-ROLE
           END-IF.

           ADD 1 TO WS-TRANS-INDEX.

       2300-CHECK-FIRECALL-OR-ROLE.
      *    NO OVERRIDE - A LIVE FIRECALL GRANTS, ELSE THE ROLE TABLE
           MOVE RU-USER-ID TO FC-USER-ID.
           MOVE WS-TT-TRANS-ID (WS-TRANS-INDEX) TO FC-TRANS-ID.
           READ FIRECALL-FILE.

           IF WS-FIRCAL-OK
              AND WS-NOW-TIMESTAMP IS NOT GREATER THAN
                 FC-EXPIRES-TIMESTAMP
              SET WS-TT-BY-FIRECALL (WS-TRANS-INDEX) TO TRUE
              ADD 1 TO WS-FIRECALL-GRANT-COUNT
           ELSE
              MOVE RU-USER-TYPE TO RA-ROLE
              MOVE WS-TT-TRANS-ID (WS-TRANS-INDEX) TO RA-TRANS-ID
              READ ROLE-ACCESS-FILE
              IF WS-RACCES-OK
                 SET WS-TT-BY-ROLE (WS-TRANS-INDEX) TO TRUE
                 ADD 1 TO WS-ROLE-GRANT-COUNT
              END-IF
           END-IF.

       2900-READ-NEXT-USER.
      *    READ THE NEXT REGISTERED USER
           READ REG-USER-FILE NEXT RECORD.

           IF WS-REGUSR-OK
              ADD 1 TO WS-USERS-READ-COUNT
           ELSE
              SET WS-AT-EOF TO TRUE
           END-IF.

       3000-PRINT-THE-USER.
      *    A LINE NAMING THE USER, THEN THE TRANSACTIONS THEY HOLD
      *    NINE TO A LINE, EACH WITH ITS SOURCE
           MOVE RU-USER-ID TO WS-USR-USER-ID.
           MOVE RU-USER-TYPE TO WS-USR-USER-TYPE.
           MOVE WS-EMP-NAME TO WS-USR-NAME.
           MOVE WS-EMP-DEPARTMENT TO WS-USR-DEPARTMENT.
           MOVE WS-EMP-MANAGER-ID TO WS-USR-MANAGER-ID.
           MOVE WS-USER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           PERFORM 3200-CLEAR-GRANT-LINE.
           MOVE 1 TO WS-TRANS-INDEX.
           PERFORM 3100-ADD-GRANT-TO-LINE
              UNTIL WS-TRANS-INDEX IS GREATER THAN WS-TRANS-COUNT.

           IF WS-GRANT-SLOT IS GREATER THAN ZERO
              MOVE WS-GRANT-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           ELSE
              MOVE WS-NO-GRANTS-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

       3100-ADD-GRANT-TO-LINE.
      *    PUT ONE HELD TRANSACTION ON THE LINE, PRINTING A FULL LINE
           IF NOT WS-TT-NO-ACCESS (WS-TRANS-INDEX)
              IF WS-GRANT-SLOT IS NOT LESS THAN 9
                 MOVE WS-GRANT-LINE TO WS-REPORT-LINE
                 PERFORM 9800-WRITE-REPORT-LINE
                 PERFORM 3200-CLEAR-GRANT-LINE
              END-IF
              ADD 1 TO WS-GRANT-SLOT
              MOVE WS-TT-TRANS-ID (WS-TRANS-INDEX)
                 TO WS-GI-TRANS-ID (WS-GRANT-SLOT)
              MOVE WS-TT-SOURCE (WS-TRANS-INDEX)
                 TO WS-GI-SOURCE (WS-GRANT-SLOT)
              MOVE '(' TO WS-GRANT-ITEM (WS-GRANT-SLOT) (5:1)
              MOVE ') ' TO WS-GRANT-ITEM (WS-GRANT-SLOT) (7:2)
           END-IF.
           ADD 1 TO WS-TRANS-INDEX.

       3200-CLEAR-GRANT-LINE.
      *    START AN EMPTY GRANT LINE
           MOVE SPACES TO WS-GRANT-LINE.
           MOVE ZERO TO WS-GRANT-SLOT.

       4000-WRITE-EXTRACT-ROW.
      *    ONE '|'-DELIMITED ROW - NAME TRIMMED AT ITS FIRST DOUBLE
      *    SPACE, CODES AND IDS AT THEIR FIRST SPACE
           MOVE SPACES TO WS-EXTRACT-LINE.
           MOVE 1 TO WS-EXTRACT-POINTER.
           STRING RU-USER-ID DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  RU-USER-TYPE DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-EMP-NAME DELIMITED BY '  '
                  '|' DELIMITED BY SIZE
                  WS-EMP-DEPARTMENT DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-EMP-MANAGER-ID DELIMITED BY SPACE
              INTO WS-EXTRACT-LINE
              WITH POINTER WS-EXTRACT-POINTER
           END-STRING.

           MOVE 1 TO WS-TRANS-INDEX.
           PERFORM 4100-ADD-EXTRACT-COLUMN
              UNTIL WS-TRANS-INDEX IS GREATER THAN WS-TRANS-COUNT.

           WRITE WS-EXTRACT-LINE.

       4100-ADD-EXTRACT-COLUMN.
      *    THE SOURCE CODE FOR ONE TRANSACTION, EMPTY FOR NO ACCESS
           STRING '|' DELIMITED BY SIZE
                  WS-TT-SOURCE (WS-TRANS-INDEX) DELIMITED BY SPACE
              INTO WS-EXTRACT-LINE
              WITH POINTER WS-EXTRACT-POINTER
           END-STRING.
           ADD 1 TO WS-TRANS-INDEX.

       8000-PRINT-THE-TOTALS.
      *    CLOSE THE REPORT WITH THE TOTALS
           MOVE WS-USERS-LISTED-COUNT TO WS-TOT-LISTED.
           MOVE WS-USERS-SKIPPED-COUNT TO WS-TOT-SKIPPED.
           MOVE WS-ROLE-GRANT-COUNT TO WS-TOT-ROLE.
           MOVE WS-OVERRIDE-GRANT-COUNT TO WS-TOT-OVERRIDE.
           MOVE WS-FIRECALL-GRANT-COUNT TO WS-TOT-FIRECALL.
           MOVE WS-BLANK-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE WS-TOTAL-LINE-1 TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE WS-TOTAL-LINE-2 TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

       9000-TERMINATE.
      *    CLOSE THE FILES AND REPORT WHAT WAS DONE
           CLOSE REG-USER-FILE.
           CLOSE MENU-OPTION-FILE.
           CLOSE ENTITLEMENT-FILE.
           CLOSE FIRECALL-FILE.
           CLOSE ROLE-ACCESS-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.
           CLOSE EXTRACT-OUTPUT-FILE.

           DISPLAY 'EACCMTX: TRANSACTIONS     = '
              WS-TRANS-COUNT.
           DISPLAY 'EACCMTX: USERS READ       = '
              WS-USERS-READ-COUNT.
           DISPLAY 'EACCMTX: USERS LISTED     = '
              WS-USERS-LISTED-COUNT.
           DISPLAY 'EACCMTX: GRANTS BY ROLE   = '
              WS-ROLE-GRANT-COUNT.
           DISPLAY 'EACCMTX: BY OVERRIDE      = '
              WS-OVERRIDE-GRANT-COUNT.
           DISPLAY 'EACCMTX: BY FIRECALL      = '
              WS-FIRECALL-GRANT-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE ACCMRPT REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'ACCMRPT ' TO RB-REPORT-NAME.
           MOVE 'EACCMTX ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE RUN
           ACCEPT WS-RUN-END-TIME FROM TIME.

           MOVE 'EACCMTX ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-USERS-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-USERS-LISTED-COUNT TO RL-RECORDS-APPLIED.
           MOVE ZERO TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
