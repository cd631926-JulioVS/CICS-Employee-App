       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERACLOD.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - ROLE ACCESS TABLE INITIAL LOAD PROGRAM
      *        A BATCH JOB, RUN OUTSIDE CICS, THAT BUILDS THE ERACCES
      *        ROLE ACCESS TABLE FROM THE ROLE DEFAULTS EAUTHCK USED
      *        TO HARD-CODE, SO ACCESS IS THE SAME THE DAY THE TABLE
      *        TAKES OVER.  EVERY TRANSACTION ON AN EMNUOPT MENU AND
      *        EVERY RESTRICTED SCREEN IS LOADED FOR THE ADM, MGR AND
      *        STD ROLES: THE MAINTENANCE AND UNLOCK FUNCTIONS FOR ADM
      *        ONLY, THE SUPERVISOR FUNCTIONS FOR ADM AND MGR, AND
      *        EVERYTHING ELSE FOR ALL THREE.  A ROW ALREADY ON FILE
      *        IS LEFT ALONE, SO THE JOB CAN BE RERUN SAFELY AFTER THE
      *        TABLE HAS BEEN CHANGED ON THE ERAC SCREEN.  THE ACCESS
      *        ID OF EACH REPORT IN THE ERPTCAT REPOSITORY CATALOGUE IS
      *        LOADED THE SAME WAY - FOR ADM ONLY, OR FOR ADM AND MGR
      *        AS THE CATALOGUE SAYS - SO REPORT ACCESS IS GRANTED AND
      *        WITHDRAWN ON ERAC AND EUSRENT LIKE A SCREEN'S.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENU-OPTION-FILE ASSIGN TO EMNUOPT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MO-OPTION-KEY
              FILE STATUS IS WS-MNUOPT-STATUS.

           SELECT ROLE-ACCESS-FILE ASSIGN TO ERACCES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RA-ACCESS-KEY
              FILE STATUS IS WS-RACCES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENU-OPTION-FILE.
       COPY EMNUOPT.

       FD  ROLE-ACCESS-FILE.
       COPY ERACCES.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS.
      ******************************************************************
       COPY ECONST.
       COPY ERPTCAT.
      ******************************************************************
      *   WORKING FIELDS USED TO READ AND LOAD THE FILES.
      ******************************************************************
       01 WS-MNUOPT-STATUS           PIC X(2).
          88 WS-MNUOPT-OK                  VALUE '00'.
          88 WS-MNUOPT-EOF                 VALUE '10'.
       01 WS-RACCES-STATUS           PIC X(2).
          88 WS-RACCES-OK                  VALUE '00'.
          88 WS-RACCES-DUPLICATE           VALUE '22'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-CURRENT-DATE             PIC X(8).
       01 WS-OPTIONS-READ-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-ROWS-WRITTEN-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-ROWS-KEPT-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-ROWS-FAILED-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-LOAD-TRANS-ID            PIC X(4).
       01 WS-LOAD-ROLE                PIC X(3).
       01 WS-LIST-INDEX               PIC 9(3) USAGE COMP.
       01 WS-SEARCH-INDEX             PIC 9(3) USAGE COMP.
       01 WS-ACCESS-CLASS             PIC X(1).
          88 WS-CLASS-ADMIN-ONLY           VALUE 'A'.
          88 WS-CLASS-SUPERVISOR           VALUE 'M'.
          88 WS-CLASS-OPEN                 VALUE 'O'.
      ******************************************************************
      *   THE ROLE DEFAULTS AS THEY STOOD WHEN THE TABLE TOOK OVER -
      *   ADMINISTRATOR-ONLY TRANSACTIONS, THEN THOSE ALSO OPEN TO
      *   MANAGERS.  ANYTHING ELSE ON A MENU WAS OPEN TO EVERYBODY.
      ******************************************************************
       01 WS-ADMIN-ONLY-VALUES.
          05 FILLER                   PIC X(32) VALUE
             'EUSREAULERULEEMPEAUQEAPREHRXESFD'.
          05 FILLER                   PIC X(28) VALUE
             'ESUPETRMESODERACERPMEBCLEAPF'.
          05 FILLER                   PIC X(4) VALUE
             'EGRD'.
          05 FILLER                   PIC X(4) VALUE
             'EDEP'.
          05 FILLER                   PIC X(4) VALUE
             'EFRZ'.
          05 FILLER                   PIC X(4) VALUE
             'EAUP'.
       01 WS-ADMIN-ONLY-LIST REDEFINES WS-ADMIN-ONLY-VALUES.
          05 WS-ADMIN-ONLY-TRANS-ID   PIC X(4) OCCURS 19 TIMES.
       01 WS-ADMIN-ONLY-COUNT         PIC 9(3) USAGE COMP VALUE 19.
       01 WS-SUPERVISOR-VALUES.
          05 FILLER                   PIC X(44) VALUE
             'EDSHEHLPERNLETQREFIRETEAERCREARQESGFEMOVEDLG'.
          05 FILLER                   PIC X(4) VALUE
             'ETLQ'.
       01 WS-SUPERVISOR-LIST REDEFINES WS-SUPERVISOR-VALUES.
          05 WS-SUPERVISOR-TRANS-ID   PIC X(4) OCCURS 12 TIMES.
       01 WS-SUPERVISOR-COUNT         PIC 9(3) USAGE COMP VALUE 12.
      ******************************************************************
      *   SCREENS OPEN TO EVERY ROLE THAT NO EMNUOPT MENU LINE OFFERS
      *   (THE ENOT INBOX IS REACHED WITH PF5 FROM THE MENU ITSELF;
      *   THE ERPI REPORT SCREEN ONLY LISTS WHAT EACH USER MAY SEE).
      ******************************************************************
       01 WS-OPEN-SCREEN-VALUES.
          05 FILLER                   PIC X(4) VALUE
             'ENOT'.
          05 FILLER                   PIC X(4) VALUE
             'ERPI'.
       01 WS-OPEN-SCREEN-LIST REDEFINES WS-OPEN-SCREEN-VALUES.
          05 WS-OPEN-SCREEN-TRANS-ID  PIC X(4) OCCURS 2 TIMES.
       01 WS-OPEN-SCREEN-COUNT        PIC 9(3) USAGE COMP VALUE 2.
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
           PERFORM 2000-LOAD-ONE-MENU-OPTION UNTIL WS-AT-EOF.

           IF RL-ST-GOOD
              PERFORM 3000-LOAD-RESTRICTED-SCREENS
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE FILES AND PRIME THE FIRST MENU OPTION
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           SET WS-NOT-AT-EOF TO TRUE.

           OPEN INPUT MENU-OPTION-FILE.
           OPEN I-O ROLE-ACCESS-FILE.

           IF NOT WS-MNUOPT-OK
              DISPLAY 'ERROR: OPEN OF EMNUOPT FAILED, STATUS='
                 WS-MNUOPT-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-RACCES-OK
              DISPLAY 'ERROR: OPEN OF ERACCES FAILED, STATUS='
                 WS-RACCES-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF WS-NOT-AT-EOF
              PERFORM 2900-READ-NEXT-MENU-OPTION
           END-IF.

       2000-LOAD-ONE-MENU-OPTION.
      *    LOAD THE TRANSACTION BEHIND THIS MENU LINE FOR EACH ROLE
      *    THAT HELD IT - THE SAME TRANSACTION ON SEVERAL MENUS IS
      *    SIMPLY FOUND ALREADY LOADED THE SECOND TIME
           MOVE MO-TRANS-ID TO WS-LOAD-TRANS-ID.
           PERFORM 4000-LOAD-TRANSACTION.

           PERFORM 2900-READ-NEXT-MENU-OPTION.

       2900-READ-NEXT-MENU-OPTION.
      *    READ THE NEXT MENU OPTION
           READ MENU-OPTION-FILE NEXT RECORD.

           IF WS-MNUOPT-OK
              ADD 1 TO WS-OPTIONS-READ-COUNT
           ELSE
              SET WS-AT-EOF TO TRUE
           END-IF.

       3000-LOAD-RESTRICTED-SCREENS.
      *    RESTRICTED SCREENS - AND OPEN ONES REACHED OTHER THAN BY A
      *    MENU LINE - NEED THEIR ROWS EVEN WHEN NO MENU OFFERS THEM
           MOVE 1 TO WS-LIST-INDEX.
           PERFORM 3100-LOAD-ADMIN-ONLY-SCREEN
              UNTIL WS-LIST-INDEX IS GREATER THAN WS-ADMIN-ONLY-COUNT.

           MOVE 1 TO WS-LIST-INDEX.
           PERFORM 3200-LOAD-SUPERVISOR-SCREEN
              UNTIL WS-LIST-INDEX IS GREATER THAN WS-SUPERVISOR-COUNT.

           MOVE 1 TO WS-LIST-INDEX.
           PERFORM 3300-LOAD-OPEN-SCREEN
              UNTIL WS-LIST-INDEX IS GREATER THAN WS-OPEN-SCREEN-COUNT.

           MOVE 1 TO WS-LIST-INDEX.
           PERFORM 3400-LOAD-REPORT-ACCESS-ID
              UNTIL WS-LIST-INDEX IS GREATER THAN RT-CATALOGUE-COUNT.

       3100-LOAD-ADMIN-ONLY-SCREEN.
      *    LOAD THE NEXT ADMINISTRATOR-ONLY TRANSACTION
           MOVE WS-ADMIN-ONLY-TRANS-ID (WS-LIST-INDEX)
              TO WS-LOAD-TRANS-ID.
           PERFORM 4000-LOAD-TRANSACTION.
           ADD 1 TO WS-LIST-INDEX.

       3200-LOAD-SUPERVISOR-SCREEN.
      *    LOAD THE NEXT SUPERVISOR TRANSACTION
           MOVE WS-SUPERVISOR-TRANS-ID (WS-LIST-INDEX)
              TO WS-LOAD-TRANS-ID.
           PERFORM 4000-LOAD-TRANSACTION.
           ADD 1 TO WS-LIST-INDEX.

       3300-LOAD-OPEN-SCREEN.
      *    LOAD THE NEXT SCREEN OPEN TO EVERY ROLE
           MOVE WS-OPEN-SCREEN-TRANS-ID (WS-LIST-INDEX)
              TO WS-LOAD-TRANS-ID.
           PERFORM 4000-LOAD-TRANSACTION.
           ADD 1 TO WS-LIST-INDEX.

       3400-LOAD-REPORT-ACCESS-ID.
      *    LOAD THE NEXT REPORT ACCESS ID - THE CATALOGUE ENTRY SAYS
      *    WHETHER MANAGERS READ IT TOO
           MOVE RT-ACCESS-ID (WS-LIST-INDEX) TO WS-LOAD-TRANS-ID.
           IF RT-MANAGERS-TOO (WS-LIST-INDEX)
              SET WS-CLASS-SUPERVISOR TO TRUE
           ELSE
              SET WS-CLASS-ADMIN-ONLY TO TRUE
           END-IF.
           PERFORM 4050-WRITE-CLASS-ROWS.
           ADD 1 TO WS-LIST-INDEX.

       4000-LOAD-TRANSACTION.
      *    WORK OUT WHICH ROLES HELD THE TRANSACTION AND WRITE A ROW
      *    FOR EACH OF THEM
           PERFORM 4100-CLASSIFY-TRANSACTION.
           PERFORM 4050-WRITE-CLASS-ROWS.

       4050-WRITE-CLASS-ROWS.
      *    WRITE THE ROWS FOR THE ROLES THE ACCESS CLASS COVERS
           MOVE 'ADM' TO WS-LOAD-ROLE.
           PERFORM 5000-WRITE-ROLE-ROW.

           IF NOT WS-CLASS-ADMIN-ONLY
              MOVE 'MGR' TO WS-LOAD-ROLE
              PERFORM 5000-WRITE-ROLE-ROW
           END-IF.

           IF WS-CLASS-OPEN
              MOVE 'STD' TO WS-LOAD-ROLE
              PERFORM 5000-WRITE-ROLE-ROW
           END-IF.

       4100-CLASSIFY-TRANSACTION.
      *    LOOK THE TRANSACTION UP IN THE TWO RESTRICTED LISTS
           SET WS-CLASS-OPEN TO TRUE.

           MOVE 1 TO WS-SEARCH-INDEX.
           PERFORM 4200-CHECK-ADMIN-ONLY-ENTRY
              UNTIL WS-SEARCH-INDEX IS GREATER THAN WS-ADMIN-ONLY-COUNT.

           MOVE 1 TO WS-SEARCH-INDEX.
           PERFORM 4300-CHECK-SUPERVISOR-ENTRY
              UNTIL WS-SEARCH-INDEX IS GREATER THAN WS-SUPERVISOR-COUNT.

       4200-CHECK-ADMIN-ONLY-ENTRY.
      *    COMPARE AGAINST ONE ADMINISTRATOR-ONLY ENTRY
           IF WS-ADMIN-ONLY-TRANS-ID (WS-SEARCH-INDEX) IS EQUAL TO
              WS-LOAD-TRANS-ID
              SET WS-CLASS-ADMIN-ONLY TO TRUE
           END-IF.
           ADD 1 TO WS-SEARCH-INDEX.

       4300-CHECK-SUPERVISOR-ENTRY.
      *    COMPARE AGAINST ONE SUPERVISOR ENTRY
           IF WS-SUPERVISOR-TRANS-ID (WS-SEARCH-INDEX) IS EQUAL TO
              WS-LOAD-TRANS-ID
              SET WS-CLASS-SUPERVISOR TO TRUE
           END-IF.
           ADD 1 TO WS-SEARCH-INDEX.

       5000-WRITE-ROLE-ROW.
      *    WRITE THE ROW - ONE ALREADY ON FILE IS KEPT AS IT IS
           INITIALIZE ROLE-ACCESS-RECORD.
           MOVE WS-LOAD-ROLE TO RA-ROLE.
           MOVE WS-LOAD-TRANS-ID TO RA-TRANS-ID.
           MOVE 'ERACLOD ' TO RA-ADDED-BY.
           MOVE WS-CURRENT-DATE TO RA-ADDED-DATE.

           WRITE ROLE-ACCESS-RECORD.

           EVALUATE TRUE
           WHEN WS-RACCES-OK
                ADD 1 TO WS-ROWS-WRITTEN-COUNT
           WHEN WS-RACCES-DUPLICATE
                ADD 1 TO WS-ROWS-KEPT-COUNT
           WHEN OTHER
                DISPLAY 'ERROR: WRITE TO ERACCES FAILED, STATUS='
                   WS-RACCES-STATUS ' KEY=' RA-ACCESS-KEY
                ADD 1 TO WS-ROWS-FAILED-COUNT
                SET RL-ST-FAILED TO TRUE
           END-EVALUATE.

       9000-TERMINATE.
      *    CLOSE THE FILES AND REPORT WHAT WAS DONE
           CLOSE MENU-OPTION-FILE.
           CLOSE ROLE-ACCESS-FILE.

           DISPLAY 'ERACLOD: MENU OPTIONS READ = '
              WS-OPTIONS-READ-COUNT.
           DISPLAY 'ERACLOD: ROWS WRITTEN      = '
              WS-ROWS-WRITTEN-COUNT.
           DISPLAY 'ERACLOD: ROWS ALREADY HELD = '
              WS-ROWS-KEPT-COUNT.
           DISPLAY 'ERACLOD: ROWS FAILED       = '
              WS-ROWS-FAILED-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE LOAD RAN
           ACCEPT WS-RUN-END-TIME FROM TIME.

           MOVE 'ERACLOD ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-OPTIONS-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-ROWS-WRITTEN-COUNT TO RL-RECORDS-APPLIED.
           MOVE WS-ROWS-FAILED-COUNT TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
