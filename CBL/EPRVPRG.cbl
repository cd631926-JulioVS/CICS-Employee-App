       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPRVPRG.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - YEARLY PERSONAL-DATA PRIVACY PURGE BATCH PROGRAM
      *        A YEARLY BATCH JOB, RUN OUTSIDE CICS WITH THE AUDIT
      *        FILES CLOSED TO THE REGION, THAT CARRIES OUT THE
      *        RETENTION POLICY FOR PEOPLE WHO HAVE LEFT.  AN INACTIVE
      *        EREGUSR ACCOUNT WHOSE PASSWORD HAS NOT BEEN TOUCHED FOR
      *        THE RETENTION-DAYS RUN PARAMETER (READ FROM ERUNPRM,
      *        PRINTED AND LOGGED WITH THE RUN) - NOBODY HAS SIGNED ON
      *        WITH IT FOR THAT LONG, SINCE THE AGE RULES FORCE A
      *        CHANGE FIRST - HAS ITS NAME, LOCATION AND PHONE BLANKED
      *        ON EEMPMST, ITS EPWDHST HISTORY DELETED AND ITS
      *        SECURITY QUESTION AND ANSWER BLANKED ON EREGUSR, AND IS
      *        STAMPED PURGED SO LATER RUNS PASS IT BY.  THE USER ID
      *        ITSELF STAYS ON EREGUSR SO IT IS NEVER ISSUED AGAIN.
      *        SERVICE (SVC) ACCOUNTS ARE NOT PEOPLE AND ARE LEFT
      *        ALONE.  ANYONE ON THE ELGLHLD LEGAL-HOLD LIST IS NOT
      *        PURGED WHILE THE HOLD STANDS.
      *
      *        EVERY PURGED USER IS GIVEN A PSEUDONYM ('#' AND A
      *        SEVEN-DIGIT NUMBER) ON THE RESTRICTED EPRVXRF CROSS-
      *        REFERENCE, ONCE, SO THE SAME PERSON IS ALWAYS THE SAME
      *        PSEUDONYM AND THE STATISTICS STILL COUNT THEM AS ONE.
      *        EVERY USER ON THE CROSS-REFERENCE IS THEN REPLACED BY
      *        THEIR PSEUDONYM ON THE ESONAUD SIGN-ON AUDIT, ON THE
      *        EMNTAUD MAINTENANCE AUDIT (AS ADMINISTRATOR AND AS
      *        TARGET) AND, WHEN ONE IS SUPPLIED, ON A SONAUDA ARCHIVE
      *        GENERATION.  EACH FILE IS SORTED INTO WRITE ORDER AND
      *        ITS CHAIN PROVEN WHOLE AGAINST THE EAUDCHN HEAD OR
      *        ARCHIVE ANCHOR EXACTLY AS EAUDVFY DOES BEFORE ANYTHING
      *        IN IT IS CHANGED - A PURGE MUST NEVER RESEAL OVER A
      *        BREAK AND SO HIDE IT.  THE CHANGED RECORDS ARE THEN
      *        RESEALED THROUGH EAUDHSH FROM THE SAME BASE VALUE AND
      *        WRITTEN TO ESONAUDP, EMNTAUDP AND SONAUDP, WHICH
      *        REPLACE THE FILES THEY CAME FROM ONCE THIS JOB
      *        COMPLETES, AND THE HEAD OR ANCHOR IS MOVED ON TO THE
      *        NEW END VALUE SO EAUDVFY STILL PROVES EVERY CHAIN.  THE
      *        HEADS AND ANCHORS ARE MOVED ON TOGETHER, ONLY ONCE EVERY
      *        FILE IN THE RUN HAS BEEN PROVEN AND RESEALED - A FILE
      *        THAT FAILS LEAVES ALL OF THEM AS THEY WERE, MATCHING
      *        THE FILES THE JOB DOES NOT REPLACE.  ON EMNTAUD THE
      *        BEFORE AND AFTER IMAGES ARE SEARCHED TOO, AND ANY USER
      *        ID ON THE CROSS-REFERENCE FOUND IN THEM IS REPLACED.
      *        A LATER RUN FINDS NOTHING NEW TO REPLACE IN A FILE IT
      *        HAS ALREADY DONE, SO THE JOB IS RERUN WITH EACH OLDER
      *        ARCHIVE GENERATION IN TURN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTERED-USER-FILE ASSIGN TO EREGUSR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RU-USER-ID
              FILE STATUS IS WS-EREGUSR-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO EEMPMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EM-USER-ID
              FILE STATUS IS WS-EMPMST-STATUS.

           SELECT PWD-HISTORY-FILE ASSIGN TO EPWDHST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PHF-USER-ID
              FILE STATUS IS WS-EPWDHST-STATUS.

           SELECT PRIVACY-XREF-FILE ASSIGN TO EPRVXRF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XR-USER-ID
              ALTERNATE RECORD KEY IS XR-PSEUDONYM
              FILE STATUS IS WS-XREF-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO ELGLHLD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-HOLD-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO EAUDCHN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CC-CHAIN-KEY
              FILE STATUS IS WS-AUDIT-CHAIN-STATUS.

           SELECT SIGNON-AUDIT-FILE ASSIGN TO ESONAUD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-INPUT-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO EMNTAUD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-INPUT-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO SONAUDA
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-INPUT-STATUS.

           SELECT SIGNON-OUTPUT-FILE ASSIGN TO ESONAUDP
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-OUTPUT-STATUS.

           SELECT MAINT-OUTPUT-FILE ASSIGN TO EMNTAUDP
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-OUTPUT-STATUS.

           SELECT ARCHIVE-OUTPUT-FILE ASSIGN TO SONAUDP
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-OUTPUT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTERED-USER-FILE.
       COPY EREGUSR.

       FD  EMP-MASTER-FILE.
       COPY EEMPMST.

       FD  PWD-HISTORY-FILE.
       01 PWD-HISTORY-FILE-RECORD.
          05 PHF-USER-ID             PIC X(8).
          05 FILLER                  PIC X(56).

       FD  PRIVACY-XREF-FILE.
       COPY EPRVXRF.

       FD  LEGAL-HOLD-FILE.
       COPY ELGLHLD.

       FD  AUDIT-CHAIN-FILE.
       COPY EAUDCHN.

       FD  SIGNON-AUDIT-FILE.
       01 SIGNON-INPUT-RECORD         PIC X(67).

       FD  MAINT-AUDIT-FILE.
       01 MAINT-INPUT-RECORD          PIC X(100).

       FD  AUDIT-ARCHIVE-FILE.
       01 ARCHIVE-INPUT-RECORD        PIC X(67).

       FD  SIGNON-OUTPUT-FILE.
       01 SIGNON-OUTPUT-RECORD        PIC X(67).

       FD  MAINT-OUTPUT-FILE.
       01 MAINT-OUTPUT-RECORD         PIC X(100).

       FD  ARCHIVE-OUTPUT-FILE.
       01 ARCHIVE-OUTPUT-RECORD       PIC X(67).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
          05 SR-SORT-CLASS            PIC X(1).
             88 SR-UNSEALED                 VALUE '1'.
             88 SR-CHAINED                  VALUE '2'.
          05 SR-SORT-SEQUENCE         PIC 9(9).
          05 SR-AUDIT-STAMP           PIC X(14).
          05 SR-AUDIT-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS AND THE TWO AUDIT RECORD
      *   LAYOUTS THE SORTED RECORDS ARE UNPACKED INTO.
      ******************************************************************
       COPY ECONST.
       COPY ESONAUD.
       COPY EMNTAUD.
      ******************************************************************
      *   WORKING FIELDS USED TO READ AND UPDATE THE FILES.
      ******************************************************************
       01 WS-EREGUSR-STATUS          PIC X(2).
          88 WS-EREGUSR-OK                 VALUE '00'.
          88 WS-EREGUSR-EOF                VALUE '10'.
       01 WS-EMPMST-STATUS           PIC X(2).
          88 WS-EMPMST-OK                  VALUE '00'.
       01 WS-EPWDHST-STATUS          PIC X(2).
          88 WS-EPWDHST-OK                 VALUE '00'.
       01 WS-XREF-STATUS             PIC X(2).
          88 WS-XREF-OK                    VALUE '00'.
          88 WS-XREF-EOF                   VALUE '10'.
       01 WS-HOLD-STATUS             PIC X(2).
          88 WS-HOLD-OK                    VALUE '00'.
          88 WS-HOLD-EOF                   VALUE '10'.
       01 WS-AUDIT-CHAIN-STATUS      PIC X(2).
          88 WS-AUDIT-CHAIN-OK             VALUE '00'.
       01 WS-AUDIT-INPUT-STATUS      PIC X(2).
          88 WS-AUDIT-INPUT-OK             VALUE '00'.
          88 WS-AUDIT-INPUT-EOF            VALUE '10'.
       01 WS-AUDIT-OUTPUT-STATUS     PIC X(2).
          88 WS-AUDIT-OUTPUT-OK            VALUE '00'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-CURRENT-DATE             PIC X(8).
       01 WS-CURRENT-DATE-NUM         PIC 9(8).
       01 WS-LED-DATE-NUM             PIC 9(8).
       01 WS-PASSWORD-AGE-DAYS        PIC 9(5).
      ******************************************************************
      *   RUN PARAMETERS - READ FROM ERUNPRM THROUGH ERUNPRD AT
      *   START-UP; THE VALUES ACTUALLY USED ARE PRINTED AND LOGGED.
      ******************************************************************
       COPY ERUNPRD.
       01 WS-PRIVACY-RETENTION-DAYS   PIC 9(5).
       01 WS-PARM-SOURCE-TEXT         PIC X(7).
      ******************************************************************
      *   THE LEGAL-HOLD LIST, LOADED ONCE AT THE START OF THE RUN.
      ******************************************************************
       01 WS-HOLD-TABLE.
          05 WS-HOLD-COUNT            PIC 9(3) USAGE COMP VALUE ZERO.
          05 WS-HOLD-ENTRY OCCURS 500 TIMES.
             10 WS-HT-USER-ID         PIC X(8).
             10 WS-HT-MATTER          PIC X(16).
       01 WS-HOLD-INDEX               PIC 9(3) USAGE COMP.
       01 WS-HOLD-SLOT                PIC 9(3) USAGE COMP.
      ******************************************************************
      *   PSEUDONYM FIELDS - THE HIGHEST NUMBER ALREADY ISSUED, FOUND
      *   BY READING THE CROSS-REFERENCE THROUGH AT THE START.
      ******************************************************************
       01 WS-HIGHEST-PSEUDONYM        PIC 9(7) VALUE ZERO.
       01 WS-PSEUDONYM-MARK           PIC X(1) VALUE '#'.
       01 WS-LOOKUP-USER-ID           PIC X(8).
       01 WS-LOOKUP-SWITCH            PIC X(1).
          88 WS-LOOKUP-FOUND               VALUE 'Y'.
          88 WS-LOOKUP-NOT-FOUND           VALUE 'N'.
       01 WS-IMAGE-TEXT               PIC X(20).
       01 WS-IMAGE-POSITION           PIC 9(2).
      ******************************************************************
      *   AUDIT CHAIN FIELDS - WHICH FILE IS BEING WALKED, WHERE ITS
      *   CHAIN STARTS AND ENDS, AND THE OLD AND NEW CHECK VALUES
      *   CARRIED FROM RECORD TO RECORD.
      ******************************************************************
       01 WS-WALK-FILE-SWITCH         PIC X(1).
          88 WS-WALKING-SIGNON-AUDIT       VALUE 'S'.
          88 WS-WALKING-MAINT-AUDIT        VALUE 'M'.
          88 WS-WALKING-ARCHIVE            VALUE 'A'.
       01 WS-BOUNDS-SWITCH            PIC X(1).
          88 WS-BOUNDS-KNOWN               VALUE 'Y'.
          88 WS-BOUNDS-NOT-KNOWN           VALUE 'N'.
       01 WS-CHAIN-SWITCH             PIC X(1).
          88 WS-CHAIN-WHOLE                VALUE 'Y'.
          88 WS-CHAIN-BROKEN               VALUE 'N'.
       01 WS-WALK-FILE-NAME           PIC X(8).
       01 WS-CHAIN-KEY-SAVE           PIC X(18).
       01 WS-END-SEQUENCE             PIC 9(9).
       01 WS-EXPECTED-SEQUENCE        PIC 9(9).
       01 WS-OLD-PRIOR-VALUE          PIC X(8).
       01 WS-NEW-PRIOR-VALUE          PIC X(8).
       01 WS-STORED-CHAIN-VALUE       PIC X(8).
       01 WS-HASH-TEXT                PIC X(100).
       01 WS-HASH-LENGTH              PIC 9(3).
       01 WS-CHECK-CHAIN-VALUE        PIC X(8).
       01 WS-FILE-READ-COUNT          PIC 9(7).
       01 WS-FILE-REPLACED-COUNT      PIC 9(7).
      ******************************************************************
      *   CHAIN ENDS TO MOVE ON - ONE PER FILE RESEALED, HELD UNTIL
      *   EVERY FILE IN THE RUN HAS COME THROUGH AND THEN WRITTEN
      *   BACK TO EAUDCHN TOGETHER.
      ******************************************************************
       01 WS-CHAIN-MOVE-TABLE.
          05 WS-CHAIN-MOVE-COUNT      PIC 9(3) USAGE COMP VALUE ZERO.
          05 WS-CHAIN-MOVE-ENTRY OCCURS 3 TIMES.
             10 WS-CM-CHAIN-KEY       PIC X(18).
             10 WS-CM-NEW-END-VALUE   PIC X(8).
       01 WS-CHAIN-MOVE-INDEX         PIC 9(3) USAGE COMP.
      ******************************************************************
      *   COUNTS FOR THE WHOLE RUN.
      ******************************************************************
       01 WS-ACCOUNTS-READ-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-PURGED-COUNT             PIC 9(7) VALUE ZERO.
       01 WS-HELD-COUNT               PIC 9(7) VALUE ZERO.
       01 WS-NEW-PSEUDONYM-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-AUDIT-READ-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-AUDIT-REPLACED-COUNT     PIC 9(7) VALUE ZERO.
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
           PERFORM 2000-CHECK-ONE-ACCOUNT UNTIL WS-AT-EOF.

           IF RL-ST-GOOD
              PERFORM 3000-PSEUDONYMIZE-SIGNON-AUDIT
           END-IF.

           IF RL-ST-GOOD
              PERFORM 4000-PSEUDONYMIZE-MAINT-AUDIT
           END-IF.

           IF RL-ST-GOOD
              PERFORM 5000-PSEUDONYMIZE-ARCHIVE
           END-IF.

           IF RL-ST-GOOD
              PERFORM 8200-MOVE-CHAIN-ENDS-ON
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE FILES, LOAD THE LEGAL HOLDS, FIND THE LAST
      *    PSEUDONYM ISSUED AND PRIME THE FIRST ACCOUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM.

           SET WS-NOT-AT-EOF TO TRUE.

           PERFORM 1020-LOAD-RUN-PARAMETERS.

           OPEN I-O REGISTERED-USER-FILE.
           OPEN I-O EMP-MASTER-FILE.
           OPEN I-O PWD-HISTORY-FILE.
           OPEN I-O PRIVACY-XREF-FILE.
           OPEN I-O AUDIT-CHAIN-FILE.

           IF NOT WS-EREGUSR-OK
              DISPLAY 'ERROR: OPEN OF EREGUSR FAILED, STATUS='
                 WS-EREGUSR-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-EMPMST-OK
              DISPLAY 'ERROR: OPEN OF EEMPMST FAILED, STATUS='
                 WS-EMPMST-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-EPWDHST-OK
              DISPLAY 'ERROR: OPEN OF EPWDHST FAILED, STATUS='
                 WS-EPWDHST-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-XREF-OK
              DISPLAY 'ERROR: OPEN OF EPRVXRF FAILED, STATUS='
                 WS-XREF-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF NOT WS-AUDIT-CHAIN-OK
              DISPLAY 'ERROR: OPEN OF EAUDCHN FAILED, STATUS='
                 WS-AUDIT-CHAIN-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF RL-ST-GOOD
              PERFORM 1100-LOAD-LEGAL-HOLDS
           END-IF.

           IF RL-ST-GOOD
              PERFORM 1300-FIND-HIGHEST-PSEUDONYM
           END-IF.

           IF RL-ST-GOOD
              PERFORM 1500-READ-NEXT-ACCOUNT
           END-IF.

       1020-LOAD-RUN-PARAMETERS.
      *    FETCH THE RETENTION PERIOD THIS RUN WORKS TO - A PARAMETER
      *    MISSING FROM THE CATALOGUE STOPS THE RUN RATHER THAN PURGE
      *    AGAINST AN UNKNOWN PERIOD
           MOVE 'EPRVPRG ' TO PR-JOB-NAME.
           MOVE 'RETENTION-DAYS' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              MOVE PR-PARAM-NUMBER TO WS-PRIVACY-RETENTION-DAYS
              PERFORM 1030-SHOW-RUN-PARAMETER
              STRING 'RETAIN=' DELIMITED BY SIZE
                     WS-PRIVACY-RETENTION-DAYS DELIMITED BY SIZE
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

           DISPLAY 'EPRVPRG: PARAMETER ' PR-PARAM-NAME ' = '
              PR-PARAM-VALUE ' (' WS-PARM-SOURCE-TEXT ')'.

       1100-LOAD-LEGAL-HOLDS.
      *    TABLE EVERY USER LEGAL HAS ON HOLD.  WITHOUT THE LIST NO
      *    ONE CAN BE SAFELY PURGED, SO A MISSING LIST STOPS THE RUN,
      *    AS DOES ONE TOO LONG TO HOLD
           OPEN INPUT LEGAL-HOLD-FILE.

           IF NOT WS-HOLD-OK
              DISPLAY 'ERROR: OPEN OF ELGLHLD FAILED, STATUS='
                 WS-HOLD-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              PERFORM 1200-READ-ONE-HOLD
                 UNTIL WS-HOLD-EOF
                    OR RL-ST-FAILED
              CLOSE LEGAL-HOLD-FILE
              DISPLAY 'EPRVPRG: LEGAL HOLDS LOADED = ' WS-HOLD-COUNT
           END-IF.

       1200-READ-ONE-HOLD.
      *    ONE CARD OFF THE HOLD LIST INTO THE TABLE
           READ LEGAL-HOLD-FILE.

           EVALUATE TRUE
           WHEN WS-HOLD-EOF
                CONTINUE
           WHEN NOT WS-HOLD-OK
                DISPLAY 'ERROR: READ OF ELGLHLD FAILED, STATUS='
                   WS-HOLD-STATUS
                SET RL-ST-FAILED TO TRUE
                SET WS-AT-EOF TO TRUE
           WHEN LH-USER-ID IS EQUAL TO SPACES
                CONTINUE
           WHEN WS-HOLD-COUNT IS NOT LESS THAN 500
                DISPLAY 'ERROR: ELGLHLD HOLDS MORE THAN 500 USERS'
                SET RL-ST-FAILED TO TRUE
                SET WS-AT-EOF TO TRUE
           WHEN OTHER
                ADD 1 TO WS-HOLD-COUNT
                MOVE LH-USER-ID TO WS-HT-USER-ID (WS-HOLD-COUNT)
                MOVE LH-MATTER-REFERENCE TO WS-HT-MATTER (WS-HOLD-COUNT)
           END-EVALUATE.

       1300-FIND-HIGHEST-PSEUDONYM.
      *    READ THE CROSS-REFERENCE THROUGH FOR THE HIGHEST PSEUDONYM
      *    NUMBER ALREADY ISSUED - THE NEXT ONE FOLLOWS IT
           MOVE LOW-VALUES TO XR-USER-ID.

           START PRIVACY-XREF-FILE KEY IS NOT LESS THAN XR-USER-ID.

           IF WS-XREF-OK
              PERFORM 1400-READ-NEXT-XREF
                 UNTIL NOT WS-XREF-OK
              IF NOT WS-XREF-EOF
                 DISPLAY 'ERROR: READ OF EPRVXRF FAILED, STATUS='
                    WS-XREF-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              END-IF
           END-IF.

       1400-READ-NEXT-XREF.
      *    ONE CROSS-REFERENCE RECORD, KEEPING THE HIGHEST NUMBER
           READ PRIVACY-XREF-FILE NEXT RECORD.

           IF WS-XREF-OK
              AND XR-PSEUDONYM-NUMBER IS NUMERIC
              AND XR-PSEUDONYM-NUMBER IS GREATER THAN
                 WS-HIGHEST-PSEUDONYM
              MOVE XR-PSEUDONYM-NUMBER TO WS-HIGHEST-PSEUDONYM
           END-IF.

       1500-READ-NEXT-ACCOUNT.
      *    READ THE NEXT REGISTERED USER, SEQUENTIALLY, FROM THE FILE
           READ REGISTERED-USER-FILE NEXT RECORD.

           IF WS-EREGUSR-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-EREGUSR-OK
                 DISPLAY 'ERROR: READ OF EREGUSR FAILED, STATUS='
                    WS-EREGUSR-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-ACCOUNTS-READ-COUNT
              END-IF
           END-IF.

       2000-CHECK-ONE-ACCOUNT.
      *    AN INACTIVE PERSON'S ACCOUNT, NOT YET PURGED, WHOSE
      *    PASSWORD WAS LAST TOUCHED BEFORE THE RETENTION PERIOD IS
      *    PURGED UNLESS LEGAL HAS THEM ON HOLD.  A BLANK DATE MEANS
      *    THE PASSWORD WAS NEVER STAMPED, SO IT IS LEFT ALONE.
           MOVE ZERO TO WS-PASSWORD-AGE-DAYS.

           IF RU-ST-INACTIVE
              AND NOT RU-UT-SERVICE
              AND RU-PRIVACY-PURGED-DATE IS NOT NUMERIC
              AND RU-LED-DATE IS NUMERIC
              AND RU-LED-DATE IS NOT GREATER THAN WS-CURRENT-DATE
              MOVE RU-LED-DATE TO WS-LED-DATE-NUM
              COMPUTE WS-PASSWORD-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) -
                 FUNCTION INTEGER-OF-DATE(WS-LED-DATE-NUM)
              IF WS-PASSWORD-AGE-DAYS IS NOT LESS THAN
                 WS-PRIVACY-RETENTION-DAYS
                 PERFORM 2100-CHECK-LEGAL-HOLD
              END-IF
           END-IF.

           PERFORM 1500-READ-NEXT-ACCOUNT.

       2100-CHECK-LEGAL-HOLD.
      *    A USER ON THE HOLD LIST IS NAMED AND LEFT AS THEY ARE
           MOVE ZERO TO WS-HOLD-SLOT.
           MOVE 1 TO WS-HOLD-INDEX.
           PERFORM 2150-CHECK-ONE-HOLD
              UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
                 OR WS-HOLD-SLOT > ZERO.

           IF WS-HOLD-SLOT IS GREATER THAN ZERO
              ADD 1 TO WS-HELD-COUNT
              DISPLAY 'EPRVPRG: ON LEGAL HOLD, NOT PURGED - '
                 RU-USER-ID ' MATTER ' WS-HT-MATTER (WS-HOLD-SLOT)
           ELSE
              PERFORM 2200-PURGE-THE-ACCOUNT
           END-IF.

       2150-CHECK-ONE-HOLD.
      *    COMPARE ONE HOLD AGAINST THE ACCOUNT
           IF WS-HT-USER-ID (WS-HOLD-INDEX) IS EQUAL TO RU-USER-ID
              MOVE WS-HOLD-INDEX TO WS-HOLD-SLOT
           END-IF.

           ADD 1 TO WS-HOLD-INDEX.

       2200-PURGE-THE-ACCOUNT.
      *    GIVE THE USER THEIR PSEUDONYM FIRST - IF THAT CANNOT BE
      *    RECORDED NOTHING ELSE IS TOUCHED, SO THE AUDIT FILES CAN
      *    ALWAYS STILL BE RESOLVED BACK TO A PERSON
           PERFORM 2300-ASSIGN-PSEUDONYM.

           IF RL-ST-GOOD
              PERFORM 2400-BLANK-EMPLOYEE-DATA
              PERFORM 2500-DELETE-PASSWORD-HISTORY
              PERFORM 2600-BLANK-SECURITY-ANSWER
           END-IF.

       2300-ASSIGN-PSEUDONYM.
      *    A USER ALREADY ON THE CROSS-REFERENCE KEEPS THE PSEUDONYM
      *    THEY HAVE; ANYONE ELSE IS GIVEN THE NEXT NUMBER
           MOVE RU-USER-ID TO XR-USER-ID.

           READ PRIVACY-XREF-FILE.

           IF NOT WS-XREF-OK
              AND WS-XREF-STATUS IS NOT EQUAL TO '23'
              DISPLAY 'ERROR: READ OF EPRVXRF FAILED, STATUS='
                 WS-XREF-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           IF WS-XREF-STATUS IS EQUAL TO '23'
              INITIALIZE PRIVACY-XREF-RECORD
              MOVE RU-USER-ID TO XR-USER-ID
              ADD 1 TO WS-HIGHEST-PSEUDONYM
              MOVE WS-PSEUDONYM-MARK TO XR-PSEUDONYM-MARK
              MOVE WS-HIGHEST-PSEUDONYM TO XR-PSEUDONYM-NUMBER
              MOVE WS-CURRENT-DATE TO XR-PURGE-DATE
              MOVE RU-LED-DATE TO XR-LAST-EFFECTIVE-DATE

              WRITE PRIVACY-XREF-RECORD

              IF NOT WS-XREF-OK
                 DISPLAY 'ERROR: WRITE TO EPRVXRF FAILED, STATUS='
                    WS-XREF-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-NEW-PSEUDONYM-COUNT
              END-IF
           END-IF.

       2400-BLANK-EMPLOYEE-DATA.
      *    THE PERSON GOES FROM THE EMPLOYEE MASTER - DEPARTMENT,
      *    TITLE AND MANAGER STAY FOR THE STATISTICS.  A USER WITH NO
      *    EMPLOYEE RECORD HAS NOTHING TO BLANK.
           MOVE RU-USER-ID TO EM-USER-ID.

           READ EMP-MASTER-FILE.

           IF WS-EMPMST-OK
              MOVE SPACES TO EM-EMPLOYEE-NAME
              MOVE SPACES TO EM-LOCATION
              MOVE SPACES TO EM-PHONE-NUMBER

              REWRITE EMPLOYEE-MASTER-RECORD

              IF NOT WS-EMPMST-OK
                 DISPLAY 'ERROR: REWRITE TO EEMPMST FAILED, STATUS='
                    WS-EMPMST-STATUS
                 SET RL-ST-FAILED TO TRUE
              END-IF
           END-IF.

       2500-DELETE-PASSWORD-HISTORY.
      *    THE OLD PASSWORD HASHES GO ENTIRELY - A HISTORY ALREADY
      *    GONE IS NOT AN ERROR
           MOVE RU-USER-ID TO PHF-USER-ID.

           DELETE PWD-HISTORY-FILE RECORD.

           IF NOT WS-EPWDHST-OK
              AND WS-EPWDHST-STATUS IS NOT EQUAL TO '23'
              DISPLAY 'ERROR: DELETE FROM EPWDHST FAILED, STATUS='
                 WS-EPWDHST-STATUS
              SET RL-ST-FAILED TO TRUE
           END-IF.

       2600-BLANK-SECURITY-ANSWER.
      *    BLANK THE SECURITY QUESTION AND ANSWER AND STAMP THE
      *    ACCOUNT PURGED SO NO LATER RUN TAKES IT AGAIN
           MOVE SPACES TO RU-SECURITY-QUESTION-NUM.
           MOVE SPACES TO RU-SECURITY-ANSWER-HASH.
           MOVE WS-CURRENT-DATE TO RU-PRIVACY-PURGED-DATE.

           REWRITE REG-USER-RECORD.

           IF NOT WS-EREGUSR-OK
              DISPLAY 'ERROR: REWRITE TO EREGUSR FAILED, STATUS='
                 WS-EREGUSR-STATUS
              SET RL-ST-FAILED TO TRUE
           ELSE
              ADD 1 TO WS-PURGED-COUNT
           END-IF.

       3000-PSEUDONYMIZE-SIGNON-AUDIT.
      *    SORT THE LIVE SIGN-ON AUDIT INTO WRITE ORDER, PROVE IT,
      *    REPLACE AND RESEAL IT ONTO ESONAUDP
           SET WS-WALKING-SIGNON-AUDIT TO TRUE.
           MOVE AC-SIGNON-AUDIT-FILENAME TO WS-WALK-FILE-NAME.
           PERFORM 3900-READ-CHAIN-HEAD.

           OPEN INPUT SIGNON-AUDIT-FILE.
           OPEN OUTPUT SIGNON-OUTPUT-FILE.

           IF NOT WS-AUDIT-INPUT-OK
              DISPLAY 'ERROR: OPEN OF ESONAUD FAILED, STATUS='
                 WS-AUDIT-INPUT-STATUS
              SET RL-ST-FAILED TO TRUE
           ELSE
              PERFORM 6000-START-THE-WALK
              SORT SORT-WORK-FILE
                 ON ASCENDING KEY SR-SORT-CLASS
                                  SR-SORT-SEQUENCE
                                  SR-AUDIT-STAMP
                 INPUT PROCEDURE IS 3100-RELEASE-SIGNON-RECORDS
                 OUTPUT PROCEDURE IS 7000-RESEAL-THE-CHAIN
              CLOSE SIGNON-AUDIT-FILE
              PERFORM 8000-FINISH-THE-WALK
           END-IF.

           CLOSE SIGNON-OUTPUT-FILE.

       3100-RELEASE-SIGNON-RECORDS.
      *    FEED EVERY LIVE SIGN-ON AUDIT RECORD TO THE SORT
           SET WS-NOT-AT-EOF TO TRUE.
           PERFORM 3200-READ-SIGNON-RECORD.
           PERFORM 3300-RELEASE-SIGNON-RECORD UNTIL WS-AT-EOF.

       3200-READ-SIGNON-RECORD.
      *    READ THE NEXT LIVE SIGN-ON AUDIT RECORD
           READ SIGNON-AUDIT-FILE.
           PERFORM 3250-CHECK-AUDIT-READ.

       3250-CHECK-AUDIT-READ.
      *    END OF THE AUDIT FILE BEING READ, OR A READ ERROR ON IT
           IF WS-AUDIT-INPUT-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-AUDIT-INPUT-OK
                 DISPLAY 'ERROR: READ OF ' WS-WALK-FILE-NAME
                    ' FAILED, STATUS=' WS-AUDIT-INPUT-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-CHAIN-BROKEN TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-FILE-READ-COUNT
              END-IF
           END-IF.

       3300-RELEASE-SIGNON-RECORD.
      *    HAND ONE LIVE RECORD TO THE SORT AND READ THE NEXT
           MOVE SIGNON-INPUT-RECORD TO SIGNON-AUDIT-RECORD.
           PERFORM 3400-BUILD-SIGNON-SORT-RECORD.
           RELEASE SORT-WORK-RECORD.
           PERFORM 3200-READ-SIGNON-RECORD.

       3400-BUILD-SIGNON-SORT-RECORD.
      *    RECORDS WRITTEN BEFORE CHAINING BEGAN GO FIRST, IN TIME
      *    ORDER; THE CHAINED ONES FOLLOW ON THEIR SEQUENCE
           MOVE SPACES TO SORT-WORK-RECORD.

           IF AU-CHAIN-SEQUENCE IS NUMERIC
              AND AU-CHAIN-SEQUENCE IS GREATER THAN ZERO
              SET SR-CHAINED TO TRUE
              MOVE AU-CHAIN-SEQUENCE TO SR-SORT-SEQUENCE
           ELSE
              SET SR-UNSEALED TO TRUE
              MOVE ZERO TO SR-SORT-SEQUENCE
           END-IF.

           MOVE AU-TIMESTAMP TO SR-AUDIT-STAMP.
           MOVE SIGNON-AUDIT-RECORD TO SR-AUDIT-RECORD.

       3900-READ-CHAIN-HEAD.
      *    WHERE THE LIVE FILE'S CHAIN STARTS AND ENDS.  NO HEAD MEANS
      *    NOTHING HAS BEEN SEALED YET - A CHAINED RECORD FOUND IS
      *    THEN A BREAK IN ITSELF
           INITIALIZE AUDIT-CHAIN-RECORD.
           MOVE WS-WALK-FILE-NAME TO CC-FILE-NAME.
           SET CC-CHAIN-HEAD TO TRUE.
           MOVE ZERO TO CC-ENTRY-SEQUENCE.

           READ AUDIT-CHAIN-FILE.

           IF WS-AUDIT-CHAIN-OK
              PERFORM 3950-TAKE-CHAIN-BOUNDS
           ELSE
              SET WS-BOUNDS-NOT-KNOWN TO TRUE
           END-IF.

       3950-TAKE-CHAIN-BOUNDS.
      *    THE HEAD OR ANCHOR JUST READ SAYS WHERE THE WALK STARTS,
      *    WHAT THE FIRST RECORD LINKS BACK TO AND WHERE IT ENDS
           SET WS-BOUNDS-KNOWN TO TRUE.
           MOVE CC-CHAIN-KEY TO WS-CHAIN-KEY-SAVE.
           MOVE CC-FIRST-SEQUENCE TO WS-EXPECTED-SEQUENCE.
           MOVE CC-BASE-CHAIN-VALUE TO WS-OLD-PRIOR-VALUE.
           MOVE CC-BASE-CHAIN-VALUE TO WS-NEW-PRIOR-VALUE.
           MOVE CC-LAST-SEQUENCE TO WS-END-SEQUENCE.

       4000-PSEUDONYMIZE-MAINT-AUDIT.
      *    SORT THE MAINTENANCE AUDIT INTO WRITE ORDER, PROVE IT,
      *    REPLACE AND RESEAL IT ONTO EMNTAUDP
           SET WS-WALKING-MAINT-AUDIT TO TRUE.
           MOVE AC-MAINT-AUDIT-FILENAME TO WS-WALK-FILE-NAME.
           PERFORM 3900-READ-CHAIN-HEAD.

           OPEN INPUT MAINT-AUDIT-FILE.
           OPEN OUTPUT MAINT-OUTPUT-FILE.

           IF NOT WS-AUDIT-INPUT-OK
              DISPLAY 'ERROR: OPEN OF EMNTAUD FAILED, STATUS='
                 WS-AUDIT-INPUT-STATUS
              SET RL-ST-FAILED TO TRUE
           ELSE
              PERFORM 6000-START-THE-WALK
              SORT SORT-WORK-FILE
                 ON ASCENDING KEY SR-SORT-CLASS
                                  SR-SORT-SEQUENCE
                                  SR-AUDIT-STAMP
                 INPUT PROCEDURE IS 4100-RELEASE-MAINT-RECORDS
                 OUTPUT PROCEDURE IS 7000-RESEAL-THE-CHAIN
              CLOSE MAINT-AUDIT-FILE
              PERFORM 8000-FINISH-THE-WALK
           END-IF.

           CLOSE MAINT-OUTPUT-FILE.

       4100-RELEASE-MAINT-RECORDS.
      *    FEED EVERY MAINTENANCE AUDIT RECORD TO THE SORT
           SET WS-NOT-AT-EOF TO TRUE.
           PERFORM 4200-READ-MAINT-RECORD.
           PERFORM 4300-RELEASE-MAINT-RECORD UNTIL WS-AT-EOF.

       4200-READ-MAINT-RECORD.
      *    READ THE NEXT MAINTENANCE AUDIT RECORD
           READ MAINT-AUDIT-FILE.
           PERFORM 3250-CHECK-AUDIT-READ.

       4300-RELEASE-MAINT-RECORD.
      *    HAND ONE MAINTENANCE RECORD TO THE SORT AND READ THE NEXT
           MOVE MAINT-INPUT-RECORD TO MAINT-AUDIT-RECORD.
           MOVE SPACES TO SORT-WORK-RECORD.

           IF MA-CHAIN-SEQUENCE IS NUMERIC
              AND MA-CHAIN-SEQUENCE IS GREATER THAN ZERO
              SET SR-CHAINED TO TRUE
              MOVE MA-CHAIN-SEQUENCE TO SR-SORT-SEQUENCE
           ELSE
              SET SR-UNSEALED TO TRUE
              MOVE ZERO TO SR-SORT-SEQUENCE
           END-IF.

           MOVE MA-TIMESTAMP TO SR-AUDIT-STAMP.
           MOVE MAINT-AUDIT-RECORD TO SR-AUDIT-RECORD.

           RELEASE SORT-WORK-RECORD.
           PERFORM 4200-READ-MAINT-RECORD.

       5000-PSEUDONYMIZE-ARCHIVE.
      *    A SONAUDA GENERATION IS OPTIONAL ON ANY ONE RUN - WHEN ONE
      *    IS SUPPLIED ITS CHAIN IS FOUND ON THE ARCHIVE ANCHOR
      *    EAUDRET FILED FOR IT, ONCE ITS LOWEST SEQUENCE IS KNOWN
           SET WS-WALKING-ARCHIVE TO TRUE.
           MOVE AC-SIGNON-AUDIT-FILENAME TO WS-WALK-FILE-NAME.
           SET WS-BOUNDS-NOT-KNOWN TO TRUE.

           OPEN INPUT AUDIT-ARCHIVE-FILE.

           IF NOT WS-AUDIT-INPUT-OK
              DISPLAY 'EPRVPRG: NO SONAUDA GENERATION, STATUS='
                 WS-AUDIT-INPUT-STATUS
           ELSE
              OPEN OUTPUT ARCHIVE-OUTPUT-FILE
              PERFORM 6000-START-THE-WALK
              SORT SORT-WORK-FILE
                 ON ASCENDING KEY SR-SORT-CLASS
                                  SR-SORT-SEQUENCE
                                  SR-AUDIT-STAMP
                 INPUT PROCEDURE IS 5100-RELEASE-ARCHIVE-RECORDS
                 OUTPUT PROCEDURE IS 7000-RESEAL-THE-CHAIN
              CLOSE AUDIT-ARCHIVE-FILE
              CLOSE ARCHIVE-OUTPUT-FILE
              PERFORM 8000-FINISH-THE-WALK
           END-IF.

       5100-RELEASE-ARCHIVE-RECORDS.
      *    FEED EVERY RECORD OF THE ARCHIVE GENERATION TO THE SORT
           SET WS-NOT-AT-EOF TO TRUE.
           PERFORM 5200-READ-ARCHIVE-RECORD.
           PERFORM 5300-RELEASE-ARCHIVE-RECORD UNTIL WS-AT-EOF.

       5200-READ-ARCHIVE-RECORD.
      *    READ THE NEXT ARCHIVED SIGN-ON AUDIT RECORD
           READ AUDIT-ARCHIVE-FILE.
           PERFORM 3250-CHECK-AUDIT-READ.

       5300-RELEASE-ARCHIVE-RECORD.
      *    HAND ONE ARCHIVED RECORD TO THE SORT AND READ THE NEXT
           MOVE ARCHIVE-INPUT-RECORD TO SIGNON-AUDIT-RECORD.
           PERFORM 3400-BUILD-SIGNON-SORT-RECORD.
           RELEASE SORT-WORK-RECORD.
           PERFORM 5200-READ-ARCHIVE-RECORD.

       6000-START-THE-WALK.
      *    CLEAR THE PER-FILE COUNTS BEFORE THE FILE IS SORTED
           MOVE ZERO TO WS-FILE-READ-COUNT.
           MOVE ZERO TO WS-FILE-REPLACED-COUNT.
           SET WS-CHAIN-WHOLE TO TRUE.

       6500-FIND-ARCHIVE-ANCHOR.
      *    AN ARCHIVE GENERATION STARTS AT ITS LOWEST SEQUENCE - THE
      *    ANCHOR FILED UNDER THAT SEQUENCE SAYS WHAT IT LINKS BACK
      *    TO AND WHERE IT MUST END
           INITIALIZE AUDIT-CHAIN-RECORD.
           MOVE AC-SIGNON-AUDIT-FILENAME TO CC-FILE-NAME.
           SET CC-ARCHIVE-ANCHOR TO TRUE.
           MOVE SR-SORT-SEQUENCE TO CC-ENTRY-SEQUENCE.

           READ AUDIT-CHAIN-FILE.

           IF WS-AUDIT-CHAIN-OK
              PERFORM 3950-TAKE-CHAIN-BOUNDS
           END-IF.

       7000-RESEAL-THE-CHAIN.
      *    TAKE THE SORTED RECORDS BACK IN WRITE ORDER, PROVE, REPLACE
      *    AND RESEAL EACH ONE
           SET WS-NOT-AT-EOF TO TRUE.
           PERFORM 7100-RETURN-SORTED-RECORD.
           PERFORM 7200-HANDLE-ONE-RECORD UNTIL WS-AT-EOF.

       7100-RETURN-SORTED-RECORD.
      *    NEXT RECORD IN WRITE ORDER
           RETURN SORT-WORK-FILE
              AT END
                 SET WS-AT-EOF TO TRUE
           END-RETURN.

       7200-HANDLE-ONE-RECORD.
      *    A SEALED RECORD IS PROVEN AGAINST THE OLD CHAIN BEFORE ITS
      *    IDS ARE REPLACED AND IT IS SEALED INTO THE NEW ONE; AN
      *    UNSEALED ONE IS ONLY REPLACED
           IF SR-CHAINED
              IF WS-WALKING-ARCHIVE
                 AND WS-BOUNDS-NOT-KNOWN
                 PERFORM 6500-FIND-ARCHIVE-ANCHOR
              END-IF
              PERFORM 7300-PROVE-SEALED-RECORD
           END-IF.

           PERFORM 7500-REPLACE-USER-IDS.

           IF SR-CHAINED
              PERFORM 7600-RESEAL-THE-RECORD
           END-IF.

           PERFORM 7700-WRITE-OUTPUT-RECORD.
           PERFORM 7100-RETURN-SORTED-RECORD.

       7300-PROVE-SEALED-RECORD.
      *    THE RECORD MUST BE THE NEXT IN SEQUENCE, INSIDE THE
      *    RECORDED END, AND MUST RESEAL TO ITS OWN STORED VALUE FROM
      *    THE ONE BEFORE IT.  ANY BREAK STOPS THE RUN - THE FILE IS
      *    FOR EAUDVFY AND SECURITY TO LOOK AT, NOT FOR A PURGE TO
      *    PAPER OVER
           PERFORM 7400-UNPACK-SORTED-RECORD.

           IF WS-BOUNDS-NOT-KNOWN
              OR SR-SORT-SEQUENCE IS NOT EQUAL TO WS-EXPECTED-SEQUENCE
              OR SR-SORT-SEQUENCE IS GREATER THAN WS-END-SEQUENCE
              SET WS-CHAIN-BROKEN TO TRUE
           ELSE
              MOVE WS-OLD-PRIOR-VALUE TO WS-CHECK-CHAIN-VALUE
              PERFORM 7450-SEAL-UNPACKED-RECORD
              IF WS-CHECK-CHAIN-VALUE IS NOT EQUAL TO
                 WS-STORED-CHAIN-VALUE
                 SET WS-CHAIN-BROKEN TO TRUE
              END-IF
           END-IF.

           IF WS-CHAIN-BROKEN
              AND RL-ST-GOOD
              DISPLAY 'ERROR: ' WS-WALK-FILE-NAME
                 ' CHAIN BROKEN AT SEQUENCE ' SR-SORT-SEQUENCE
                 ' - RUN EAUDVFY, NOTHING REPLACED'
              SET RL-ST-FAILED TO TRUE
           END-IF.

           COMPUTE WS-EXPECTED-SEQUENCE = SR-SORT-SEQUENCE + 1.
           MOVE WS-STORED-CHAIN-VALUE TO WS-OLD-PRIOR-VALUE.

       7400-UNPACK-SORTED-RECORD.
      *    LAY THE SORTED RECORD BACK OVER ITS OWN LAYOUT AND PULL
      *    OUT THE CHECK VALUE IT WAS SEALED WITH
           IF WS-WALKING-MAINT-AUDIT
              MOVE SR-AUDIT-RECORD TO MAINT-AUDIT-RECORD
              MOVE MA-CHAIN-VALUE TO WS-STORED-CHAIN-VALUE
           ELSE
              MOVE SR-AUDIT-RECORD TO SIGNON-AUDIT-RECORD
              MOVE AU-CHAIN-VALUE TO WS-STORED-CHAIN-VALUE
           END-IF.

       7450-SEAL-UNPACKED-RECORD.
      *    COMPUTE THE CHECK VALUE EXACTLY AS EAUDWRT DOES - OVER THE
      *    RECORD WITH ITS OWN VALUE BLANKED, FROM THE PRIOR VALUE
      *    PASSED IN WS-CHECK-CHAIN-VALUE, WHICH IS RETURNED SEALED
           MOVE SPACES TO WS-HASH-TEXT.

           IF WS-WALKING-MAINT-AUDIT
              MOVE SPACES TO MA-CHAIN-VALUE
              MOVE MAINT-AUDIT-RECORD TO WS-HASH-TEXT
              MOVE LENGTH OF MAINT-AUDIT-RECORD TO WS-HASH-LENGTH
           ELSE
              MOVE SPACES TO AU-CHAIN-VALUE
              MOVE SIGNON-AUDIT-RECORD TO WS-HASH-TEXT
              MOVE LENGTH OF SIGNON-AUDIT-RECORD TO WS-HASH-LENGTH
           END-IF.

           MOVE WS-CHECK-CHAIN-VALUE TO WS-STORED-CHAIN-VALUE.

           CALL 'EAUDHSH' USING WS-STORED-CHAIN-VALUE
                                WS-HASH-TEXT
                                WS-HASH-LENGTH
                                WS-CHECK-CHAIN-VALUE.

           PERFORM 7400-UNPACK-SORTED-RECORD.

       7500-REPLACE-USER-IDS.
      *    EVERY USER ID ON THE RECORD THAT IS ON THE CROSS-REFERENCE
      *    BECOMES ITS PSEUDONYM
           IF WS-WALKING-MAINT-AUDIT
              MOVE SR-AUDIT-RECORD TO MAINT-AUDIT-RECORD
              MOVE MA-ADMIN-ID TO WS-LOOKUP-USER-ID
              PERFORM 7550-LOOK-UP-PSEUDONYM
              IF WS-LOOKUP-FOUND
                 MOVE XR-PSEUDONYM TO MA-ADMIN-ID
              END-IF
              MOVE MA-TARGET-KEY TO WS-LOOKUP-USER-ID
              PERFORM 7550-LOOK-UP-PSEUDONYM
              IF WS-LOOKUP-FOUND
                 MOVE XR-PSEUDONYM TO MA-TARGET-KEY
              END-IF
              MOVE MA-BEFORE-IMAGE TO WS-IMAGE-TEXT
              PERFORM 7560-REPLACE-IN-IMAGE
              MOVE WS-IMAGE-TEXT TO MA-BEFORE-IMAGE
              MOVE MA-AFTER-IMAGE TO WS-IMAGE-TEXT
              PERFORM 7560-REPLACE-IN-IMAGE
              MOVE WS-IMAGE-TEXT TO MA-AFTER-IMAGE
              MOVE MAINT-AUDIT-RECORD TO SR-AUDIT-RECORD
           ELSE
              MOVE SR-AUDIT-RECORD TO SIGNON-AUDIT-RECORD
              MOVE AU-USER-ID TO WS-LOOKUP-USER-ID
              PERFORM 7550-LOOK-UP-PSEUDONYM
              IF WS-LOOKUP-FOUND
                 MOVE XR-PSEUDONYM TO AU-USER-ID
              END-IF
              MOVE SIGNON-AUDIT-RECORD TO SR-AUDIT-RECORD
           END-IF.

       7550-LOOK-UP-PSEUDONYM.
      *    IS THIS ID ON THE CROSS-REFERENCE?  SPACES AND IDS ALREADY
      *    REPLACED NEVER ARE
           SET WS-LOOKUP-NOT-FOUND TO TRUE.

           IF WS-LOOKUP-USER-ID IS NOT EQUAL TO SPACES
              AND WS-LOOKUP-USER-ID (1:1) IS NOT EQUAL TO
                 WS-PSEUDONYM-MARK
              MOVE WS-LOOKUP-USER-ID TO XR-USER-ID
              READ PRIVACY-XREF-FILE
              IF WS-XREF-OK
                 SET WS-LOOKUP-FOUND TO TRUE
                 ADD 1 TO WS-FILE-REPLACED-COUNT
              END-IF
           END-IF.

       7560-REPLACE-IN-IMAGE.
      *    A BEFORE OR AFTER IMAGE CAN NAME A USER ANYWHERE IN IT -
      *    A MANAGER, A HEAD, A DELEGATE - SO EVERY EIGHT-BYTE
      *    STRETCH OF IT IS LOOKED UP, STEPPING PAST ANY REPLACED
           MOVE 1 TO WS-IMAGE-POSITION.
           PERFORM 7570-CHECK-IMAGE-STRETCH
              UNTIL WS-IMAGE-POSITION IS GREATER THAN 13.

       7570-CHECK-IMAGE-STRETCH.
      *    LOOK UP THE EIGHT BYTES AT THIS POSITION - NO USER ID
      *    STARTS WITH A SPACE, SO THOSE ARE PASSED BY
           IF WS-IMAGE-TEXT (WS-IMAGE-POSITION:1) IS EQUAL TO SPACE
              SET WS-LOOKUP-NOT-FOUND TO TRUE
           ELSE
              MOVE WS-IMAGE-TEXT (WS-IMAGE-POSITION:8)
                 TO WS-LOOKUP-USER-ID
              PERFORM 7550-LOOK-UP-PSEUDONYM
           END-IF.

           IF WS-LOOKUP-FOUND
              MOVE XR-PSEUDONYM TO WS-IMAGE-TEXT (WS-IMAGE-POSITION:8)
              ADD 8 TO WS-IMAGE-POSITION
           ELSE
              ADD 1 TO WS-IMAGE-POSITION
           END-IF.

       7600-RESEAL-THE-RECORD.
      *    SEAL THE REPLACED RECORD INTO THE NEW CHAIN FROM THE NEW
      *    VALUE BEFORE IT
           PERFORM 7400-UNPACK-SORTED-RECORD.
           MOVE WS-NEW-PRIOR-VALUE TO WS-CHECK-CHAIN-VALUE.
           PERFORM 7450-SEAL-UNPACKED-RECORD.
           MOVE WS-CHECK-CHAIN-VALUE TO WS-NEW-PRIOR-VALUE.

           IF WS-WALKING-MAINT-AUDIT
              MOVE WS-CHECK-CHAIN-VALUE TO MA-CHAIN-VALUE
              MOVE MAINT-AUDIT-RECORD TO SR-AUDIT-RECORD
           ELSE
              MOVE WS-CHECK-CHAIN-VALUE TO AU-CHAIN-VALUE
              MOVE SIGNON-AUDIT-RECORD TO SR-AUDIT-RECORD
           END-IF.

       7700-WRITE-OUTPUT-RECORD.
      *    WRITE THE RECORD TO THE FILE THAT WILL REPLACE ITS OWN
           EVALUATE TRUE
           WHEN WS-WALKING-SIGNON-AUDIT
                MOVE SR-AUDIT-RECORD TO SIGNON-OUTPUT-RECORD
                WRITE SIGNON-OUTPUT-RECORD
           WHEN WS-WALKING-MAINT-AUDIT
                MOVE SR-AUDIT-RECORD TO MAINT-OUTPUT-RECORD
                WRITE MAINT-OUTPUT-RECORD
           WHEN OTHER
                MOVE SR-AUDIT-RECORD TO ARCHIVE-OUTPUT-RECORD
                WRITE ARCHIVE-OUTPUT-RECORD
           END-EVALUATE.

           IF NOT WS-AUDIT-OUTPUT-OK
              DISPLAY 'ERROR: WRITE OF REPLACEMENT ' WS-WALK-FILE-NAME
                 ' FAILED, STATUS=' WS-AUDIT-OUTPUT-STATUS
              SET RL-ST-FAILED TO TRUE
           END-IF.

       8000-FINISH-THE-WALK.
      *    A WHOLE CHAIN THAT REACHED ITS RECORDED END MOVES ITS HEAD
      *    OR ANCHOR ON TO THE NEW END VALUE; THE BASE IT LINKS BACK
      *    TO IS UNCHANGED.  A RECORDED END NOT REACHED IS A BREAK.
           IF WS-BOUNDS-KNOWN
              AND WS-CHAIN-WHOLE
              AND WS-EXPECTED-SEQUENCE IS NOT GREATER THAN
                 WS-END-SEQUENCE
              SET WS-CHAIN-BROKEN TO TRUE
              DISPLAY 'ERROR: ' WS-WALK-FILE-NAME
                 ' CHAIN TRUNCATED BEFORE SEQUENCE ' WS-END-SEQUENCE
                 ' - RUN EAUDVFY, NOTHING REPLACED'
              SET RL-ST-FAILED TO TRUE
           END-IF.

           IF WS-BOUNDS-KNOWN
              AND WS-CHAIN-WHOLE
              AND RL-ST-GOOD
              PERFORM 8050-HOLD-CHAIN-END
           END-IF.

           ADD WS-FILE-READ-COUNT TO WS-AUDIT-READ-COUNT.
           ADD WS-FILE-REPLACED-COUNT TO WS-AUDIT-REPLACED-COUNT.

           DISPLAY 'EPRVPRG: ' WS-WALK-FILE-NAME ' READ = '
              WS-FILE-READ-COUNT ' IDS REPLACED = '
              WS-FILE-REPLACED-COUNT.

       8050-HOLD-CHAIN-END.
      *    NOTE THE HEAD OR ANCHOR AND ITS NEW END VALUE - NOTHING IS
      *    REWRITTEN UNTIL EVERY FILE IN THE RUN HAS COME THROUGH
           ADD 1 TO WS-CHAIN-MOVE-COUNT.
           MOVE WS-CHAIN-KEY-SAVE
              TO WS-CM-CHAIN-KEY (WS-CHAIN-MOVE-COUNT).
           MOVE WS-NEW-PRIOR-VALUE
              TO WS-CM-NEW-END-VALUE (WS-CHAIN-MOVE-COUNT).

       8100-MOVE-CHAIN-END-ON.
      *    REREAD ONE HEAD OR ANCHOR AND GIVE IT ITS NEW END VALUE
           ADD 1 TO WS-CHAIN-MOVE-INDEX.
           MOVE WS-CM-CHAIN-KEY (WS-CHAIN-MOVE-INDEX) TO CC-CHAIN-KEY.

           READ AUDIT-CHAIN-FILE.

           IF WS-AUDIT-CHAIN-OK
              MOVE WS-CM-NEW-END-VALUE (WS-CHAIN-MOVE-INDEX)
                 TO CC-LAST-CHAIN-VALUE
              MOVE WS-CURRENT-DATE TO CC-UPDATE-DATE
              MOVE WS-RUN-START-TIME (1:6) TO CC-UPDATE-TIME
              REWRITE AUDIT-CHAIN-RECORD
           END-IF.

           IF NOT WS-AUDIT-CHAIN-OK
              DISPLAY 'ERROR: REWRITE OF EAUDCHN FAILED, STATUS='
                 WS-AUDIT-CHAIN-STATUS
              SET RL-ST-FAILED TO TRUE
           END-IF.

       8200-MOVE-CHAIN-ENDS-ON.
      *    EVERY FILE CAME THROUGH WHOLE AND RESEALED - MOVE ALL THE
      *    HEADS AND ANCHORS ON NOW, STOPPING AT ANY THAT FAILS
           MOVE ZERO TO WS-CHAIN-MOVE-INDEX.
           PERFORM 8100-MOVE-CHAIN-END-ON
              UNTIL WS-CHAIN-MOVE-INDEX IS NOT LESS THAN
                 WS-CHAIN-MOVE-COUNT
                 OR RL-ST-FAILED.

       9000-TERMINATE.
      *    CLOSE ALL THE FILES AND REPORT WHAT WAS DONE
           CLOSE REGISTERED-USER-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE PWD-HISTORY-FILE.
           CLOSE PRIVACY-XREF-FILE.
           CLOSE AUDIT-CHAIN-FILE.

           DISPLAY 'EPRVPRG: ACCOUNTS READ     = '
              WS-ACCOUNTS-READ-COUNT.
           DISPLAY 'EPRVPRG: ACCOUNTS PURGED   = '
              WS-PURGED-COUNT.
           DISPLAY 'EPRVPRG: HELD FOR LEGAL    = '
              WS-HELD-COUNT.
           DISPLAY 'EPRVPRG: NEW PSEUDONYMS    = '
              WS-NEW-PSEUDONYM-COUNT.
           DISPLAY 'EPRVPRG: AUDIT RECORDS READ = '
              WS-AUDIT-READ-COUNT.
           DISPLAY 'EPRVPRG: AUDIT IDS REPLACED = '
              WS-AUDIT-REPLACED-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
      *    SCHEDULE FROM ONE SCREEN
           ACCEPT WS-RUN-END-TIME FROM TIME.

           MOVE 'EPRVPRG ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-ACCOUNTS-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-PURGED-COUNT TO RL-RECORDS-APPLIED.
           MOVE WS-HELD-COUNT TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
