       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIMLNE.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - INCIDENT TIMELINE BATCH PROGRAM
      *        AN OVERNIGHT BATCH JOB, RUN OUTSIDE CICS, THAT WORKS
      *        THE REQUESTS QUEUED ON ETIMREQ BY THE ETLQ SCREEN.
      *        FOR EACH QUEUED REQUEST IT PULLS EVERY ESONAUD SIGN-ON
      *        ATTEMPT, EMNTAUD ADMINISTRATIVE ACTION, ETRNUSE
      *        DISPATCHED TRANSACTION AND FIRECALL USE (THE FIRUSE
      *        ENTRIES EAUTHCK WRITES TO EMNTAUD) FOR THE REQUESTED
      *        USER OR TERMINAL INSIDE THE REQUESTED WINDOW, SORTS
      *        THEM INTO ONE CHRONOLOGICAL TIMELINE AND PRINTS IT TO
      *        THE TIMLRPT REPORT - EACH LINE LABELLED WITH ITS
      *        SOURCE AND CARRYING THE PERSON'S NAME FROM EEMPMST AND
      *        THE TERMINAL'S LOCATION FROM ETRMMST.  EVENTS THAT DO
      *        NOT CARRY A TERMINAL ARE PLACED AT THE TERMINAL OF THE
      *        USER'S LAST SUCCESSFUL SIGN-ON BEFORE THEM.  A
      *        TERMINAL REQUEST FOLLOWS EVERY USER WHO SIGNED ON AT
      *        THAT TERMINAL, FOR AS LONG AS THEIR SESSION WAS THERE.
      *        WHEN THE WINDOW REACHES BACK PAST THE FIRST RECORD
      *        STILL ON THE LIVE ESONAUD FILE THE SONAUDA ARCHIVE IS
      *        READ AS WELL.  THE REQUEST IS THEN MARKED DELIVERED
      *        WITH ITS EVENT COUNT SO THE SCREEN SHOWS IT FILLED.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMELINE-REQUEST-FILE ASSIGN TO ETIMREQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-REQUEST-KEY
              FILE STATUS IS WS-REQUEST-STATUS.

           SELECT SIGNON-AUDIT-FILE ASSIGN TO ESONAUD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SIGNON-AUDIT-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO SONAUDA
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO EMNTAUD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           SELECT USAGE-INPUT-FILE ASSIGN TO ETRNUSE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-USAGE-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO EEMPMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EM-USER-ID
              FILE STATUS IS WS-EMPMST-STATUS.

           SELECT TERMINAL-MASTER-FILE ASSIGN TO ETRMMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TM-TERMINAL-ID
              FILE STATUS IS WS-TRMMST-STATUS.

           SELECT TIMELINE-REPORT-FILE ASSIGN TO TIMLRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMELINE-REQUEST-FILE.
       COPY ETIMREQ.

       FD  SIGNON-AUDIT-FILE.
       01 SIGNON-INPUT-RECORD         PIC X(67).

       FD  AUDIT-ARCHIVE-FILE.
       01 ARCHIVE-INPUT-RECORD        PIC X(67).

       FD  MAINT-AUDIT-FILE.
       01 MAINT-INPUT-RECORD          PIC X(100).

       FD  USAGE-INPUT-FILE.
       COPY ETRNUSE.

       FD  EMP-MASTER-FILE.
       COPY EEMPMST.

       FD  TERMINAL-MASTER-FILE.
       COPY ETRMMST.

       FD  TIMELINE-REPORT-FILE.
       01 WS-REPORT-LINE              PIC X(80).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
          05 SR-EVENT-STAMP           PIC X(14).
          05 SR-SOURCE-RANK           PIC X(1).
          05 SR-PRINT-SWITCH          PIC X(1).
             88 SR-PRINT-ALWAYS             VALUE 'P'.
             88 SR-PRINT-IF-AT-TERMINAL     VALUE 'S'.
             88 SR-CONTEXT-ONLY             VALUE 'C'.
          05 SR-SOURCE-LABEL          PIC X(6).
          05 SR-USER-ID               PIC X(8).
          05 SR-TERMINAL-ID           PIC X(4).
          05 SR-SESSION-SWITCH        PIC X(1).
             88 SR-SESSION-START            VALUE 'Y'.
          05 SR-TRANS-ID              PIC X(4).
          05 SR-EVENT-TEXT            PIC X(20).
          05 SR-DETAIL-TEXT           PIC X(28).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS AND THE TWO AUDIT RECORD
      *   LAYOUTS THE AUDIT FILES ARE READ INTO.
      ******************************************************************
       COPY ECONST.
       COPY ESONAUD.
       COPY EMNTAUD.
      ******************************************************************
      *   WORKING FIELDS USED TO WORK THE REQUEST QUEUE AND SCAN THE
      *   TRAILS.
      ******************************************************************
       01 WS-REQUEST-STATUS          PIC X(2).
          88 WS-REQUEST-OK                 VALUE '00'.
          88 WS-REQUEST-EOF                VALUE '10'.
       01 WS-SIGNON-AUDIT-STATUS     PIC X(2).
          88 WS-SIGNON-AUDIT-OK            VALUE '00'.
          88 WS-SIGNON-AUDIT-EOF           VALUE '10'.
       01 WS-ARCHIVE-STATUS          PIC X(2).
          88 WS-ARCHIVE-OK                 VALUE '00'.
          88 WS-ARCHIVE-EOF                VALUE '10'.
       01 WS-MAINT-AUDIT-STATUS      PIC X(2).
          88 WS-MAINT-AUDIT-OK             VALUE '00'.
          88 WS-MAINT-AUDIT-EOF            VALUE '10'.
       01 WS-USAGE-STATUS            PIC X(2).
          88 WS-USAGE-OK                   VALUE '00'.
          88 WS-USAGE-EOF                  VALUE '10'.
       01 WS-EMPMST-STATUS           PIC X(2).
          88 WS-EMPMST-OK                  VALUE '00'.
       01 WS-TRMMST-STATUS           PIC X(2).
          88 WS-TRMMST-OK                  VALUE '00'.
       01 WS-REPORT-STATUS           PIC X(2).
          88 WS-REPORT-OK                  VALUE '00'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-SCAN-EOF-SWITCH          PIC X(1).
          88 WS-SCAN-NOT-DONE              VALUE 'N'.
          88 WS-SCAN-DONE                  VALUE 'Y'.
       01 WS-SCAN-FAIL-SWITCH         PIC X(1).
          88 WS-SCAN-WORKED                VALUE 'N'.
          88 WS-SCAN-FAILED                VALUE 'Y'.
       01 WS-RETURN-EOF-SWITCH        PIC X(1).
          88 WS-RETURN-NOT-DONE            VALUE 'N'.
          88 WS-RETURN-DONE                VALUE 'Y'.
       01 WS-ARCHIVE-SWITCH           PIC X(1).
          88 WS-ARCHIVE-NEEDED             VALUE 'Y'.
          88 WS-ARCHIVE-NOT-NEEDED         VALUE 'N'.
       01 WS-SIGNON-PASS-SWITCH       PIC X(1).
          88 WS-COLLECTING-USERS           VALUE 'U'.
          88 WS-RELEASING-EVENTS           VALUE 'R'.
       01 WS-FOUND-SWITCH             PIC X(1).
          88 WS-ENTRY-FOUND                VALUE 'Y'.
          88 WS-ENTRY-NOT-FOUND            VALUE 'N'.
       01 WS-RELEVANT-SWITCH          PIC X(1).
          88 WS-EVENT-RELEVANT             VALUE 'Y'.
          88 WS-EVENT-NOT-RELEVANT         VALUE 'N'.
       01 WS-LIVE-FIRST-STAMP         PIC X(14).
       01 WS-REQUESTS-READ-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-REQUESTS-FILLED-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-EVENT-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-THIS-EVENT-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-LOOKUP-USER-ID           PIC X(8).
       01 WS-LINE-TERMINAL-ID         PIC X(4).
      ******************************************************************
      *   TABLE OF THE QUEUED REQUESTS PICKED UP THIS RUN - EACH ONE
      *   GETS ITS OWN SORT SO ITS TIMELINE COMES OUT AS ONE
      *   CONTIGUOUS REPORT SECTION.
      ******************************************************************
       01 WS-REQUEST-TABLE.
          05 WS-REQ-COUNT             PIC 9(3) USAGE COMP VALUE ZERO.
          05 WS-REQ-ENTRY OCCURS 50 TIMES.
             10 WS-RQ-KEY             PIC X(14).
             10 WS-RQ-REQUESTED-BY    PIC X(8).
             10 WS-RQ-TARGET-TYPE     PIC X(1).
             10 WS-RQ-TARGET-ID       PIC X(8).
             10 WS-RQ-FROM-STAMP      PIC X(14).
             10 WS-RQ-TO-STAMP        PIC X(14).
       01 WS-REQ-INDEX                PIC 9(3) USAGE COMP.
      ******************************************************************
      *   THE REQUEST IN HAND, UNPACKED FROM THE TABLE.
      ******************************************************************
       01 WS-THIS-REQUEST.
          05 WS-TARGET-TYPE           PIC X(1).
             88 WS-TARGET-USER              VALUE 'U'.
             88 WS-TARGET-TERMINAL          VALUE 'T'.
          05 WS-TARGET-ID             PIC X(8).
          05 WS-FROM-STAMP.
             10 WS-FROM-DATE          PIC X(8).
             10 WS-FROM-TIME          PIC X(6).
          05 WS-TO-STAMP              PIC X(14).
      ******************************************************************
      *   USERS WHO SIGNED ON AT THE REQUESTED TERMINAL DURING THE
      *   WINDOW - A TERMINAL REQUEST FOLLOWS THESE USERS' ACTIONS.
      ******************************************************************
       01 WS-TERMINAL-USER-TABLE.
          05 WS-TU-COUNT              PIC 9(3) USAGE COMP VALUE ZERO.
          05 WS-TU-USER-ID            PIC X(8) OCCURS 50 TIMES.
       01 WS-TU-INDEX                 PIC 9(3) USAGE COMP.
      ******************************************************************
      *   WHERE EACH USER ON THE TIMELINE LAST SIGNED ON, AS THE
      *   SORTED EVENTS ARE WALKED - WHAT PLACES THE EVENTS THAT DO
      *   NOT CARRY A TERMINAL OF THEIR OWN.
      ******************************************************************
       01 WS-SESSION-TABLE.
          05 WS-SS-COUNT              PIC 9(3) USAGE COMP VALUE ZERO.
          05 WS-SS-ENTRY OCCURS 50 TIMES.
             10 WS-SS-USER-ID         PIC X(8).
             10 WS-SS-TERMINAL-ID     PIC X(4).
       01 WS-SS-INDEX                 PIC 9(3) USAGE COMP.
       01 WS-SS-SLOT                  PIC 9(3) USAGE COMP.
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
       01 WS-SECTION-HEADER-LINE.
          05 FILLER                   PIC X(9) VALUE 'REQUEST: '.
          05 WS-SHL-REQUESTED-BY      PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-SHL-TARGET-LABEL      PIC X(9).
          05 WS-SHL-TARGET            PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-SHL-FROM-DATE         PIC X(8).
          05 FILLER                   PIC X(1) VALUE '.'.
          05 WS-SHL-FROM-TIME         PIC X(6).
          05 FILLER                   PIC X(1) VALUE '-'.
          05 WS-SHL-TO-DATE           PIC X(8).
          05 FILLER                   PIC X(1) VALUE '.'.
          05 WS-SHL-TO-TIME           PIC X(6).
          05 FILLER                   PIC X(13) VALUE SPACES.
       01 WS-ARCHIVE-READ-LINE        PIC X(80) VALUE
          '  WINDOW REACHES PAST THE LIVE FILE - SONAUDA ARCHIVE READ'.
       01 WS-NO-ARCHIVE-LINE          PIC X(80) VALUE
          '  SONAUDA ARCHIVE NOT AVAILABLE - REQUEST LEFT QUEUED'.
       01 WS-EVENT-LINE-1.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-EL-DATE               PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-EL-TIME               PIC X(6).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-EL-SOURCE             PIC X(6).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-EL-USER-ID            PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-EL-USER-NAME          PIC X(25).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-EL-TERMINAL-ID        PIC X(4).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-EL-BUILDING           PIC X(8).
          05 FILLER                   PIC X(1) VALUE '/'.
          05 WS-EL-FLOOR              PIC X(3).
          05 FILLER                   PIC X(3) VALUE SPACES.
       01 WS-EVENT-LINE-2.
          05 FILLER                   PIC X(19) VALUE SPACES.
          05 WS-EL-TRANS-ID           PIC X(4).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-EL-EVENT-TEXT         PIC X(20).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-EL-DETAIL-TEXT        PIC X(28).
          05 FILLER                   PIC X(7) VALUE SPACES.
       01 WS-SECTION-FOOTER-LINE.
          05 FILLER                   PIC X(18) VALUE
             '  EVENTS LISTED  ='.
          05 WS-SFL-EVENTS            PIC ZZZZZZ9.
          05 FILLER                   PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-COLLECT-ONE-REQUEST UNTIL WS-AT-EOF.

           IF WS-REQ-COUNT IS GREATER THAN ZERO
              PERFORM 1500-FIND-LIVE-START
              PERFORM 3000-FILL-THE-REQUESTS
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE REQUEST QUEUE, THE LOOKUP MASTERS AND THE REPORT,
      *    AND PRIME THE REQUEST COLLECTION PASS
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           SET WS-NOT-AT-EOF TO TRUE.

           OPEN I-O TIMELINE-REQUEST-FILE.
           OPEN INPUT EMP-MASTER-FILE.
           OPEN INPUT TERMINAL-MASTER-FILE.
           OPEN OUTPUT TIMELINE-REPORT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           EVALUATE TRUE
           WHEN NOT WS-REQUEST-OK
                DISPLAY 'ERROR: OPEN OF ETIMREQ FAILED, STATUS='
                   WS-REQUEST-STATUS
                SET RL-ST-FAILED TO TRUE
                SET WS-AT-EOF TO TRUE
           WHEN NOT WS-EMPMST-OK
                DISPLAY 'ERROR: OPEN OF EEMPMST FAILED, STATUS='
                   WS-EMPMST-STATUS
                SET RL-ST-FAILED TO TRUE
                SET WS-AT-EOF TO TRUE
           WHEN NOT WS-TRMMST-OK
                DISPLAY 'ERROR: OPEN OF ETRMMST FAILED, STATUS='
                   WS-TRMMST-STATUS
                SET RL-ST-FAILED TO TRUE
                SET WS-AT-EOF TO TRUE
           WHEN OTHER
                PERFORM 1100-READ-NEXT-REQUEST
           END-EVALUATE.

       1100-READ-NEXT-REQUEST.
      *    READ THE NEXT TIMELINE REQUEST OFF THE QUEUE
           READ TIMELINE-REQUEST-FILE NEXT RECORD.

           IF WS-REQUEST-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-REQUEST-OK
                 DISPLAY 'ERROR: READ OF ETIMREQ FAILED, STATUS='
                    WS-REQUEST-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-REQUESTS-READ-COUNT
              END-IF
           END-IF.

       1500-FIND-LIVE-START.
      *    THE EARLIEST STAMP STILL ON THE LIVE SIGN-ON AUDIT - A
      *    WINDOW THAT STARTS BEFORE IT NEEDS THE SONAUDA ARCHIVE.
      *    AN EMPTY OR UNREADABLE LIVE FILE SENDS EVERY REQUEST TO
      *    THE ARCHIVE AS WELL
           MOVE HIGH-VALUES TO WS-LIVE-FIRST-STAMP.

           OPEN INPUT SIGNON-AUDIT-FILE.

           IF NOT WS-SIGNON-AUDIT-OK
              DISPLAY 'ERROR: OPEN OF ESONAUD FAILED, STATUS='
                 WS-SIGNON-AUDIT-STATUS
              SET RL-ST-FAILED TO TRUE
           ELSE
              SET WS-SCAN-NOT-DONE TO TRUE
              PERFORM 1510-CHECK-LIVE-RECORD UNTIL WS-SCAN-DONE
              CLOSE SIGNON-AUDIT-FILE
           END-IF.

       1510-CHECK-LIVE-RECORD.
      *    KEEP THE LOWEST STAMP SEEN
           READ SIGNON-AUDIT-FILE.

           EVALUATE TRUE
           WHEN WS-SIGNON-AUDIT-EOF
                SET WS-SCAN-DONE TO TRUE
           WHEN NOT WS-SIGNON-AUDIT-OK
                DISPLAY 'ERROR: READ OF ESONAUD FAILED, STATUS='
                   WS-SIGNON-AUDIT-STATUS
                SET RL-ST-FAILED TO TRUE
                SET WS-SCAN-DONE TO TRUE
           WHEN OTHER
                MOVE SIGNON-INPUT-RECORD TO SIGNON-AUDIT-RECORD
                IF AU-TIMESTAMP IS LESS THAN WS-LIVE-FIRST-STAMP
                   MOVE AU-TIMESTAMP TO WS-LIVE-FIRST-STAMP
                END-IF
           END-EVALUATE.

       2000-COLLECT-ONE-REQUEST.
      *    TABLE ONE STILL-QUEUED REQUEST FOR THE FILL PASS - ANY
      *    BEYOND THE TABLE LIMIT SIMPLY WAIT FOR TOMORROW'S RUN
           IF TR-ST-QUEUED
              AND WS-REQ-COUNT IS LESS THAN 50
              ADD 1 TO WS-REQ-COUNT
              MOVE TR-REQUEST-KEY TO WS-RQ-KEY (WS-REQ-COUNT)
              MOVE TR-REQUESTED-BY TO
                 WS-RQ-REQUESTED-BY (WS-REQ-COUNT)
              MOVE TR-TARGET-TYPE TO WS-RQ-TARGET-TYPE (WS-REQ-COUNT)
              MOVE TR-TARGET-ID TO WS-RQ-TARGET-ID (WS-REQ-COUNT)
              MOVE TR-FROM-STAMP TO WS-RQ-FROM-STAMP (WS-REQ-COUNT)
              MOVE TR-TO-STAMP TO WS-RQ-TO-STAMP (WS-REQ-COUNT)
           END-IF.

           PERFORM 1100-READ-NEXT-REQUEST.

       3000-FILL-THE-REQUESTS.
      *    ONE SORT PER TABLED REQUEST, SO EACH TIMELINE IS A
      *    CONTIGUOUS SECTION OF THE REPORT
           MOVE 1 TO WS-REQ-INDEX.
           PERFORM 3100-FILL-ONE-REQUEST
              UNTIL WS-REQ-INDEX > WS-REQ-COUNT.

       3100-FILL-ONE-REQUEST.
      *    GATHER, SORT AND PRINT THIS REQUEST'S TIMELINE, THEN MARK
      *    THE REQUEST DELIVERED
           MOVE WS-RQ-TARGET-TYPE (WS-REQ-INDEX) TO WS-TARGET-TYPE.
           MOVE WS-RQ-TARGET-ID (WS-REQ-INDEX) TO WS-TARGET-ID.
           MOVE WS-RQ-FROM-STAMP (WS-REQ-INDEX) TO WS-FROM-STAMP.
           MOVE WS-RQ-TO-STAMP (WS-REQ-INDEX) TO WS-TO-STAMP.

           MOVE WS-RQ-REQUESTED-BY (WS-REQ-INDEX) TO
              WS-SHL-REQUESTED-BY.
           IF WS-TARGET-TERMINAL
              MOVE 'TERMINAL=' TO WS-SHL-TARGET-LABEL
           ELSE
              MOVE 'USER=' TO WS-SHL-TARGET-LABEL
           END-IF.
           MOVE WS-TARGET-ID TO WS-SHL-TARGET.
           MOVE WS-FROM-DATE TO WS-SHL-FROM-DATE.
           MOVE WS-FROM-TIME TO WS-SHL-FROM-TIME.
           MOVE WS-TO-STAMP (1:8) TO WS-SHL-TO-DATE.
           MOVE WS-TO-STAMP (9:6) TO WS-SHL-TO-TIME.
           MOVE WS-SECTION-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           MOVE ZERO TO WS-THIS-EVENT-COUNT.
           MOVE ZERO TO WS-TU-COUNT.
           MOVE ZERO TO WS-SS-COUNT.
           SET WS-SCAN-WORKED TO TRUE.

           IF WS-FROM-STAMP IS LESS THAN WS-LIVE-FIRST-STAMP
              SET WS-ARCHIVE-NEEDED TO TRUE
              MOVE WS-ARCHIVE-READ-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           ELSE
              SET WS-ARCHIVE-NOT-NEEDED TO TRUE
           END-IF.

           IF WS-TARGET-TERMINAL
              PERFORM 3200-FIND-TERMINAL-USERS
           END-IF.

           SET WS-RELEASING-EVENTS TO TRUE.

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SR-EVENT-STAMP
                               SR-SOURCE-RANK
              INPUT PROCEDURE IS 4000-RELEASE-TIMELINE-EVENTS
              OUTPUT PROCEDURE IS 6000-PRINT-THE-TIMELINE.

           MOVE WS-THIS-EVENT-COUNT TO WS-SFL-EVENTS.
           MOVE WS-SECTION-FOOTER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

      *    A SCAN THAT FAILED LEAVES THE REQUEST QUEUED - A TIMELINE
      *    WITH A TRAIL MISSING WOULD BE DELIVERED AS THE WHOLE
      *    STORY AND THE REQUEST CONSUMED; TOMORROW'S RUN RETRIES IT
           IF WS-SCAN-WORKED
              PERFORM 3500-MARK-REQUEST-DELIVERED
           END-IF.

           ADD 1 TO WS-REQ-INDEX.

       3200-FIND-TERMINAL-USERS.
      *    A FIRST PASS OVER THE SIGN-ON AUDIT FOR A TERMINAL
      *    REQUEST - EVERYONE WHO SIGNED ON AT THE TERMINAL FROM THE
      *    START OF THE FROM DATE TO THE END OF THE WINDOW
           SET WS-COLLECTING-USERS TO TRUE.
           PERFORM 4100-SCAN-LIVE-SIGNONS.
           IF WS-ARCHIVE-NEEDED
              PERFORM 4200-SCAN-ARCHIVE-SIGNONS
           END-IF.

       3500-MARK-REQUEST-DELIVERED.
      *    STAMP THE REQUEST DELIVERED WITH ITS EVENT COUNT SO THE
      *    ETLQ SCREEN SHOWS IT FILLED
           MOVE WS-RQ-KEY (WS-REQ-INDEX) TO TR-REQUEST-KEY.

           READ TIMELINE-REQUEST-FILE.

           IF WS-REQUEST-OK
              SET TR-ST-DELIVERED TO TRUE
              MOVE WS-THIS-EVENT-COUNT TO TR-MATCH-COUNT

              REWRITE TIMELINE-REQUEST-RECORD

              IF NOT WS-REQUEST-OK
                 DISPLAY 'ERROR: REWRITE TO ETIMREQ FAILED, STATUS='
                    WS-REQUEST-STATUS
                 SET RL-ST-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-REQUESTS-FILLED-COUNT
              END-IF
           END-IF.

       4000-RELEASE-TIMELINE-EVENTS.
      *    FEED EVERY RELEVANT EVENT FROM EACH TRAIL TO THE SORT
           PERFORM 4100-SCAN-LIVE-SIGNONS.
           IF WS-ARCHIVE-NEEDED
              PERFORM 4200-SCAN-ARCHIVE-SIGNONS
           END-IF.
           PERFORM 4400-SCAN-MAINT-AUDIT.
           PERFORM 4500-SCAN-USAGE-TRAIL.

       4100-SCAN-LIVE-SIGNONS.
      *    ONE PASS OVER THE LIVE SIGN-ON AUDIT
           OPEN INPUT SIGNON-AUDIT-FILE.

           IF NOT WS-SIGNON-AUDIT-OK
              DISPLAY 'ERROR: OPEN OF ESONAUD FAILED, STATUS='
                 WS-SIGNON-AUDIT-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-SCAN-FAILED TO TRUE
           ELSE
              SET WS-SCAN-NOT-DONE TO TRUE
              PERFORM 4110-READ-LIVE-SIGNON UNTIL WS-SCAN-DONE
              CLOSE SIGNON-AUDIT-FILE
           END-IF.

       4110-READ-LIVE-SIGNON.
      *    READ ONE LIVE SIGN-ON AUDIT RECORD AND TAKE IT
           READ SIGNON-AUDIT-FILE.

           EVALUATE TRUE
           WHEN WS-SIGNON-AUDIT-EOF
                SET WS-SCAN-DONE TO TRUE
           WHEN NOT WS-SIGNON-AUDIT-OK
                DISPLAY 'ERROR: READ OF ESONAUD FAILED, STATUS='
                   WS-SIGNON-AUDIT-STATUS
                SET RL-ST-FAILED TO TRUE
                SET WS-SCAN-FAILED TO TRUE
                SET WS-SCAN-DONE TO TRUE
           WHEN OTHER
                MOVE SIGNON-INPUT-RECORD TO SIGNON-AUDIT-RECORD
                PERFORM 4300-TAKE-SIGNON-RECORD
           END-EVALUATE.

       4200-SCAN-ARCHIVE-SIGNONS.
      *    ONE PASS OVER THE SONAUDA ARCHIVE (THE GENERATIONS ARE
      *    CONCATENATED ONTO THE ONE DD BY THE JOB).  WITHOUT IT THE
      *    EARLY PART OF THE WINDOW WOULD SILENTLY COME OUT EMPTY
           OPEN INPUT AUDIT-ARCHIVE-FILE.

           IF NOT WS-ARCHIVE-OK
              DISPLAY 'ERROR: OPEN OF SONAUDA FAILED, STATUS='
                 WS-ARCHIVE-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-SCAN-FAILED TO TRUE
              IF WS-RELEASING-EVENTS
                 MOVE WS-NO-ARCHIVE-LINE TO WS-REPORT-LINE
                 PERFORM 9800-WRITE-REPORT-LINE
              END-IF
           ELSE
              SET WS-SCAN-NOT-DONE TO TRUE
              PERFORM 4210-READ-ARCHIVE-SIGNON UNTIL WS-SCAN-DONE
              CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       4210-READ-ARCHIVE-SIGNON.
      *    READ ONE ARCHIVED SIGN-ON AUDIT RECORD AND TAKE IT
           READ AUDIT-ARCHIVE-FILE.

           EVALUATE TRUE
           WHEN WS-ARCHIVE-EOF
                SET WS-SCAN-DONE TO TRUE
           WHEN NOT WS-ARCHIVE-OK
                DISPLAY 'ERROR: READ OF SONAUDA FAILED, STATUS='
                   WS-ARCHIVE-STATUS
                SET RL-ST-FAILED TO TRUE
                SET WS-SCAN-FAILED TO TRUE
                SET WS-SCAN-DONE TO TRUE
           WHEN OTHER
                MOVE ARCHIVE-INPUT-RECORD TO SIGNON-AUDIT-RECORD
                PERFORM 4300-TAKE-SIGNON-RECORD
           END-EVALUATE.

       4300-TAKE-SIGNON-RECORD.
      *    ONLY ATTEMPTS FROM THE START OF THE FROM DATE TO THE END
      *    OF THE WINDOW MATTER - THE EARLY PART OF THE FROM DATE IS
      *    READ SO A SESSION ALREADY OPEN WHEN THE WINDOW STARTS
      *    STILL PLACES THE USER AT A TERMINAL
           IF AU-AUDIT-DATE IS NOT LESS THAN WS-FROM-DATE
              AND AU-TIMESTAMP IS NOT GREATER THAN WS-TO-STAMP
              IF WS-COLLECTING-USERS
                 PERFORM 4310-COLLECT-TERMINAL-USER
              ELSE
                 PERFORM 4320-RELEASE-SIGNON-EVENT
              END-IF
           END-IF.

       4310-COLLECT-TERMINAL-USER.
      *    A SUCCESSFUL SIGN-ON AT THE REQUESTED TERMINAL PUTS THAT
      *    USER ON THE TIMELINE
           IF AU-OUT-SUCCESS
              AND AU-TERMINAL-ID IS EQUAL TO WS-TARGET-ID
              MOVE AU-USER-ID TO WS-LOOKUP-USER-ID
              PERFORM 4800-FIND-TERMINAL-USER
              IF WS-ENTRY-NOT-FOUND
                 AND WS-TU-COUNT IS LESS THAN 50
                 ADD 1 TO WS-TU-COUNT
                 MOVE AU-USER-ID TO WS-TU-USER-ID (WS-TU-COUNT)
              END-IF
           END-IF.

       4320-RELEASE-SIGNON-EVENT.
      *    AN ATTEMPT BY THE REQUESTED USER, OR AT THE REQUESTED
      *    TERMINAL, IS PRINTED WHEN IT FALLS IN THE WINDOW.  A
      *    TERMINAL USER'S ATTEMPTS ELSEWHERE, AND ANYTHING BEFORE
      *    THE WINDOW OPENS, ONLY MOVE THEIR SESSION ON THE WALK
           SET WS-EVENT-NOT-RELEVANT TO TRUE.
           MOVE SPACES TO SORT-WORK-RECORD.
           SET SR-CONTEXT-ONLY TO TRUE.

           IF WS-TARGET-USER
              IF AU-USER-ID IS EQUAL TO WS-TARGET-ID
                 SET WS-EVENT-RELEVANT TO TRUE
                 SET SR-PRINT-ALWAYS TO TRUE
              END-IF
           ELSE
              IF AU-TERMINAL-ID IS EQUAL TO WS-TARGET-ID
                 SET WS-EVENT-RELEVANT TO TRUE
                 SET SR-PRINT-ALWAYS TO TRUE
              ELSE
                 MOVE AU-USER-ID TO WS-LOOKUP-USER-ID
                 PERFORM 4800-FIND-TERMINAL-USER
                 IF WS-ENTRY-FOUND
                    SET WS-EVENT-RELEVANT TO TRUE
                 END-IF
              END-IF
           END-IF.

           IF AU-TIMESTAMP IS LESS THAN WS-FROM-STAMP
              SET SR-CONTEXT-ONLY TO TRUE
           END-IF.

           IF WS-EVENT-RELEVANT
              MOVE AU-TIMESTAMP TO SR-EVENT-STAMP
              MOVE '1' TO SR-SOURCE-RANK
              MOVE 'SONAUD' TO SR-SOURCE-LABEL
              MOVE AU-USER-ID TO SR-USER-ID
              MOVE AU-TERMINAL-ID TO SR-TERMINAL-ID
              IF AU-OUT-SUCCESS
                 SET SR-SESSION-START TO TRUE
              END-IF
              MOVE AC-SIGNON-TRANSACTION-ID TO SR-TRANS-ID
              PERFORM 4330-SET-OUTCOME-TEXT
              RELEASE SORT-WORK-RECORD
           END-IF.

       4330-SET-OUTCOME-TEXT.
      *    THE SIGN-ON OUTCOME IN WORDS
           EVALUATE TRUE
           WHEN AU-OUT-SUCCESS
                MOVE 'SIGN-ON SUCCESS' TO SR-EVENT-TEXT
           WHEN AU-OUT-BAD-PASSWORD
                MOVE 'BAD PASSWORD' TO SR-EVENT-TEXT
           WHEN AU-OUT-LOCKED-OUT
                MOVE 'LOCKED OUT' TO SR-EVENT-TEXT
           WHEN AU-OUT-ALREADY-SIGNED-ON
                MOVE 'ALREADY SIGNED ON' TO SR-EVENT-TEXT
           WHEN AU-OUT-TERMINAL-DENIED
                MOVE 'TERMINAL DENIED' TO SR-EVENT-TEXT
           WHEN AU-OUT-OUTSIDE-HOURS
                MOVE 'OUTSIDE HOURS' TO SR-EVENT-TEXT
           WHEN AU-OUT-QUARANTINED
                MOVE 'TERMINAL QUARANTINED' TO SR-EVENT-TEXT
           WHEN AU-OUT-SIGNON-FROZEN
                MOVE 'SIGN-ON FROZEN' TO SR-EVENT-TEXT
           WHEN AU-OUT-POLICY-OVERDUE
                MOVE 'POLICY OVERDUE' TO SR-EVENT-TEXT
           WHEN AU-OUT-GRID-FAILED
                MOVE 'GRID CARD FAILED' TO SR-EVENT-TEXT
           WHEN OTHER
                MOVE 'UNKNOWN OUTCOME' TO SR-EVENT-TEXT
           END-EVALUATE.

       4400-SCAN-MAINT-AUDIT.
      *    ONE PASS OVER THE MAINTENANCE AUDIT
           OPEN INPUT MAINT-AUDIT-FILE.

           IF NOT WS-MAINT-AUDIT-OK
              DISPLAY 'ERROR: OPEN OF EMNTAUD FAILED, STATUS='
                 WS-MAINT-AUDIT-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-SCAN-FAILED TO TRUE
           ELSE
              SET WS-SCAN-NOT-DONE TO TRUE
              PERFORM 4410-READ-MAINT-RECORD UNTIL WS-SCAN-DONE
              CLOSE MAINT-AUDIT-FILE
           END-IF.

       4410-READ-MAINT-RECORD.
      *    READ ONE MAINTENANCE AUDIT RECORD AND TAKE IT IF IT FALLS
      *    IN THE WINDOW
           READ MAINT-AUDIT-FILE.

           EVALUATE TRUE
           WHEN WS-MAINT-AUDIT-EOF
                SET WS-SCAN-DONE TO TRUE
           WHEN NOT WS-MAINT-AUDIT-OK
                DISPLAY 'ERROR: READ OF EMNTAUD FAILED, STATUS='
                   WS-MAINT-AUDIT-STATUS
                SET RL-ST-FAILED TO TRUE
                SET WS-SCAN-FAILED TO TRUE
                SET WS-SCAN-DONE TO TRUE
           WHEN OTHER
                MOVE MAINT-INPUT-RECORD TO MAINT-AUDIT-RECORD
                IF MA-TIMESTAMP IS NOT LESS THAN WS-FROM-STAMP
                   AND MA-TIMESTAMP IS NOT GREATER THAN WS-TO-STAMP
                   PERFORM 4420-RELEASE-MAINT-EVENT
                END-IF
           END-EVALUATE.

       4420-RELEASE-MAINT-EVENT.
      *    AN ACTION TAKEN BY THE REQUESTED USER, OR TAKEN ON THEM,
      *    IS ON THE TIMELINE.  FOR A TERMINAL REQUEST, AN ACTION ON
      *    THE TERMINAL ITSELF ALWAYS IS, AND AN ACTION BY ONE OF
      *    ITS USERS IS WHEN THEIR SESSION WAS AT THAT TERMINAL.
      *    FIRECALL USE IS LABELLED AS SUCH RATHER THAN AS ADMIN WORK
           SET WS-EVENT-NOT-RELEVANT TO TRUE.
           MOVE SPACES TO SORT-WORK-RECORD.

           IF WS-TARGET-USER
              IF MA-ADMIN-ID IS EQUAL TO WS-TARGET-ID
                 OR MA-TARGET-KEY IS EQUAL TO WS-TARGET-ID
                 SET WS-EVENT-RELEVANT TO TRUE
                 SET SR-PRINT-ALWAYS TO TRUE
              END-IF
           ELSE
              IF MA-TARGET-KEY IS EQUAL TO WS-TARGET-ID
                 SET WS-EVENT-RELEVANT TO TRUE
                 SET SR-PRINT-ALWAYS TO TRUE
              ELSE
                 MOVE MA-ADMIN-ID TO WS-LOOKUP-USER-ID
                 PERFORM 4800-FIND-TERMINAL-USER
                 IF WS-ENTRY-FOUND
                    SET WS-EVENT-RELEVANT TO TRUE
                    SET SR-PRINT-IF-AT-TERMINAL TO TRUE
                 END-IF
              END-IF
           END-IF.

           IF WS-EVENT-RELEVANT
              MOVE MA-TIMESTAMP TO SR-EVENT-STAMP
              MOVE MA-ADMIN-ID TO SR-USER-ID
              MOVE MA-TRANS-ID TO SR-TRANS-ID
              IF MA-ACTION IS EQUAL TO 'FIRUSE'
                 MOVE '4' TO SR-SOURCE-RANK
                 MOVE 'FIRCAL' TO SR-SOURCE-LABEL
                 MOVE 'FIRECALL USE' TO SR-EVENT-TEXT
                 STRING 'BY ' DELIMITED BY SIZE
                        MA-BEFORE-IMAGE (1:8) DELIMITED BY SIZE
                        ' EXP ' DELIMITED BY SIZE
                        MA-AFTER-IMAGE (1:12) DELIMITED BY SIZE
                    INTO SR-DETAIL-TEXT
                 END-STRING
              ELSE
                 MOVE '2' TO SR-SOURCE-RANK
                 MOVE 'MNTAUD' TO SR-SOURCE-LABEL
                 MOVE MA-ACTION TO SR-EVENT-TEXT
                 STRING MA-TARGET-KEY DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        MA-BEFORE-IMAGE (1:9) DELIMITED BY SIZE
                        '>' DELIMITED BY SIZE
                        MA-AFTER-IMAGE (1:9) DELIMITED BY SIZE
                    INTO SR-DETAIL-TEXT
                 END-STRING
              END-IF
              RELEASE SORT-WORK-RECORD
           END-IF.

       4500-SCAN-USAGE-TRAIL.
      *    ONE PASS OVER THE TRANSACTION USAGE TRAIL
           OPEN INPUT USAGE-INPUT-FILE.

           IF NOT WS-USAGE-OK
              DISPLAY 'ERROR: OPEN OF ETRNUSE FAILED, STATUS='
                 WS-USAGE-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-SCAN-FAILED TO TRUE
           ELSE
              SET WS-SCAN-NOT-DONE TO TRUE
              PERFORM 4510-READ-USAGE-RECORD UNTIL WS-SCAN-DONE
              CLOSE USAGE-INPUT-FILE
           END-IF.

       4510-READ-USAGE-RECORD.
      *    READ ONE USAGE RECORD AND TAKE IT IF IT FALLS IN THE
      *    WINDOW
           READ USAGE-INPUT-FILE.

           EVALUATE TRUE
           WHEN WS-USAGE-EOF
                SET WS-SCAN-DONE TO TRUE
           WHEN NOT WS-USAGE-OK
                DISPLAY 'ERROR: READ OF ETRNUSE FAILED, STATUS='
                   WS-USAGE-STATUS
                SET RL-ST-FAILED TO TRUE
                SET WS-SCAN-FAILED TO TRUE
                SET WS-SCAN-DONE TO TRUE
           WHEN OTHER
                IF TU-TIMESTAMP IS NOT LESS THAN WS-FROM-STAMP
                   AND TU-TIMESTAMP IS NOT GREATER THAN WS-TO-STAMP
                   PERFORM 4520-RELEASE-USAGE-EVENT
                END-IF
           END-EVALUATE.

       4520-RELEASE-USAGE-EVENT.
      *    A SCREEN DISPATCHED FOR THE REQUESTED USER, OR FOR ONE OF
      *    THE TERMINAL'S USERS WHILE THEIR SESSION WAS THERE
           SET WS-EVENT-NOT-RELEVANT TO TRUE.
           MOVE SPACES TO SORT-WORK-RECORD.

           IF WS-TARGET-USER
              IF TU-USER-ID IS EQUAL TO WS-TARGET-ID
                 SET WS-EVENT-RELEVANT TO TRUE
                 SET SR-PRINT-ALWAYS TO TRUE
              END-IF
           ELSE
              MOVE TU-USER-ID TO WS-LOOKUP-USER-ID
              PERFORM 4800-FIND-TERMINAL-USER
              IF WS-ENTRY-FOUND
                 SET WS-EVENT-RELEVANT TO TRUE
                 SET SR-PRINT-IF-AT-TERMINAL TO TRUE
              END-IF
           END-IF.

           IF WS-EVENT-RELEVANT
              MOVE TU-TIMESTAMP TO SR-EVENT-STAMP
              MOVE '3' TO SR-SOURCE-RANK
              MOVE 'TRNUSE' TO SR-SOURCE-LABEL
              MOVE TU-USER-ID TO SR-USER-ID
              MOVE TU-TRANS-ID TO SR-TRANS-ID
              MOVE 'DISPATCHED' TO SR-EVENT-TEXT
              RELEASE SORT-WORK-RECORD
           END-IF.

       4800-FIND-TERMINAL-USER.
      *    IS WS-LOOKUP-USER-ID ONE OF THE TERMINAL'S USERS
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-TU-INDEX.
           PERFORM 4810-CHECK-ONE-TERMINAL-USER
              UNTIL WS-TU-INDEX > WS-TU-COUNT
                 OR WS-ENTRY-FOUND.

       4810-CHECK-ONE-TERMINAL-USER.
      *    COMPARE AGAINST ONE TABLED USER
           IF WS-TU-USER-ID (WS-TU-INDEX) IS EQUAL TO
              WS-LOOKUP-USER-ID
              SET WS-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-TU-INDEX
           END-IF.

       6000-PRINT-THE-TIMELINE.
      *    TAKE THE EVENTS BACK IN TIME ORDER AND PRINT EACH ONE
           SET WS-RETURN-NOT-DONE TO TRUE.
           PERFORM 6100-RETURN-NEXT-EVENT.
           PERFORM 6200-HANDLE-ONE-EVENT UNTIL WS-RETURN-DONE.

       6100-RETURN-NEXT-EVENT.
      *    NEXT EVENT IN TIME ORDER
           RETURN SORT-WORK-FILE
              AT END
                 SET WS-RETURN-DONE TO TRUE
           END-RETURN.

       6200-HANDLE-ONE-EVENT.
      *    A SUCCESSFUL SIGN-ON MOVES THAT USER'S SESSION; THEN THE
      *    EVENT IS PRINTED UNLESS IT WAS ONLY READ FOR CONTEXT OR
      *    HAPPENED WHILE ITS USER WAS AWAY FROM THE REQUESTED
      *    TERMINAL
           MOVE SR-USER-ID TO WS-LOOKUP-USER-ID.
           PERFORM 6400-FIND-SESSION.

           IF SR-SESSION-START
              PERFORM 6300-NOTE-SESSION-START
           END-IF.

           IF SR-TERMINAL-ID IS EQUAL TO SPACES
              IF WS-ENTRY-FOUND
                 MOVE WS-SS-TERMINAL-ID (WS-SS-SLOT) TO
                    WS-LINE-TERMINAL-ID
              ELSE
                 MOVE SPACES TO WS-LINE-TERMINAL-ID
              END-IF
           ELSE
              MOVE SR-TERMINAL-ID TO WS-LINE-TERMINAL-ID
           END-IF.

           EVALUATE TRUE
           WHEN SR-PRINT-ALWAYS
                PERFORM 6500-PRINT-EVENT-LINES
           WHEN SR-PRINT-IF-AT-TERMINAL
              AND WS-LINE-TERMINAL-ID IS EQUAL TO WS-TARGET-ID
                PERFORM 6500-PRINT-EVENT-LINES
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           PERFORM 6100-RETURN-NEXT-EVENT.

       6300-NOTE-SESSION-START.
      *    RECORD WHERE THIS USER IS NOW SIGNED ON - A NEW USER TAKES
      *    THE NEXT FREE SLOT WHILE THERE IS ONE
           IF WS-ENTRY-NOT-FOUND
              AND WS-SS-COUNT IS LESS THAN 50
              ADD 1 TO WS-SS-COUNT
              MOVE WS-SS-COUNT TO WS-SS-SLOT
              MOVE SR-USER-ID TO WS-SS-USER-ID (WS-SS-SLOT)
              SET WS-ENTRY-FOUND TO TRUE
           END-IF.

           IF WS-ENTRY-FOUND
              MOVE SR-TERMINAL-ID TO WS-SS-TERMINAL-ID (WS-SS-SLOT)
           END-IF.

       6400-FIND-SESSION.
      *    FIND WS-LOOKUP-USER-ID'S SESSION SLOT, IF THEY HAVE ONE
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-SS-INDEX.
           PERFORM 6410-CHECK-ONE-SESSION
              UNTIL WS-SS-INDEX > WS-SS-COUNT
                 OR WS-ENTRY-FOUND.

       6410-CHECK-ONE-SESSION.
      *    COMPARE AGAINST ONE SESSION SLOT
           IF WS-SS-USER-ID (WS-SS-INDEX) IS EQUAL TO
              WS-LOOKUP-USER-ID
              SET WS-ENTRY-FOUND TO TRUE
              MOVE WS-SS-INDEX TO WS-SS-SLOT
           ELSE
              ADD 1 TO WS-SS-INDEX
           END-IF.

       6500-PRINT-EVENT-LINES.
      *    TWO LINES PER EVENT - WHEN, WHERE AND WHO, THEN WHAT.
      *    A NAME OR LOCATION NOT ON FILE IS LEFT BLANK (A MISTYPED
      *    ID ON A FAILED SIGN-ON HAS NOBODY BEHIND IT)
           MOVE SR-EVENT-STAMP (1:8) TO WS-EL-DATE.
           MOVE SR-EVENT-STAMP (9:6) TO WS-EL-TIME.
           MOVE SR-SOURCE-LABEL TO WS-EL-SOURCE.
           MOVE SR-USER-ID TO WS-EL-USER-ID.
           MOVE WS-LINE-TERMINAL-ID TO WS-EL-TERMINAL-ID.

           MOVE SR-USER-ID TO EM-USER-ID.
           READ EMP-MASTER-FILE.
           IF WS-EMPMST-OK
              MOVE EM-EMPLOYEE-NAME TO WS-EL-USER-NAME
           ELSE
              MOVE SPACES TO WS-EL-USER-NAME
           END-IF.

           MOVE SPACES TO WS-EL-BUILDING.
           MOVE SPACES TO WS-EL-FLOOR.
           IF WS-LINE-TERMINAL-ID IS NOT EQUAL TO SPACES
              MOVE WS-LINE-TERMINAL-ID TO TM-TERMINAL-ID
              READ TERMINAL-MASTER-FILE
              IF WS-TRMMST-OK
                 MOVE TM-BUILDING TO WS-EL-BUILDING
                 MOVE TM-FLOOR TO WS-EL-FLOOR
              END-IF
           END-IF.

           MOVE SR-TRANS-ID TO WS-EL-TRANS-ID.
           MOVE SR-EVENT-TEXT TO WS-EL-EVENT-TEXT.
           MOVE SR-DETAIL-TEXT TO WS-EL-DETAIL-TEXT.

           MOVE WS-EVENT-LINE-1 TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE WS-EVENT-LINE-2 TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-THIS-EVENT-COUNT.
           ADD 1 TO WS-TOTAL-EVENT-COUNT.

       9000-TERMINATE.
      *    CLOSE THE FILES AND REPORT WHAT WAS DONE
           CLOSE TIMELINE-REQUEST-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE TERMINAL-MASTER-FILE.
           CLOSE TIMELINE-REPORT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'ETIMLNE: REQUESTS READ    = '
              WS-REQUESTS-READ-COUNT.
           DISPLAY 'ETIMLNE: REQUESTS FILLED  = '
              WS-REQUESTS-FILLED-COUNT.
           DISPLAY 'ETIMLNE: EVENTS LISTED    = '
              WS-TOTAL-EVENT-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE TIMLRPT REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'TIMLRPT ' TO RB-REPORT-NAME.
           MOVE 'ETIMLNE ' TO RB-JOB-NAME.
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

           MOVE 'ETIMLNE ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-REQUESTS-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-REQUESTS-FILLED-COUNT TO RL-RECORDS-APPLIED.
           MOVE ZERO TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
