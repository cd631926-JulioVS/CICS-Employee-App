       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAUDVFY.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - NIGHTLY AUDIT CHAIN VERIFICATION PROGRAM
      *        A NIGHTLY BATCH JOB, RUN OUTSIDE CICS, THAT PROVES THE
      *        ESONAUD SIGN-ON AUDIT AND THE EMNTAUD MAINTENANCE AUDIT
      *        HAVE NOT BEEN TAMPERED WITH SINCE EAUDWRT SEALED THEM.
      *        EACH FILE IS SORTED INTO WRITE ORDER ON ITS CHAIN
      *        SEQUENCE AND WALKED FROM THE POINT THE EAUDCHN CHAIN
      *        HEAD SAYS THE LIVE FILE STARTS, RECOMPUTING EVERY
      *        RECORD'S CHECK VALUE THROUGH EAUDHSH.  A MISSING RUN OF
      *        SEQUENCES (GAP), A REPEATED ONE (DUPLICATE), A RECORD
      *        WHOSE CHECK VALUE NO LONGER MATCHES ITS CONTENT
      *        (ALTERED), RECORDS GONE FROM THE END (TRUNCATED) AND AN
      *        UNSEALED RECORD DATED AFTER CHAINING BEGAN (INSERTED)
      *        ARE ALL PRINTED ON THE AUDVRPT REPORT.  IF A SONAUDA
      *        ARCHIVE GENERATION IS SUPPLIED IT IS PROVEN THE SAME
      *        WAY AGAINST THE ARCHIVE ANCHOR EAUDRET FILED WHEN IT
      *        CUT THAT GENERATION.  ANY BREAK FAILS THE RUN ON THE
      *        RUN-CONTROL LOG SO OPERATIONS SEE IT ON THE ERNL SCREEN.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNON-AUDIT-FILE ASSIGN TO ESONAUD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SIGNON-AUDIT-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO EMNTAUD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO SONAUDA
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO EAUDCHN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CC-CHAIN-KEY
              FILE STATUS IS WS-AUDIT-CHAIN-STATUS.

           SELECT REPORT-OUTPUT-FILE ASSIGN TO AUDVRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNON-AUDIT-FILE.
       01 SIGNON-INPUT-RECORD         PIC X(67).

       FD  MAINT-AUDIT-FILE.
       01 MAINT-INPUT-RECORD          PIC X(100).

       FD  AUDIT-ARCHIVE-FILE.
       01 ARCHIVE-INPUT-RECORD        PIC X(67).

       FD  AUDIT-CHAIN-FILE.
       COPY EAUDCHN.

       FD  REPORT-OUTPUT-FILE.
       01 WS-REPORT-LINE              PIC X(80).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
          05 SR-SORT-CLASS            PIC X(1).
             88 SR-CHAINED                  VALUE '1'.
             88 SR-UNSEALED                 VALUE '2'.
          05 SR-SORT-SEQUENCE         PIC 9(9).
          05 SR-AUDIT-STAMP           PIC X(14).
          05 SR-AUDIT-WHO             PIC X(8).
          05 SR-RECORD-LENGTH         PIC 9(3).
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
      *   WORKING FIELDS USED TO READ THE AUDIT AND CHAIN FILES.
      ******************************************************************
       01 WS-SIGNON-AUDIT-STATUS     PIC X(2).
          88 WS-SIGNON-AUDIT-OK            VALUE '00'.
          88 WS-SIGNON-AUDIT-EOF           VALUE '10'.
       01 WS-MAINT-AUDIT-STATUS      PIC X(2).
          88 WS-MAINT-AUDIT-OK             VALUE '00'.
          88 WS-MAINT-AUDIT-EOF            VALUE '10'.
       01 WS-ARCHIVE-STATUS          PIC X(2).
          88 WS-ARCHIVE-OK                 VALUE '00'.
          88 WS-ARCHIVE-EOF                VALUE '10'.
       01 WS-AUDIT-CHAIN-STATUS      PIC X(2).
          88 WS-AUDIT-CHAIN-OK             VALUE '00'.
       01 WS-REPORT-STATUS           PIC X(2).
          88 WS-REPORT-OK                  VALUE '00'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-CURRENT-DATE             PIC X(8).
      ******************************************************************
      *   THE FILE BEING WALKED AND WHERE ITS CHAIN IS MEANT TO START
      *   AND END - FROM THE CHAIN HEAD FOR A LIVE FILE, FROM THE
      *   ARCHIVE ANCHOR FOR A SONAUDA GENERATION.
      ******************************************************************
       01 WS-WALK-FILE-SWITCH         PIC X(1).
          88 WS-WALKING-SIGNON-AUDIT       VALUE 'S'.
          88 WS-WALKING-MAINT-AUDIT        VALUE 'M'.
       01 WS-WALK-START-SWITCH        PIC X(1).
          88 WS-START-FROM-HEAD            VALUE 'H'.
          88 WS-START-FROM-ANCHOR          VALUE 'A'.
       01 WS-BOUNDS-SWITCH            PIC X(1).
          88 WS-BOUNDS-KNOWN               VALUE 'Y'.
          88 WS-BOUNDS-NOT-KNOWN           VALUE 'N'.
       01 WS-PRIOR-SWITCH             PIC X(1).
          88 WS-PRIOR-VALUE-KNOWN          VALUE 'Y'.
          88 WS-PRIOR-VALUE-NOT-KNOWN      VALUE 'N'.
       01 WS-WALK-FILE-LABEL          PIC X(40).
       01 WS-START-SEQUENCE           PIC 9(9).
       01 WS-START-CHAIN-VALUE        PIC X(8).
       01 WS-END-SEQUENCE             PIC 9(9).
       01 WS-END-CHAIN-VALUE          PIC X(8).
       01 WS-EXPECTED-SEQUENCE        PIC 9(9).
       01 WS-PRIOR-CHAIN-VALUE        PIC X(8).
       01 WS-LAST-SEQUENCE-SEEN       PIC 9(9).
       01 WS-FIRST-CHAINED-STAMP      PIC X(14).
      ******************************************************************
      *   FIELDS HANDED TO EAUDHSH TO RESEAL A RECORD.
      ******************************************************************
       01 WS-STORED-CHAIN-VALUE       PIC X(8).
       01 WS-HASH-TEXT                PIC X(100).
       01 WS-HASH-LENGTH              PIC 9(3).
       01 WS-CHECK-CHAIN-VALUE        PIC X(8).
      ******************************************************************
      *   COUNTS - PER FILE WALKED AND FOR THE WHOLE RUN.
      ******************************************************************
       01 WS-FILE-READ-COUNT          PIC 9(7).
       01 WS-FILE-CHAINED-COUNT       PIC 9(7).
       01 WS-FILE-UNSEALED-COUNT      PIC 9(7).
       01 WS-FILE-BREAK-COUNT         PIC 9(7).
       01 WS-RECORDS-READ-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-VERIFIED-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-BREAK-COUNT              PIC 9(7) VALUE ZERO.
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
             'AUDIT CHAIN VERIFICATION - RUN DATE'.
          05 WS-HDR-RUN-DATE          PIC X(8).
          05 FILLER                   PIC X(32) VALUE SPACES.
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
       01 WS-FILE-TITLE-LINE.
          05 FILLER                   PIC X(6) VALUE 'FILE: '.
          05 WS-FT-LABEL              PIC X(40).
          05 FILLER                   PIC X(34) VALUE SPACES.
       01 WS-RANGE-LINE.
          05 FILLER                   PIC X(18) VALUE
             '  CHAIN EXPECTED '.
          05 WS-RG-START              PIC Z(8)9.
          05 FILLER                   PIC X(4) VALUE ' TO '.
          05 WS-RG-END                PIC Z(8)9.
          05 FILLER                   PIC X(40) VALUE SPACES.
       01 WS-EXCEPTION-LINE.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-EX-TEXT               PIC X(36).
          05 FILLER                   PIC X(5) VALUE ' SEQ '.
          05 WS-EX-SEQUENCE           PIC Z(8)9.
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-EX-DETAIL             PIC X(27).
       01 WS-EXCEPTION-DETAIL.
          05 WS-ED-LABEL              PIC X(8).
          05 WS-ED-SEQUENCE           PIC 9(9).
          05 FILLER                   PIC X(10) VALUE SPACES.
       01 WS-EXCEPTION-WHO.
          05 WS-EW-WHO                PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-EW-STAMP              PIC X(14).
          05 FILLER                   PIC X(4) VALUE SPACES.
       01 WS-COUNT-LINE.
          05 FILLER                   PIC X(8) VALUE '  READ='.
          05 WS-CT-READ               PIC ZZZZZZ9.
          05 FILLER                   PIC X(10) VALUE '  CHAINED='.
          05 WS-CT-CHAINED            PIC ZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE '  UNSEALED='.
          05 WS-CT-UNSEALED           PIC ZZZZZZ9.
          05 FILLER                   PIC X(9) VALUE '  BREAKS='.
          05 WS-CT-BREAKS             PIC ZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE SPACES.
       01 WS-INTACT-LINE              PIC X(80) VALUE
          '  RESULT: CHAIN INTACT'.
       01 WS-BROKEN-LINE              PIC X(80) VALUE
          '  RESULT: CHAIN BROKEN - SEE EXCEPTIONS ABOVE'.
       01 WS-NO-ARCHIVE-LINE          PIC X(80) VALUE
          '  NO SONAUDA GENERATION SUPPLIED THIS RUN - NOT VERIFIED'.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIALIZE.

           IF RL-ST-GOOD
              PERFORM 2000-VERIFY-SIGNON-AUDIT
              PERFORM 3000-VERIFY-MAINT-AUDIT
              PERFORM 4000-VERIFY-ARCHIVE-GENERATION
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE CHAIN CONTROL FILE AND THE REPORT, AND PRINT THE
      *    REPORT HEADING
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           OPEN INPUT AUDIT-CHAIN-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           IF NOT WS-AUDIT-CHAIN-OK
              DISPLAY 'ERROR: OPEN OF EAUDCHN FAILED, STATUS='
                 WS-AUDIT-CHAIN-STATUS
              SET RL-ST-FAILED TO TRUE
           END-IF.

           MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

       1100-READ-CHAIN-HEAD.
      *    WHERE THE LIVE FILE'S CHAIN STARTS AND ENDS.  NO HEAD MEANS
      *    NOTHING HAS BEEN SEALED YET; ANY CHAINED RECORD FOUND IS
      *    THEN A BREAK IN ITSELF
           INITIALIZE AUDIT-CHAIN-RECORD.
           SET CC-CHAIN-HEAD TO TRUE.
           MOVE ZERO TO CC-ENTRY-SEQUENCE.

           IF WS-WALKING-SIGNON-AUDIT
              MOVE AC-SIGNON-AUDIT-FILENAME TO CC-FILE-NAME
           ELSE
              MOVE AC-MAINT-AUDIT-FILENAME TO CC-FILE-NAME
           END-IF.

           READ AUDIT-CHAIN-FILE.

           IF WS-AUDIT-CHAIN-OK
              SET WS-BOUNDS-KNOWN TO TRUE
              MOVE CC-FIRST-SEQUENCE TO WS-START-SEQUENCE
              MOVE CC-BASE-CHAIN-VALUE TO WS-START-CHAIN-VALUE
              MOVE CC-LAST-SEQUENCE TO WS-END-SEQUENCE
              MOVE CC-LAST-CHAIN-VALUE TO WS-END-CHAIN-VALUE
           ELSE
              SET WS-BOUNDS-NOT-KNOWN TO TRUE
           END-IF.

       1200-START-THE-WALK.
      *    CLEAR THE PER-FILE COUNTS AND PRINT THE FILE'S TITLE
           MOVE ZERO TO WS-FILE-READ-COUNT.
           MOVE ZERO TO WS-FILE-CHAINED-COUNT.
           MOVE ZERO TO WS-FILE-UNSEALED-COUNT.
           MOVE ZERO TO WS-FILE-BREAK-COUNT.
           MOVE ZERO TO WS-LAST-SEQUENCE-SEEN.
           MOVE SPACES TO WS-FIRST-CHAINED-STAMP.
           SET WS-NOT-AT-EOF TO TRUE.

           IF WS-BOUNDS-KNOWN
              MOVE WS-START-SEQUENCE TO WS-EXPECTED-SEQUENCE
              MOVE WS-START-CHAIN-VALUE TO WS-PRIOR-CHAIN-VALUE
              SET WS-PRIOR-VALUE-KNOWN TO TRUE
           ELSE
              MOVE ZERO TO WS-EXPECTED-SEQUENCE
              MOVE SPACES TO WS-PRIOR-CHAIN-VALUE
              SET WS-PRIOR-VALUE-NOT-KNOWN TO TRUE
           END-IF.

           MOVE WS-BLANK-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE WS-WALK-FILE-LABEL TO WS-FT-LABEL.
           MOVE WS-FILE-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           IF WS-BOUNDS-KNOWN
              PERFORM 1250-PRINT-EXPECTED-RANGE
           END-IF.

       1250-PRINT-EXPECTED-RANGE.
      *    THE RUN OF SEQUENCES THE FILE SHOULD HOLD
           MOVE WS-START-SEQUENCE TO WS-RG-START.
           MOVE WS-END-SEQUENCE TO WS-RG-END.
           MOVE WS-RANGE-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

       2000-VERIFY-SIGNON-AUDIT.
      *    SORT THE LIVE SIGN-ON AUDIT INTO WRITE ORDER AND WALK IT
           SET WS-WALKING-SIGNON-AUDIT TO TRUE.
           SET WS-START-FROM-HEAD TO TRUE.
           MOVE 'ESONAUD  (LIVE SIGN-ON AUDIT)' TO WS-WALK-FILE-LABEL.
           PERFORM 1100-READ-CHAIN-HEAD.
           PERFORM 1200-START-THE-WALK.

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SR-SORT-CLASS
                               SR-SORT-SEQUENCE
                               SR-AUDIT-STAMP
              INPUT PROCEDURE IS 2100-RELEASE-SIGNON-RECORDS
              OUTPUT PROCEDURE IS 5000-WALK-THE-CHAIN.

           PERFORM 6000-FINISH-THE-WALK.

       2100-RELEASE-SIGNON-RECORDS.
      *    FEED EVERY LIVE SIGN-ON AUDIT RECORD TO THE SORT
           OPEN INPUT SIGNON-AUDIT-FILE.

           IF NOT WS-SIGNON-AUDIT-OK
              DISPLAY 'ERROR: OPEN OF ESONAUD FAILED, STATUS='
                 WS-SIGNON-AUDIT-STATUS
              SET RL-ST-FAILED TO TRUE
           ELSE
              PERFORM 2200-READ-SIGNON-RECORD
              PERFORM 2300-RELEASE-SIGNON-RECORD UNTIL WS-AT-EOF
              CLOSE SIGNON-AUDIT-FILE
           END-IF.

       2200-READ-SIGNON-RECORD.
      *    READ THE NEXT LIVE SIGN-ON AUDIT RECORD
           READ SIGNON-AUDIT-FILE.

           IF WS-SIGNON-AUDIT-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-SIGNON-AUDIT-OK
                 DISPLAY 'ERROR: READ OF ESONAUD FAILED, STATUS='
                    WS-SIGNON-AUDIT-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              END-IF
           END-IF.

       2300-RELEASE-SIGNON-RECORD.
      *    HAND ONE LIVE RECORD TO THE SORT AND READ THE NEXT
           MOVE SIGNON-INPUT-RECORD TO SIGNON-AUDIT-RECORD.
           PERFORM 4500-BUILD-SIGNON-SORT-RECORD.
           RELEASE SORT-WORK-RECORD.
           PERFORM 2200-READ-SIGNON-RECORD.

       3000-VERIFY-MAINT-AUDIT.
      *    SORT THE MAINTENANCE AUDIT INTO WRITE ORDER AND WALK IT
           SET WS-WALKING-MAINT-AUDIT TO TRUE.
           SET WS-START-FROM-HEAD TO TRUE.
           MOVE 'EMNTAUD  (MAINTENANCE AUDIT)' TO WS-WALK-FILE-LABEL.
           PERFORM 1100-READ-CHAIN-HEAD.
           PERFORM 1200-START-THE-WALK.

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SR-SORT-CLASS
                               SR-SORT-SEQUENCE
                               SR-AUDIT-STAMP
              INPUT PROCEDURE IS 3100-RELEASE-MAINT-RECORDS
              OUTPUT PROCEDURE IS 5000-WALK-THE-CHAIN.

           PERFORM 6000-FINISH-THE-WALK.

       3100-RELEASE-MAINT-RECORDS.
      *    FEED EVERY MAINTENANCE AUDIT RECORD TO THE SORT
           OPEN INPUT MAINT-AUDIT-FILE.

           IF NOT WS-MAINT-AUDIT-OK
              DISPLAY 'ERROR: OPEN OF EMNTAUD FAILED, STATUS='
                 WS-MAINT-AUDIT-STATUS
              SET RL-ST-FAILED TO TRUE
           ELSE
              PERFORM 3200-READ-MAINT-RECORD
              PERFORM 3300-RELEASE-MAINT-RECORD UNTIL WS-AT-EOF
              CLOSE MAINT-AUDIT-FILE
           END-IF.

       3200-READ-MAINT-RECORD.
      *    READ THE NEXT MAINTENANCE AUDIT RECORD
           READ MAINT-AUDIT-FILE.

           IF WS-MAINT-AUDIT-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-MAINT-AUDIT-OK
                 DISPLAY 'ERROR: READ OF EMNTAUD FAILED, STATUS='
                    WS-MAINT-AUDIT-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              END-IF
           END-IF.

       3300-RELEASE-MAINT-RECORD.
      *    HAND ONE MAINTENANCE RECORD TO THE SORT AND READ THE NEXT
           MOVE MAINT-INPUT-RECORD TO MAINT-AUDIT-RECORD.
           ADD 1 TO WS-FILE-READ-COUNT.
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
           MOVE MA-ADMIN-ID TO SR-AUDIT-WHO.
           MOVE LENGTH OF MAINT-AUDIT-RECORD TO SR-RECORD-LENGTH.
           MOVE MAINT-AUDIT-RECORD TO SR-AUDIT-RECORD.

           RELEASE SORT-WORK-RECORD.
           PERFORM 3200-READ-MAINT-RECORD.

       4000-VERIFY-ARCHIVE-GENERATION.
      *    A SONAUDA GENERATION IS OPTIONAL ON ANY ONE RUN - WHEN ONE
      *    IS SUPPLIED ITS START IS LOOKED UP ON THE ARCHIVE ANCHOR
      *    EAUDRET FILED FOR IT, ONCE ITS LOWEST SEQUENCE IS KNOWN
           SET WS-WALKING-SIGNON-AUDIT TO TRUE.
           SET WS-START-FROM-ANCHOR TO TRUE.
           SET WS-BOUNDS-NOT-KNOWN TO TRUE.
           MOVE 'SONAUDA  (SIGN-ON AUDIT ARCHIVE)'
              TO WS-WALK-FILE-LABEL.

           OPEN INPUT AUDIT-ARCHIVE-FILE.

           IF NOT WS-ARCHIVE-OK
              DISPLAY 'EAUDVFY: NO SONAUDA GENERATION, STATUS='
                 WS-ARCHIVE-STATUS
              MOVE WS-BLANK-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
              MOVE WS-WALK-FILE-LABEL TO WS-FT-LABEL
              MOVE WS-FILE-TITLE-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
              MOVE WS-NO-ARCHIVE-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           ELSE
              PERFORM 1200-START-THE-WALK
              SORT SORT-WORK-FILE
                 ON ASCENDING KEY SR-SORT-CLASS
                                  SR-SORT-SEQUENCE
                                  SR-AUDIT-STAMP
                 INPUT PROCEDURE IS 4100-RELEASE-ARCHIVE-RECORDS
                 OUTPUT PROCEDURE IS 5000-WALK-THE-CHAIN
              CLOSE AUDIT-ARCHIVE-FILE
              PERFORM 6000-FINISH-THE-WALK
           END-IF.

       4100-RELEASE-ARCHIVE-RECORDS.
      *    FEED EVERY RECORD OF THE ARCHIVE GENERATION TO THE SORT
           PERFORM 4200-READ-ARCHIVE-RECORD.
           PERFORM 4300-RELEASE-ARCHIVE-RECORD UNTIL WS-AT-EOF.

       4200-READ-ARCHIVE-RECORD.
      *    READ THE NEXT ARCHIVED SIGN-ON AUDIT RECORD
           READ AUDIT-ARCHIVE-FILE.

           IF WS-ARCHIVE-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-ARCHIVE-OK
                 DISPLAY 'ERROR: READ OF SONAUDA FAILED, STATUS='
                    WS-ARCHIVE-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              END-IF
           END-IF.

       4300-RELEASE-ARCHIVE-RECORD.
      *    HAND ONE ARCHIVED RECORD TO THE SORT AND READ THE NEXT
           MOVE ARCHIVE-INPUT-RECORD TO SIGNON-AUDIT-RECORD.
           PERFORM 4500-BUILD-SIGNON-SORT-RECORD.
           RELEASE SORT-WORK-RECORD.
           PERFORM 4200-READ-ARCHIVE-RECORD.

       4500-BUILD-SIGNON-SORT-RECORD.
      *    CHAINED RECORDS SORT FIRST, ON THEIR SEQUENCE; RECORDS
      *    WRITTEN BEFORE CHAINING BEGAN SORT AFTER THEM, SO THE
      *    FIRST CHAINED STAMP IS KNOWN BY THE TIME THEY ARE CHECKED
           ADD 1 TO WS-FILE-READ-COUNT.
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
           MOVE AU-USER-ID TO SR-AUDIT-WHO.
           MOVE LENGTH OF SIGNON-AUDIT-RECORD TO SR-RECORD-LENGTH.
           MOVE SIGNON-AUDIT-RECORD TO SR-AUDIT-RECORD.

       5000-WALK-THE-CHAIN.
      *    TAKE THE SORTED RECORDS BACK IN WRITE ORDER AND CHECK EACH
           SET WS-NOT-AT-EOF TO TRUE.
           PERFORM 5100-RETURN-SORTED-RECORD.
           PERFORM 5200-CHECK-ONE-RECORD UNTIL WS-AT-EOF.

       5100-RETURN-SORTED-RECORD.
      *    NEXT RECORD IN WRITE ORDER
           RETURN SORT-WORK-FILE
              AT END
                 SET WS-AT-EOF TO TRUE
           END-RETURN.

       5200-CHECK-ONE-RECORD.
      *    A SEALED RECORD IS CHECKED AGAINST THE CHAIN; AN UNSEALED
      *    ONE IS ONLY ACCEPTABLE IF IT PREDATES THE FIRST SEALED ONE
           IF SR-CHAINED
              ADD 1 TO WS-FILE-CHAINED-COUNT
              IF WS-FIRST-CHAINED-STAMP IS EQUAL TO SPACES
                 MOVE SR-AUDIT-STAMP TO WS-FIRST-CHAINED-STAMP
                 PERFORM 5300-FIND-THE-CHAIN-START
              END-IF
              PERFORM 5400-CHECK-SEALED-RECORD
           ELSE
              ADD 1 TO WS-FILE-UNSEALED-COUNT
              IF WS-FIRST-CHAINED-STAMP IS NOT EQUAL TO SPACES
                 AND SR-AUDIT-STAMP IS NOT LESS THAN
                    WS-FIRST-CHAINED-STAMP
                 MOVE 'INSERTED - UNSEALED, AFTER CHAINING'
                    TO WS-EX-TEXT
                 MOVE ZERO TO WS-EX-SEQUENCE
                 MOVE SR-AUDIT-WHO TO WS-EW-WHO
                 MOVE SR-AUDIT-STAMP TO WS-EW-STAMP
                 MOVE WS-EXCEPTION-WHO TO WS-EX-DETAIL
                 PERFORM 5900-PRINT-EXCEPTION
              END-IF
           END-IF.

           PERFORM 5100-RETURN-SORTED-RECORD.

       5300-FIND-THE-CHAIN-START.
      *    AN ARCHIVE GENERATION STARTS AT ITS LOWEST SEQUENCE - THE
      *    ANCHOR FILED UNDER THAT SEQUENCE SAYS WHAT IT LINKS BACK
      *    TO AND WHERE IT MUST END.  A LIVE FILE WITH NO CHAIN HEAD
      *    IS REPORTED ONCE AND WALKED FROM ITS FIRST RECORD.
           IF WS-START-FROM-ANCHOR
              INITIALIZE AUDIT-CHAIN-RECORD
              MOVE AC-SIGNON-AUDIT-FILENAME TO CC-FILE-NAME
              SET CC-ARCHIVE-ANCHOR TO TRUE
              MOVE SR-SORT-SEQUENCE TO CC-ENTRY-SEQUENCE

              READ AUDIT-CHAIN-FILE

              IF WS-AUDIT-CHAIN-OK
                 SET WS-BOUNDS-KNOWN TO TRUE
                 MOVE CC-FIRST-SEQUENCE TO WS-START-SEQUENCE
                 MOVE CC-BASE-CHAIN-VALUE TO WS-START-CHAIN-VALUE
                 MOVE CC-LAST-SEQUENCE TO WS-END-SEQUENCE
                 MOVE CC-LAST-CHAIN-VALUE TO WS-END-CHAIN-VALUE
                 MOVE WS-START-SEQUENCE TO WS-EXPECTED-SEQUENCE
                 MOVE WS-START-CHAIN-VALUE TO WS-PRIOR-CHAIN-VALUE
                 SET WS-PRIOR-VALUE-KNOWN TO TRUE
                 PERFORM 1250-PRINT-EXPECTED-RANGE
              ELSE
                 MOVE 'NO ARCHIVE ANCHOR FOR FIRST RECORD'
                    TO WS-EX-TEXT
                 MOVE SR-SORT-SEQUENCE TO WS-EX-SEQUENCE
                 MOVE SPACES TO WS-EX-DETAIL
                 PERFORM 5900-PRINT-EXCEPTION
              END-IF
           ELSE
              IF WS-BOUNDS-NOT-KNOWN
                 MOVE 'NO CHAIN HEAD ON EAUDCHN' TO WS-EX-TEXT
                 MOVE SR-SORT-SEQUENCE TO WS-EX-SEQUENCE
                 MOVE SPACES TO WS-EX-DETAIL
                 PERFORM 5900-PRINT-EXCEPTION
              END-IF
           END-IF.

           IF WS-BOUNDS-NOT-KNOWN
              MOVE SR-SORT-SEQUENCE TO WS-EXPECTED-SEQUENCE
              SET WS-PRIOR-VALUE-NOT-KNOWN TO TRUE
           END-IF.

       5400-CHECK-SEALED-RECORD.
      *    THE RECORD MUST BE THE NEXT IN SEQUENCE AND MUST RESEAL TO
      *    ITS OWN CHECK VALUE FROM THE ONE BEFORE IT.  AFTER ANY
      *    BREAK THE WALK PICKS UP FROM THIS RECORD'S STORED VALUE,
      *    SO ONE BAD RECORD IS REPORTED ONCE, NOT FOR EVERY RECORD
      *    AFTER IT.
           PERFORM 5500-UNPACK-SORTED-RECORD.

           EVALUATE TRUE
           WHEN WS-BOUNDS-KNOWN
              AND SR-SORT-SEQUENCE IS GREATER THAN WS-END-SEQUENCE
                MOVE 'BEYOND RECORDED END OF CHAIN' TO WS-EX-TEXT
                MOVE SR-SORT-SEQUENCE TO WS-EX-SEQUENCE
                MOVE 'LAST IS ' TO WS-ED-LABEL
                MOVE WS-END-SEQUENCE TO WS-ED-SEQUENCE
                MOVE WS-EXCEPTION-DETAIL TO WS-EX-DETAIL
                PERFORM 5900-PRINT-EXCEPTION
           WHEN SR-SORT-SEQUENCE IS LESS THAN WS-EXPECTED-SEQUENCE
                MOVE 'DUPLICATE OR OUT-OF-PLACE RECORD'
                   TO WS-EX-TEXT
                MOVE SR-SORT-SEQUENCE TO WS-EX-SEQUENCE
                MOVE SR-AUDIT-WHO TO WS-EW-WHO
                MOVE SR-AUDIT-STAMP TO WS-EW-STAMP
                MOVE WS-EXCEPTION-WHO TO WS-EX-DETAIL
                PERFORM 5900-PRINT-EXCEPTION
           WHEN SR-SORT-SEQUENCE IS GREATER THAN WS-EXPECTED-SEQUENCE
                MOVE 'GAP - RECORDS MISSING BEFORE' TO WS-EX-TEXT
                MOVE SR-SORT-SEQUENCE TO WS-EX-SEQUENCE
                MOVE 'FROM    ' TO WS-ED-LABEL
                MOVE WS-EXPECTED-SEQUENCE TO WS-ED-SEQUENCE
                MOVE WS-EXCEPTION-DETAIL TO WS-EX-DETAIL
                PERFORM 5900-PRINT-EXCEPTION
           WHEN WS-PRIOR-VALUE-NOT-KNOWN
                CONTINUE
           WHEN OTHER
                PERFORM 5600-RESEAL-THE-RECORD
                IF WS-CHECK-CHAIN-VALUE IS EQUAL TO
                   WS-STORED-CHAIN-VALUE
                   ADD 1 TO WS-VERIFIED-COUNT
                ELSE
                   MOVE 'ALTERED - CHECK VALUE MISMATCH'
                      TO WS-EX-TEXT
                   MOVE SR-SORT-SEQUENCE TO WS-EX-SEQUENCE
                   MOVE SR-AUDIT-WHO TO WS-EW-WHO
                   MOVE SR-AUDIT-STAMP TO WS-EW-STAMP
                   MOVE WS-EXCEPTION-WHO TO WS-EX-DETAIL
                   PERFORM 5900-PRINT-EXCEPTION
                END-IF
           END-EVALUATE.

           IF SR-SORT-SEQUENCE IS NOT LESS THAN WS-EXPECTED-SEQUENCE
              COMPUTE WS-EXPECTED-SEQUENCE = SR-SORT-SEQUENCE + 1
              MOVE SR-SORT-SEQUENCE TO WS-LAST-SEQUENCE-SEEN
              MOVE WS-STORED-CHAIN-VALUE TO WS-PRIOR-CHAIN-VALUE
              SET WS-PRIOR-VALUE-KNOWN TO TRUE
           END-IF.

       5500-UNPACK-SORTED-RECORD.
      *    LAY THE SORTED RECORD BACK OVER ITS OWN LAYOUT AND PULL
      *    OUT THE CHECK VALUE IT WAS SEALED WITH
           IF WS-WALKING-SIGNON-AUDIT
              MOVE SR-AUDIT-RECORD TO SIGNON-AUDIT-RECORD
              MOVE AU-CHAIN-VALUE TO WS-STORED-CHAIN-VALUE
           ELSE
              MOVE SR-AUDIT-RECORD TO MAINT-AUDIT-RECORD
              MOVE MA-CHAIN-VALUE TO WS-STORED-CHAIN-VALUE
           END-IF.

       5600-RESEAL-THE-RECORD.
      *    RECOMPUTE THE CHECK VALUE EXACTLY AS EAUDWRT DID - OVER THE
      *    RECORD WITH ITS OWN VALUE BLANKED, FROM THE PRIOR VALUE
           MOVE SPACES TO WS-HASH-TEXT.

           IF WS-WALKING-SIGNON-AUDIT
              MOVE SPACES TO AU-CHAIN-VALUE
              MOVE SIGNON-AUDIT-RECORD TO WS-HASH-TEXT
           ELSE
              MOVE SPACES TO MA-CHAIN-VALUE
              MOVE MAINT-AUDIT-RECORD TO WS-HASH-TEXT
           END-IF.

           MOVE SR-RECORD-LENGTH TO WS-HASH-LENGTH.

           CALL 'EAUDHSH' USING WS-PRIOR-CHAIN-VALUE
                                WS-HASH-TEXT
                                WS-HASH-LENGTH
                                WS-CHECK-CHAIN-VALUE.

       5900-PRINT-EXCEPTION.
      *    ONE LINE PER BREAK FOUND
           ADD 1 TO WS-FILE-BREAK-COUNT.
           ADD 1 TO WS-BREAK-COUNT.
           MOVE WS-EXCEPTION-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

       6000-FINISH-THE-WALK.
      *    ANYTHING LEFT BETWEEN THE LAST RECORD SEEN AND THE RECORDED
      *    END OF THE CHAIN HAS GONE; IF THE WALK REACHED THE END, IT
      *    MUST ARRIVE AT THE VALUE THE HEAD OR ANCHOR RECORDED
           IF WS-BOUNDS-KNOWN
              AND WS-END-SEQUENCE IS NOT LESS THAN WS-START-SEQUENCE
              IF WS-EXPECTED-SEQUENCE IS NOT GREATER THAN
                 WS-END-SEQUENCE
                 MOVE 'TRUNCATED - RECORDS MISSING FROM'
                    TO WS-EX-TEXT
                 MOVE WS-EXPECTED-SEQUENCE TO WS-EX-SEQUENCE
                 MOVE 'THROUGH ' TO WS-ED-LABEL
                 MOVE WS-END-SEQUENCE TO WS-ED-SEQUENCE
                 MOVE WS-EXCEPTION-DETAIL TO WS-EX-DETAIL
                 PERFORM 5900-PRINT-EXCEPTION
              ELSE
                 IF WS-LAST-SEQUENCE-SEEN IS EQUAL TO WS-END-SEQUENCE
                    AND WS-PRIOR-CHAIN-VALUE IS NOT EQUAL TO
                       WS-END-CHAIN-VALUE
                    MOVE 'LAST RECORD DOES NOT MATCH CHAIN END'
                       TO WS-EX-TEXT
                    MOVE WS-END-SEQUENCE TO WS-EX-SEQUENCE
                    MOVE SPACES TO WS-EX-DETAIL
                    PERFORM 5900-PRINT-EXCEPTION
                 END-IF
              END-IF
           END-IF.

           ADD WS-FILE-READ-COUNT TO WS-RECORDS-READ-COUNT.

           MOVE WS-FILE-READ-COUNT TO WS-CT-READ.
           MOVE WS-FILE-CHAINED-COUNT TO WS-CT-CHAINED.
           MOVE WS-FILE-UNSEALED-COUNT TO WS-CT-UNSEALED.
           MOVE WS-FILE-BREAK-COUNT TO WS-CT-BREAKS.
           MOVE WS-COUNT-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           IF WS-FILE-BREAK-COUNT IS EQUAL TO ZERO
              MOVE WS-INTACT-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           ELSE
              MOVE WS-BROKEN-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

       9000-TERMINATE.
      *    CLOSE THE FILES AND REPORT WHAT WAS DONE - ANY BREAK FAILS
      *    THE RUN SO IT CANNOT GO UNNOTICED ON THE ERNL SCREEN
           CLOSE AUDIT-CHAIN-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           IF WS-BREAK-COUNT IS GREATER THAN ZERO
              SET RL-ST-FAILED TO TRUE
           END-IF.

           DISPLAY 'EAUDVFY: RECORDS READ     = '
              WS-RECORDS-READ-COUNT.
           DISPLAY 'EAUDVFY: RECORDS VERIFIED = '
              WS-VERIFIED-COUNT.
           DISPLAY 'EAUDVFY: CHAIN BREAKS     = '
              WS-BREAK-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE AUDVRPT REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'AUDVRPT ' TO RB-REPORT-NAME.
           MOVE 'EAUDVFY ' TO RB-JOB-NAME.
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

           MOVE 'EAUDVFY ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-RECORDS-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-VERIFIED-COUNT TO RL-RECORDS-APPLIED.
           MOVE WS-BREAK-COUNT TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
