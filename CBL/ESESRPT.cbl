       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESESRPT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - MONTHLY SESSION DURATION AND CONCURRENCY REPORT PROGRAM
      *        A MONTHLY BATCH JOB, RUN OUTSIDE CICS, THAT READS THE
      *        ESESHST SESSION HISTORY EACTMON AND EACTTMO KEEP AND
      *        PRINTS, FOR THE MONTH JUST ENDED, THE AVERAGE AND LONGEST
      *        SESSION BY ROLE AND BY EEMPMST DEPARTMENT, AND THE PEAK
      *        NUMBER OF SESSIONS SIGNED ON AT ONCE IN EACH HOUR OF
      *        THE DAY, ONTO THE SESSRPT PRINT REPORT.  CONCURRENCY IS
      *        COUNTED MINUTE BY MINUTE ACROSS THE MONTH, SO A SESSION
      *        CARRIED IN FROM LAST MONTH STILL COUNTS WHILE IT IS ON.
      *        SESSIONS STILL OPEN, AND SESSIONS LOST TO A REGION
      *        RECYCLE (WHOSE REAL END IS UNKNOWN), ARE COUNTED BUT
      *        NOT TIMED.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-INPUT-FILE ASSIGN TO ESESHST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SH-SESSION-KEY
              FILE STATUS IS WS-HISTORY-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO EEMPMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EM-USER-ID
              FILE STATUS IS WS-EMPMST-STATUS.

           SELECT REPORT-OUTPUT-FILE ASSIGN TO SESSRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-INPUT-FILE.
       COPY ESESHST.

       FD  EMP-MASTER-FILE.
       COPY EEMPMST.

       FD  REPORT-OUTPUT-FILE.
       01 WS-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS.
      ******************************************************************
       COPY ECONST.
      ******************************************************************
      *   WORKING FIELDS USED TO READ THE HISTORY FILE AND LOOK UP
      *   THE EMPLOYEE MASTER.
      ******************************************************************
       01 WS-HISTORY-STATUS          PIC X(2).
          88 WS-HISTORY-OK                 VALUE '00'.
          88 WS-HISTORY-EOF                VALUE '10'.
       01 WS-EMPMST-STATUS           PIC X(2).
          88 WS-EMPMST-OK                  VALUE '00'.
       01 WS-REPORT-STATUS           PIC X(2).
          88 WS-REPORT-OK                  VALUE '00'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-CURRENT-DATE             PIC X(8).
       01 WS-REPORT-MONTH            PIC X(6).
       01 WS-RECORDS-READ-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-TIMED-SESSION-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-OPEN-SESSION-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-RESTART-SESSION-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-SESSION-DEPARTMENT       PIC X(10).
      ******************************************************************
      *   FIELDS USED TO PLACE A SESSION ON THE MONTH'S MINUTE LINE.
      *   MINUTE 1 IS 00:00 ON THE 1ST; A SESSION RUNS FROM ITS START
      *   MINUTE UP TO (NOT INCLUDING) ITS END MINUTE, AND EVEN A
      *   SESSION SHORTER THAN A MINUTE OCCUPIES ITS START MINUTE.
      ******************************************************************
       01 WS-MONTH-FIRST-DATE-NUM     PIC 9(8).
       01 WS-MONTH-FIRST-DATE REDEFINES WS-MONTH-FIRST-DATE-NUM.
          05 WS-MFD-YEAR-MONTH.
             10 WS-MFD-YEAR           PIC 9(4).
             10 WS-MFD-MONTH          PIC 9(2).
          05 WS-MFD-DAY               PIC 9(2).
       01 WS-NEXT-MONTH-DATE-NUM      PIC 9(8).
       01 WS-NEXT-MONTH-DATE REDEFINES WS-NEXT-MONTH-DATE-NUM.
          05 WS-NMD-YEAR              PIC 9(4).
          05 WS-NMD-MONTH             PIC 9(2).
          05 WS-NMD-DAY               PIC 9(2).
       01 WS-MONTH-FIRST-INTEGER      PIC S9(9).
       01 WS-DAYS-IN-MONTH            PIC S9(4).
       01 WS-MINUTES-IN-MONTH         PIC S9(7).
       01 WS-STAMP-DATE-NUM           PIC 9(8).
       01 WS-STAMP-HHMM               PIC 9(4).
       01 WS-STAMP-MINUTE             PIC S9(9).
       01 WS-START-MINUTE             PIC S9(9).
       01 WS-END-MINUTE               PIC S9(9).
       01 WS-SESSION-MINUTES          PIC S9(9).
       01 WS-MARK-MINUTE              PIC S9(9).
       01 WS-MARK-LAST-MINUTE         PIC S9(9).
       01 WS-MINUTE-TABLE.
          05 WS-MINUTE-ON-COUNT       PIC 9(4) USAGE COMP
                                      OCCURS 44640 TIMES.
       01 WS-PEAK-HOUR                PIC 9(2).
       01 WS-PEAK-DAY                 PIC S9(4).
       01 WS-PEAK-MINUTE-OF-HOUR      PIC S9(4).
       01 WS-PEAK-SLOT                PIC S9(9).
       01 WS-HOUR-PEAK-TABLE.
          05 WS-HOUR-PEAK-ENTRY OCCURS 24 TIMES.
             10 WS-HP-PEAK-COUNT      PIC 9(4).
             10 WS-HP-PEAK-DAY        PIC 9(2).
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
      *   PER-ROLE AND PER-DEPARTMENT DURATION TALLY TABLES - SESSION
      *   COUNT, TOTAL MINUTES FOR THE AVERAGE, AND THE LONGEST
      *   SESSION WITH THE USER WHO HELD IT.
      ******************************************************************
       01 WS-ROLE-TABLE.
          05 WS-ROLE-COUNT            PIC 9(3) USAGE COMP VALUE ZERO.
          05 WS-ROLE-ENTRY OCCURS 10 TIMES.
             10 WS-RT-ROLE            PIC X(3).
             10 WS-RT-SESSIONS        PIC 9(7).
             10 WS-RT-TOTAL-MINUTES   PIC 9(11).
             10 WS-RT-LONGEST-MINUTES PIC 9(7).
             10 WS-RT-LONGEST-USER-ID PIC X(8).
       01 WS-ROLE-INDEX               PIC 9(3) USAGE COMP.
       01 WS-ROLE-SLOT                PIC 9(3) USAGE COMP.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-COUNT            PIC 9(3) USAGE COMP VALUE ZERO.
          05 WS-DEPT-ENTRY OCCURS 300 TIMES.
             10 WS-DT-DEPARTMENT      PIC X(10).
             10 WS-DT-SESSIONS        PIC 9(7).
             10 WS-DT-TOTAL-MINUTES   PIC 9(11).
             10 WS-DT-LONGEST-MINUTES PIC 9(7).
             10 WS-DT-LONGEST-USER-ID PIC X(8).
       01 WS-DEPT-INDEX               PIC 9(3) USAGE COMP.
       01 WS-DEPT-SLOT                PIC 9(3) USAGE COMP.
      ******************************************************************
      *   REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-HEADER-LINE.
          05 FILLER                   PIC X(40) VALUE
             'SESSION DURATION AND CONCURRENCY - MONTH'.
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-HDR-MONTH             PIC X(6).
          05 FILLER                   PIC X(33) VALUE SPACES.
       01 WS-ROLE-TITLE-LINE          PIC X(80) VALUE
          'AVERAGE AND LONGEST SESSION BY ROLE (MINUTES)'.
       01 WS-DEPT-TITLE-LINE          PIC X(80) VALUE
          'AVERAGE AND LONGEST SESSION BY DEPARTMENT (MINUTES)'.
       01 WS-HOUR-TITLE-LINE          PIC X(80) VALUE
          'PEAK CONCURRENT SESSIONS BY HOUR OF DAY'.
       01 WS-BLANK-LINE               PIC X(80) VALUE SPACES.
       01 WS-DURATION-LINE.
          05 WS-DUR-LABEL             PIC X(5).
          05 WS-DUR-GROUP             PIC X(10).
          05 FILLER                   PIC X(11) VALUE '  SESSIONS='.
          05 WS-DUR-SESSIONS          PIC ZZZZZZ9.
          05 FILLER                   PIC X(6) VALUE '  AVG='.
          05 WS-DUR-AVERAGE           PIC ZZZZZ9.
          05 FILLER                   PIC X(10) VALUE '  LONGEST='.
          05 WS-DUR-LONGEST           PIC ZZZZZZ9.
          05 FILLER                   PIC X(4) VALUE ' BY '.
          05 WS-DUR-LONGEST-USER-ID   PIC X(8).
          05 FILLER                   PIC X(6) VALUE SPACES.
       01 WS-HOUR-LINE.
          05 FILLER                   PIC X(5) VALUE 'HOUR '.
          05 WS-HR-HOUR               PIC 9(2).
          05 FILLER                   PIC X(9) VALUE ':00  PEAK'.
          05 FILLER                   PIC X(1) VALUE '='.
          05 WS-HR-PEAK               PIC ZZZ9.
          05 FILLER                   PIC X(11) VALUE '  FIRST ON '.
          05 WS-HR-MONTH              PIC X(6).
          05 WS-HR-DAY                PIC 9(2).
          05 FILLER                   PIC X(40) VALUE SPACES.
       01 WS-NO-SESSIONS-LINE         PIC X(80) VALUE
          'NO COMPLETED SESSIONS STARTED IN THE MONTH.'.
       01 WS-OPEN-NOTE-LINE.
          05 FILLER                   PIC X(35) VALUE
             'NOTE: SESSIONS STILL OPEN          '.
          05 WS-OPN-COUNT             PIC ZZZZZZ9.
          05 FILLER                   PIC X(38) VALUE
             ' - COUNTED, NOT TIMED'.
       01 WS-RESTART-NOTE-LINE.
          05 FILLER                   PIC X(35) VALUE
             'NOTE: SESSIONS LOST TO A RECYCLE   '.
          05 WS-RST-COUNT             PIC ZZZZZZ9.
          05 FILLER                   PIC X(38) VALUE
             ' - COUNTED, NOT TIMED'.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-TALLY-ONE-SESSION UNTIL WS-AT-EOF.
           PERFORM 3000-FIND-HOURLY-PEAKS.
           PERFORM 4000-PRINT-THE-REPORT.
           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE FILES, WORK OUT THE MONTH BEING REPORTED AND ITS
      *    LENGTH, AND PRIME THE FIRST HISTORY RECORD
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           INITIALIZE WS-MINUTE-TABLE.
           INITIALIZE WS-HOUR-PEAK-TABLE.

      *    THE JOB RUNS EARLY IN A MONTH FOR THE MONTH BEFORE - ITS
      *    END IS THE 1ST OF THIS MONTH, ITS START ONE MONTH EARLIER,
      *    BACK INTO DECEMBER OF LAST YEAR WHEN RUN IN JANUARY
           MOVE WS-CURRENT-DATE TO WS-NEXT-MONTH-DATE-NUM.
           MOVE 1 TO WS-NMD-DAY.
           MOVE WS-NEXT-MONTH-DATE-NUM TO WS-MONTH-FIRST-DATE-NUM.
           IF WS-MFD-MONTH IS EQUAL TO 1
              SUBTRACT 1 FROM WS-MFD-YEAR
              MOVE 12 TO WS-MFD-MONTH
           ELSE
              SUBTRACT 1 FROM WS-MFD-MONTH
           END-IF.
           MOVE WS-MFD-YEAR-MONTH TO WS-REPORT-MONTH.

           COMPUTE WS-MONTH-FIRST-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-DATE-NUM).
           COMPUTE WS-DAYS-IN-MONTH =
              FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE-NUM) -
              WS-MONTH-FIRST-INTEGER.
           COMPUTE WS-MINUTES-IN-MONTH = WS-DAYS-IN-MONTH * 1440.

           SET WS-NOT-AT-EOF TO TRUE.

           OPEN INPUT HISTORY-INPUT-FILE.
           OPEN INPUT EMP-MASTER-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.

           IF NOT WS-HISTORY-OK
              DISPLAY 'ERROR: OPEN OF ESESHST FAILED, STATUS='
                 WS-HISTORY-STATUS
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
              PERFORM 1100-READ-NEXT-SESSION
           END-IF.

       1100-READ-NEXT-SESSION.
      *    READ THE NEXT HISTORY RECORD, IN KEY SEQUENCE
           READ HISTORY-INPUT-FILE NEXT RECORD.

           IF WS-HISTORY-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-HISTORY-OK
                 DISPLAY 'ERROR: READ OF ESESHST FAILED, STATUS='
                    WS-HISTORY-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-RECORDS-READ-COUNT
              END-IF
           END-IF.

       2000-TALLY-ONE-SESSION.
      *    A SESSION THAT ENDED NORMALLY IS PLACED ON THE MINUTE LINE
      *    IF IT TOUCHES THE MONTH AT ALL, AND TIMED INTO THE ROLE AND
      *    DEPARTMENT TALLIES IF IT STARTED IN THE MONTH
           EVALUATE TRUE
           WHEN SH-END-STILL-OPEN
                IF SH-START-DATE (1:6) IS EQUAL TO WS-REPORT-MONTH
                   ADD 1 TO WS-OPEN-SESSION-COUNT
                END-IF
           WHEN SH-END-REGION-RESTART
                IF SH-START-DATE (1:6) IS EQUAL TO WS-REPORT-MONTH
                   ADD 1 TO WS-RESTART-SESSION-COUNT
                END-IF
           WHEN SH-START-DATE IS NOT NUMERIC
             OR SH-END-DATE IS NOT NUMERIC
                CONTINUE
           WHEN OTHER
                PERFORM 2100-PLACE-THE-SESSION
                IF SH-START-DATE (1:6) IS EQUAL TO WS-REPORT-MONTH
                   ADD 1 TO WS-TIMED-SESSION-COUNT
                   PERFORM 2300-LOOK-UP-DEPARTMENT
                   PERFORM 2400-TALLY-BY-ROLE
                   PERFORM 2500-TALLY-BY-DEPARTMENT
                END-IF
           END-EVALUATE.

           PERFORM 1100-READ-NEXT-SESSION.

       2100-PLACE-THE-SESSION.
      *    TURN THE START AND END STAMPS INTO MINUTES OF THE MONTH,
      *    THEN MARK EVERY MINUTE OF THE MONTH THE SESSION WAS ON
           MOVE SH-START-DATE TO WS-STAMP-DATE-NUM.
           MOVE SH-START-TIME (1:4) TO WS-STAMP-HHMM.
           PERFORM 2150-COMPUTE-STAMP-MINUTE.
           MOVE WS-STAMP-MINUTE TO WS-START-MINUTE.

           MOVE SH-END-DATE TO WS-STAMP-DATE-NUM.
           MOVE SH-END-TIME (1:4) TO WS-STAMP-HHMM.
           PERFORM 2150-COMPUTE-STAMP-MINUTE.
           MOVE WS-STAMP-MINUTE TO WS-END-MINUTE.

           COMPUTE WS-SESSION-MINUTES = WS-END-MINUTE - WS-START-MINUTE.
           IF WS-SESSION-MINUTES IS LESS THAN ZERO
              MOVE ZERO TO WS-SESSION-MINUTES
           END-IF.

           MOVE WS-START-MINUTE TO WS-MARK-MINUTE.
           COMPUTE WS-MARK-LAST-MINUTE = WS-END-MINUTE - 1.
           IF WS-MARK-LAST-MINUTE IS LESS THAN WS-MARK-MINUTE
              MOVE WS-MARK-MINUTE TO WS-MARK-LAST-MINUTE
           END-IF.
           IF WS-MARK-MINUTE IS LESS THAN 1
              MOVE 1 TO WS-MARK-MINUTE
           END-IF.
           IF WS-MARK-LAST-MINUTE IS GREATER THAN WS-MINUTES-IN-MONTH
              MOVE WS-MINUTES-IN-MONTH TO WS-MARK-LAST-MINUTE
           END-IF.

           PERFORM 2200-MARK-ONE-MINUTE
              UNTIL WS-MARK-MINUTE > WS-MARK-LAST-MINUTE.

       2150-COMPUTE-STAMP-MINUTE.
      *    MINUTE OF THE REPORTED MONTH FOR ONE DATE/TIME STAMP -
      *    ZERO OR LESS BEFORE THE 1ST, PAST THE MONTH'S LAST MINUTE
      *    AFTER IT
           COMPUTE WS-STAMP-MINUTE =
              ((FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE-NUM) -
                WS-MONTH-FIRST-INTEGER) * 1440) +
              ((WS-STAMP-HHMM / 100) * 60) +
              FUNCTION MOD(WS-STAMP-HHMM, 100) + 1.

       2200-MARK-ONE-MINUTE.
      *    ONE MORE SESSION WAS ON DURING THIS MINUTE
           ADD 1 TO WS-MINUTE-ON-COUNT (WS-MARK-MINUTE).
           ADD 1 TO WS-MARK-MINUTE.

       2300-LOOK-UP-DEPARTMENT.
      *    THE SESSION USER'S DEPARTMENT FROM THE EMPLOYEE MASTER - A
      *    USER WITH NO PROFILE ROLLS UP UNDER *UNKNOWN*
           MOVE SH-USER-ID TO EM-USER-ID.

           READ EMP-MASTER-FILE.

           IF WS-EMPMST-OK
              MOVE EM-DEPARTMENT TO WS-SESSION-DEPARTMENT
           ELSE
              MOVE '*UNKNOWN*' TO WS-SESSION-DEPARTMENT
           END-IF.

       2400-TALLY-BY-ROLE.
      *    FIND (OR START) THE SLOT FOR THE SESSION'S ROLE AND ADD
      *    THE SESSION TO IT
           MOVE ZERO TO WS-ROLE-SLOT.
           MOVE 1 TO WS-ROLE-INDEX.
           PERFORM 2450-CHECK-ONE-ROLE-SLOT
              UNTIL WS-ROLE-INDEX > WS-ROLE-COUNT
                 OR WS-ROLE-SLOT > ZERO.

           IF WS-ROLE-SLOT IS EQUAL TO ZERO
              AND WS-ROLE-COUNT IS LESS THAN 10
              ADD 1 TO WS-ROLE-COUNT
              MOVE WS-ROLE-COUNT TO WS-ROLE-SLOT
              INITIALIZE WS-ROLE-ENTRY (WS-ROLE-SLOT)
              MOVE SH-USER-TYPE TO WS-RT-ROLE (WS-ROLE-SLOT)
           END-IF.

           IF WS-ROLE-SLOT IS GREATER THAN ZERO
              ADD 1 TO WS-RT-SESSIONS (WS-ROLE-SLOT)
              ADD WS-SESSION-MINUTES TO
                 WS-RT-TOTAL-MINUTES (WS-ROLE-SLOT)
              IF WS-SESSION-MINUTES IS GREATER THAN
                 WS-RT-LONGEST-MINUTES (WS-ROLE-SLOT)
                 MOVE WS-SESSION-MINUTES TO
                    WS-RT-LONGEST-MINUTES (WS-ROLE-SLOT)
                 MOVE SH-USER-ID TO
                    WS-RT-LONGEST-USER-ID (WS-ROLE-SLOT)
              END-IF
           END-IF.

       2450-CHECK-ONE-ROLE-SLOT.
      *    COMPARE ONE ROLE SLOT AGAINST THE SESSION'S ROLE
           IF WS-RT-ROLE (WS-ROLE-INDEX) IS EQUAL TO SH-USER-TYPE
              MOVE WS-ROLE-INDEX TO WS-ROLE-SLOT
           END-IF.

           ADD 1 TO WS-ROLE-INDEX.

       2500-TALLY-BY-DEPARTMENT.
      *    FIND (OR START) THE SLOT FOR THE SESSION'S DEPARTMENT AND
      *    ADD THE SESSION TO IT
           MOVE ZERO TO WS-DEPT-SLOT.
           MOVE 1 TO WS-DEPT-INDEX.
           PERFORM 2550-CHECK-ONE-DEPT-SLOT
              UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
                 OR WS-DEPT-SLOT > ZERO.

           IF WS-DEPT-SLOT IS EQUAL TO ZERO
              AND WS-DEPT-COUNT IS LESS THAN 300
              ADD 1 TO WS-DEPT-COUNT
              MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
              INITIALIZE WS-DEPT-ENTRY (WS-DEPT-SLOT)
              MOVE WS-SESSION-DEPARTMENT TO
                 WS-DT-DEPARTMENT (WS-DEPT-SLOT)
           END-IF.

           IF WS-DEPT-SLOT IS GREATER THAN ZERO
              ADD 1 TO WS-DT-SESSIONS (WS-DEPT-SLOT)
              ADD WS-SESSION-MINUTES TO
                 WS-DT-TOTAL-MINUTES (WS-DEPT-SLOT)
              IF WS-SESSION-MINUTES IS GREATER THAN
                 WS-DT-LONGEST-MINUTES (WS-DEPT-SLOT)
                 MOVE WS-SESSION-MINUTES TO
                    WS-DT-LONGEST-MINUTES (WS-DEPT-SLOT)
                 MOVE SH-USER-ID TO
                    WS-DT-LONGEST-USER-ID (WS-DEPT-SLOT)
              END-IF
           END-IF.

       2550-CHECK-ONE-DEPT-SLOT.
      *    COMPARE ONE DEPARTMENT SLOT AGAINST THE SESSION'S
      *    DEPARTMENT
           IF WS-DT-DEPARTMENT (WS-DEPT-INDEX) IS EQUAL TO
              WS-SESSION-DEPARTMENT
              MOVE WS-DEPT-INDEX TO WS-DEPT-SLOT
           END-IF.

           ADD 1 TO WS-DEPT-INDEX.

       3000-FIND-HOURLY-PEAKS.
      *    FOR EACH DAY OF THE MONTH, WALK EVERY MINUTE AND KEEP THE
      *    HIGHEST COUNT SEEN IN EACH HOUR OF THE DAY, WITH THE FIRST
      *    DAY IT WAS REACHED
           MOVE 1 TO WS-PEAK-DAY.
           PERFORM 3100-SCAN-ONE-DAY
              UNTIL WS-PEAK-DAY > WS-DAYS-IN-MONTH.

       3100-SCAN-ONE-DAY.
      *    WALK ONE DAY'S 24 HOURS
           MOVE ZERO TO WS-PEAK-HOUR.
           PERFORM 3200-SCAN-ONE-HOUR
              UNTIL WS-PEAK-HOUR > 23.

           ADD 1 TO WS-PEAK-DAY.

       3200-SCAN-ONE-HOUR.
      *    WALK ONE HOUR'S 60 MINUTES
           MOVE ZERO TO WS-PEAK-MINUTE-OF-HOUR.
           PERFORM 3300-SCAN-ONE-MINUTE
              UNTIL WS-PEAK-MINUTE-OF-HOUR > 59.

           ADD 1 TO WS-PEAK-HOUR.

       3300-SCAN-ONE-MINUTE.
      *    COMPARE ONE MINUTE'S COUNT AGAINST ITS HOUR'S PEAK SO FAR
           COMPUTE WS-PEAK-SLOT =
              ((WS-PEAK-DAY - 1) * 1440) + (WS-PEAK-HOUR * 60) +
              WS-PEAK-MINUTE-OF-HOUR + 1.

           IF WS-MINUTE-ON-COUNT (WS-PEAK-SLOT) IS GREATER THAN
              WS-HP-PEAK-COUNT (WS-PEAK-HOUR + 1)
              MOVE WS-MINUTE-ON-COUNT (WS-PEAK-SLOT) TO
                 WS-HP-PEAK-COUNT (WS-PEAK-HOUR + 1)
              MOVE WS-PEAK-DAY TO WS-HP-PEAK-DAY (WS-PEAK-HOUR + 1)
           END-IF.

           ADD 1 TO WS-PEAK-MINUTE-OF-HOUR.

       4000-PRINT-THE-REPORT.
      *    THE ROLE BLOCK, THE DEPARTMENT BLOCK, THE HOURLY PEAKS,
      *    THEN A NOTE OF ANY SESSIONS THAT COULD NOT BE TIMED
           MOVE WS-REPORT-MONTH TO WS-HDR-MONTH.
           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           MOVE WS-BLANK-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           IF WS-TIMED-SESSION-COUNT IS EQUAL TO ZERO
              MOVE WS-NO-SESSIONS-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           ELSE
              MOVE WS-ROLE-TITLE-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
              MOVE 1 TO WS-ROLE-INDEX
              PERFORM 4100-PRINT-ONE-ROLE
                 UNTIL WS-ROLE-INDEX > WS-ROLE-COUNT

              MOVE WS-BLANK-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
              MOVE WS-DEPT-TITLE-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
              MOVE 1 TO WS-DEPT-INDEX
              PERFORM 4200-PRINT-ONE-DEPARTMENT
                 UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
           END-IF.

           MOVE WS-BLANK-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE WS-HOUR-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-PEAK-HOUR.
           PERFORM 4300-PRINT-ONE-HOUR
              UNTIL WS-PEAK-HOUR > 23.

           IF WS-OPEN-SESSION-COUNT IS GREATER THAN ZERO
              MOVE WS-OPEN-SESSION-COUNT TO WS-OPN-COUNT
              MOVE WS-OPEN-NOTE-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

           IF WS-RESTART-SESSION-COUNT IS GREATER THAN ZERO
              MOVE WS-RESTART-SESSION-COUNT TO WS-RST-COUNT
              MOVE WS-RESTART-NOTE-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
           END-IF.

       4100-PRINT-ONE-ROLE.
      *    ONE ROLE ROW TO THE REPORT
           MOVE 'ROLE ' TO WS-DUR-LABEL.
           MOVE WS-RT-ROLE (WS-ROLE-INDEX) TO WS-DUR-GROUP.
           MOVE WS-RT-SESSIONS (WS-ROLE-INDEX) TO WS-DUR-SESSIONS.
           COMPUTE WS-DUR-AVERAGE ROUNDED =
              WS-RT-TOTAL-MINUTES (WS-ROLE-INDEX) /
              WS-RT-SESSIONS (WS-ROLE-INDEX).
           MOVE WS-RT-LONGEST-MINUTES (WS-ROLE-INDEX) TO
              WS-DUR-LONGEST.
           MOVE WS-RT-LONGEST-USER-ID (WS-ROLE-INDEX) TO
              WS-DUR-LONGEST-USER-ID.
           MOVE WS-DURATION-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-ROLE-INDEX.

       4200-PRINT-ONE-DEPARTMENT.
      *    ONE DEPARTMENT ROW TO THE REPORT
           MOVE 'DEPT ' TO WS-DUR-LABEL.
           MOVE WS-DT-DEPARTMENT (WS-DEPT-INDEX) TO WS-DUR-GROUP.
           MOVE WS-DT-SESSIONS (WS-DEPT-INDEX) TO WS-DUR-SESSIONS.
           COMPUTE WS-DUR-AVERAGE ROUNDED =
              WS-DT-TOTAL-MINUTES (WS-DEPT-INDEX) /
              WS-DT-SESSIONS (WS-DEPT-INDEX).
           MOVE WS-DT-LONGEST-MINUTES (WS-DEPT-INDEX) TO
              WS-DUR-LONGEST.
           MOVE WS-DT-LONGEST-USER-ID (WS-DEPT-INDEX) TO
              WS-DUR-LONGEST-USER-ID.
           MOVE WS-DURATION-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-DEPT-INDEX.

       4300-PRINT-ONE-HOUR.
      *    ONE HOUR-OF-DAY ROW TO THE REPORT
           MOVE WS-PEAK-HOUR TO WS-HR-HOUR.
           MOVE WS-HP-PEAK-COUNT (WS-PEAK-HOUR + 1) TO WS-HR-PEAK.
           IF WS-HP-PEAK-COUNT (WS-PEAK-HOUR + 1) IS EQUAL TO ZERO
              MOVE SPACES TO WS-HR-MONTH
              MOVE ZERO TO WS-HR-DAY
           ELSE
              MOVE WS-REPORT-MONTH TO WS-HR-MONTH
              MOVE WS-HP-PEAK-DAY (WS-PEAK-HOUR + 1) TO WS-HR-DAY
           END-IF.
           MOVE WS-HOUR-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-PEAK-HOUR.

       9000-TERMINATE.
      *    CLOSE THE FILES AND REPORT WHAT WAS DONE
           CLOSE HISTORY-INPUT-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.

           DISPLAY 'ESESRPT: RECORDS READ     = '
              WS-RECORDS-READ-COUNT.
           DISPLAY 'ESESRPT: SESSIONS TIMED   = '
              WS-TIMED-SESSION-COUNT.
           DISPLAY 'ESESRPT: STILL OPEN       = '
              WS-OPEN-SESSION-COUNT.
           DISPLAY 'ESESRPT: LOST TO RECYCLE  = '
              WS-RESTART-SESSION-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-REPORT-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE SESSRPT REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'SESSRPT ' TO RB-REPORT-NAME.
           MOVE 'ESESRPT ' TO RB-JOB-NAME.
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

           MOVE 'ESESRPT ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-RECORDS-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-TIMED-SESSION-COUNT TO RL-RECORDS-APPLIED.
           MOVE ZERO TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
