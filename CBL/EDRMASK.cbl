       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDRMASK.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - TEST-REGION MASKING BATCH PROGRAM
      *        A BATCH JOB, RUN OUTSIDE CICS, THAT TURNS A PRODUCTION
      *        DRBKUP BACKUP SET FROM EDREXPT, AND THE ESONAUD SIGN-ON
      *        AUDIT TAKEN WITH IT, INTO A LOAD SET FOR THE TEST
      *        REGION WITH NO REAL PERSON LEFT IN IT.  THE MASKED SET
      *        IS WRITTEN TO DRMASK IN THE SAME LAYOUT, WITH FRESH
      *        SECTION TRAILERS, SO EDRREST LOADS AND VERIFIES IT
      *        EXACTLY AS IT WOULD THE REAL ONE; THE MASKED AUDIT GOES
      *        TO ESONAUDT.  EVERY SECTION HEADER IS STAMPED MASKED,
      *        AND EDRREST RUN WITH TEST-REGION SET REFUSES ANY SET
      *        THAT IS NOT, SO PRODUCTION DATA CANNOT BE LOADED INTO
      *        TEST WITHOUT THIS STEP HAVING RUN FIRST.
      *
      *        THE INPUT SET IS PROVEN AGAINST ITS OWN TRAILERS BEFORE
      *        ANYTHING IS WRITTEN, AND A SET ALREADY MASKED IS
      *        REFUSED.  EVERY USER ID FOUND ON EREGUSR, EUSRENT,
      *        EEMPMST (AS EMPLOYEE, AS MANAGER AND AS AN SVC OWNER)
      *        AND ESONAUD IS SORTED INTO ONE TABLE, AND EACH BECOMES
      *        'T' AND ITS SEVEN-DIGIT PLACE IN THAT TABLE WHEREVER IT
      *        APPEARS - SO THE SAME PERSON IS THE SAME TEST USER ON
      *        EVERY FILE, EM-MANAGER-ID CHAINS STILL LEAD TO THE RIGHT
      *        MANAGER, AND THE KEYED FILES STAY IN KEY ORDER FOR THE
      *        RELOAD.  NAMES AND PHONE NUMBERS ARE REPLACED BY MADE-UP
      *        ONES BUILT FROM THE SAME PLACE, AND EVERY PASSWORD AND
      *        SECURITY ANSWER IS RESET THROUGH EHASHPW TO THE ONE
      *        KNOWN TEST VALUE.  ESONAUD RECORDS ARE WRITTEN UNSEALED
      *        - THE PRODUCTION CHAIN MEANS NOTHING IN TEST.  THE
      *        DRMSKRP REPORT SUMMARIZES WHAT WAS MASKED; IT NEVER
      *        SHOWS A REAL USER ID.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-SET-FILE ASSIGN TO DRBKUP
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-BACKUP-STATUS.

           SELECT MASKED-SET-FILE ASSIGN TO DRMASK
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-MASKED-STATUS.

           SELECT SIGNON-AUDIT-FILE ASSIGN TO ESONAUD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-INPUT-STATUS.

           SELECT MASKED-AUDIT-FILE ASSIGN TO ESONAUDT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-OUTPUT-STATUS.

           SELECT REPORT-OUTPUT-FILE ASSIGN TO DRMSKRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-SET-FILE.
       01 BACKUP-RECORD.
          05 BK-RECORD-TYPE          PIC X(1).
             88 BK-RT-FILE-HEADER          VALUE 'F'.
             88 BK-RT-DATA                 VALUE 'D'.
             88 BK-RT-FILE-TRAILER         VALUE 'T'.
          05 BK-FILE-NAME            PIC X(8).
      *      WIDE ENOUGH FOR THE LARGEST RECORD CARRIED - THE
      *      120-BYTE EEMPMST - MATCHING EDREXPT'S SET LAYOUT
          05 BK-DATA                 PIC X(120).
          05 BK-HEADER-VIEW REDEFINES BK-DATA.
             10 BKH-MASKING-MARK     PIC X(8).
                88 BKH-SET-MASKED          VALUE 'MASKED'.
             10 BKH-MASKED-DATE      PIC X(8).
             10 FILLER               PIC X(104).
          05 BK-TRAILER-VIEW REDEFINES BK-DATA.
             10 BKT-RECORD-COUNT     PIC 9(7).
             10 BKT-CONTROL-TOTAL    PIC 9(13).
             10 FILLER               PIC X(100).

       FD  MASKED-SET-FILE.
       01 MASKED-SET-RECORD           PIC X(129).

       FD  SIGNON-AUDIT-FILE.
       01 SIGNON-INPUT-RECORD         PIC X(67).

       FD  MASKED-AUDIT-FILE.
       01 SIGNON-OUTPUT-RECORD        PIC X(67).

       FD  REPORT-OUTPUT-FILE.
       01 WS-REPORT-LINE              PIC X(80).

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
          05 SR-USER-ID               PIC X(8).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS AND THE RECORD LAYOUTS THE
      *   SET'S DATA RECORDS ARE MASKED IN.
      ******************************************************************
       COPY ECONST.
       COPY EREGUSR.
       COPY EUSRENT.
       COPY EEMPMST.
       COPY ESONAUD.
      ******************************************************************
      *   WORKING FIELDS USED TO READ AND WRITE THE SETS.
      ******************************************************************
       01 WS-BACKUP-STATUS           PIC X(2).
          88 WS-BACKUP-OK                  VALUE '00'.
          88 WS-BACKUP-EOF                 VALUE '10'.
       01 WS-MASKED-STATUS           PIC X(2).
          88 WS-MASKED-OK                  VALUE '00'.
       01 WS-AUDIT-INPUT-STATUS      PIC X(2).
          88 WS-AUDIT-INPUT-OK             VALUE '00'.
          88 WS-AUDIT-INPUT-EOF            VALUE '10'.
       01 WS-AUDIT-OUTPUT-STATUS     PIC X(2).
          88 WS-AUDIT-OUTPUT-OK            VALUE '00'.
       01 WS-REPORT-STATUS           PIC X(2).
          88 WS-REPORT-OK                  VALUE '00'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-CURRENT-DATE             PIC X(8).
      ******************************************************************
      *   PER-SECTION CONTROLS - WHICH FILE IS BEING READ, AND THE
      *   COUNT AND BYTE-SUM BUILT UP FOR ITS TRAILER.
      ******************************************************************
       01 WS-SECTION-FILE-NAME        PIC X(8).
          88 WS-NO-SECTION-OPEN            VALUE SPACES.
       01 WS-SECTION-RECORD           PIC X(120).
       01 WS-SECTION-COUNT            PIC 9(7).
       01 WS-SECTION-TOTAL            PIC 9(13).
       01 WS-BYTE-INDEX               PIC 9(3) USAGE COMP.
       01 WS-SECTIONS-FAILED-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-SECTION-IDS-COUNT        PIC 9(7).
      ******************************************************************
      *   THE PSEUDONYM TABLE - EVERY DISTINCT USER ID ON THE INPUT,
      *   IN ASCENDING ORDER, SO AN ID'S PLACE IN IT IS ITS TEST ID.
      ******************************************************************
       01 WS-ID-TABLE.
          05 WS-ID-COUNT              PIC 9(5) USAGE COMP VALUE ZERO.
          05 WS-ID-ENTRY              PIC X(8) OCCURS 30000 TIMES.
       01 WS-ID-TABLE-LIMIT           PIC 9(5) USAGE COMP VALUE 30000.
       01 WS-LAST-SORTED-ID           PIC X(8).
       01 WS-SEARCH-LOW               PIC 9(5) USAGE COMP.
       01 WS-SEARCH-HIGH              PIC 9(5) USAGE COMP.
       01 WS-SEARCH-MIDDLE            PIC 9(5) USAGE COMP.
       01 WS-SEARCH-SLOT              PIC 9(5) USAGE COMP.
       01 WS-LOOKUP-USER-ID           PIC X(8).
       01 WS-TEST-USER-ID.
          05 WS-TEST-ID-MARK          PIC X(1) VALUE 'T'.
          05 WS-TEST-ID-NUMBER        PIC 9(7).
      ******************************************************************
      *   MADE-UP NAMES AND PHONE NUMBERS - A FIRST NAME AND A SURNAME
      *   ARE PICKED FROM THESE LISTS BY THE USER'S PLACE IN THE
      *   TABLE, AND EVERY NUMBER IS IN THE 555-0100 TO 555-0199
      *   RANGE THAT IS NEVER ISSUED TO A REAL LINE.
      ******************************************************************
       01 WS-FIRST-NAME-VALUES.
          05 FILLER                   PIC X(10) VALUE 'ALAN'.
          05 FILLER                   PIC X(10) VALUE 'BARBARA'.
          05 FILLER                   PIC X(10) VALUE 'CARL'.
          05 FILLER                   PIC X(10) VALUE 'DIANA'.
          05 FILLER                   PIC X(10) VALUE 'EDWARD'.
          05 FILLER                   PIC X(10) VALUE 'FIONA'.
          05 FILLER                   PIC X(10) VALUE 'GEORGE'.
          05 FILLER                   PIC X(10) VALUE 'HELEN'.
          05 FILLER                   PIC X(10) VALUE 'IAN'.
          05 FILLER                   PIC X(10) VALUE 'JOAN'.
          05 FILLER                   PIC X(10) VALUE 'KEITH'.
          05 FILLER                   PIC X(10) VALUE 'LINDA'.
          05 FILLER                   PIC X(10) VALUE 'MARTIN'.
          05 FILLER                   PIC X(10) VALUE 'NORA'.
          05 FILLER                   PIC X(10) VALUE 'OLIVER'.
          05 FILLER                   PIC X(10) VALUE 'PAULA'.
          05 FILLER                   PIC X(10) VALUE 'RAYMOND'.
          05 FILLER                   PIC X(10) VALUE 'SARAH'.
          05 FILLER                   PIC X(10) VALUE 'THOMAS'.
          05 FILLER                   PIC X(10) VALUE 'VERA'.
       01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
          05 WS-FIRST-NAME            PIC X(10) OCCURS 20 TIMES.
       01 WS-SURNAME-VALUES.
          05 FILLER                   PIC X(12) VALUE 'ABBOTT'.
          05 FILLER                   PIC X(12) VALUE 'BRENNAN'.
          05 FILLER                   PIC X(12) VALUE 'CARTER'.
          05 FILLER                   PIC X(12) VALUE 'DAWSON'.
          05 FILLER                   PIC X(12) VALUE 'ELLIS'.
          05 FILLER                   PIC X(12) VALUE 'FLETCHER'.
          05 FILLER                   PIC X(12) VALUE 'GRAHAM'.
          05 FILLER                   PIC X(12) VALUE 'HARPER'.
          05 FILLER                   PIC X(12) VALUE 'INGRAM'.
          05 FILLER                   PIC X(12) VALUE 'JENKINS'.
          05 FILLER                   PIC X(12) VALUE 'KIRBY'.
          05 FILLER                   PIC X(12) VALUE 'LAWSON'.
          05 FILLER                   PIC X(12) VALUE 'MORGAN'.
          05 FILLER                   PIC X(12) VALUE 'NEWTON'.
          05 FILLER                   PIC X(12) VALUE 'OSBORNE'.
          05 FILLER                   PIC X(12) VALUE 'PARKER'.
          05 FILLER                   PIC X(12) VALUE 'QUINN'.
          05 FILLER                   PIC X(12) VALUE 'ROWLAND'.
          05 FILLER                   PIC X(12) VALUE 'SUTTON'.
          05 FILLER                   PIC X(12) VALUE 'TURNER'.
       01 WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
          05 WS-SURNAME               PIC X(12) OCCURS 20 TIMES.
       01 WS-FIRST-NAME-INDEX         PIC 9(3) USAGE COMP.
       01 WS-SURNAME-INDEX            PIC 9(3) USAGE COMP.
       01 WS-SURNAME-STEP             PIC 9(5) USAGE COMP.
       01 WS-FAKE-PHONE.
          05 FILLER                   PIC X(8) VALUE '212-555-'.
          05 WS-FAKE-PHONE-LINE       PIC 9(4).
      ******************************************************************
      *   THE KNOWN TEST PASSWORD AND SECURITY ANSWER EVERY MASKED
      *   ACCOUNT IS GIVEN, AND THEIR HASHES, TAKEN ONCE AT START-UP.
      ******************************************************************
       01 WS-TEST-PASSWORD            PIC X(8) VALUE 'TESTPASS'.
       01 WS-TEST-ANSWER              PIC X(8) VALUE 'TESTANSW'.
       01 WS-TEST-PASSWORD-HASH       PIC X(8).
       01 WS-TEST-ANSWER-HASH         PIC X(8).
      ******************************************************************
      *   COUNTS FOR THE SUMMARY REPORT.
      ******************************************************************
       01 WS-TOTAL-RECORDS-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-IDS-REPLACED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-NAMES-MASKED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-PHONES-MASKED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-PASSWORDS-RESET-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-ANSWERS-RESET-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-AUDIT-RECORDS-COUNT      PIC 9(7) VALUE ZERO.
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
       01 WS-HEADER-LINE              PIC X(80) VALUE
          'TEST-REGION MASKING SUMMARY REPORT'.
       01 WS-RUN-DATE-LINE.
          05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
          05 WS-RDL-DATE              PIC X(8).
          05 FILLER                   PIC X(62) VALUE SPACES.
       01 WS-SECTION-LINE.
          05 WS-SCL-FILE-NAME         PIC X(8).
          05 FILLER                   PIC X(10) VALUE '  RECORDS='.
          05 WS-SCL-RECORDS           PIC ZZZZZZ9.
          05 FILLER                   PIC X(15) VALUE
             '  IDS REPLACED='.
          05 WS-SCL-IDS               PIC ZZZZZZ9.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-SCL-VERDICT           PIC X(22).
          05 FILLER                   PIC X(9) VALUE SPACES.
       01 WS-TOTAL-LINE.
          05 WS-TTL-LABEL             PIC X(40).
          05 WS-TTL-COUNT             PIC ZZZZZZ9.
          05 FILLER                   PIC X(33) VALUE SPACES.
       01 WS-REFUSED-LINE             PIC X(80) VALUE
          '*** RUN FAILED - DRMASK AND ESONAUDT MUST NOT BE LOADED ***'.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIALIZE.

           IF RL-ST-GOOD
              SORT SORT-WORK-FILE
                 ON ASCENDING KEY SR-USER-ID
                 INPUT PROCEDURE IS 2000-RELEASE-USER-IDS
                 OUTPUT PROCEDURE IS 3000-LOAD-ID-TABLE
           END-IF.

           IF RL-ST-GOOD
              PERFORM 4000-WRITE-MASKED-SET
           END-IF.

           IF RL-ST-GOOD
              PERFORM 6000-WRITE-MASKED-AUDIT
           END-IF.

           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE REPORT AND HASH THE TEST VALUES ONCE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           OPEN OUTPUT REPORT-OUTPUT-FILE.

           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-CURRENT-DATE TO WS-RDL-DATE.
           MOVE WS-RUN-DATE-LINE TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           CALL 'EHASHPW' USING WS-TEST-PASSWORD WS-TEST-PASSWORD-HASH.
           CALL 'EHASHPW' USING WS-TEST-ANSWER WS-TEST-ANSWER-HASH.

       1100-READ-NEXT-BACKUP-RECORD.
      *    READ THE NEXT BACKUP-SET RECORD
           READ BACKUP-SET-FILE.

           IF WS-BACKUP-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-BACKUP-OK
                 DISPLAY 'ERROR: READ OF DRBKUP FAILED, STATUS='
                    WS-BACKUP-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              END-IF
           END-IF.

       1200-READ-NEXT-AUDIT-RECORD.
      *    READ THE NEXT SIGN-ON AUDIT RECORD
           READ SIGNON-AUDIT-FILE.

           IF WS-AUDIT-INPUT-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-AUDIT-INPUT-OK
                 DISPLAY 'ERROR: READ OF ESONAUD FAILED, STATUS='
                    WS-AUDIT-INPUT-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 MOVE SIGNON-INPUT-RECORD TO SIGNON-AUDIT-RECORD
              END-IF
           END-IF.

       2000-RELEASE-USER-IDS.
      *    FIRST PASS - PROVE THE SET AGAINST ITS TRAILERS AND HAND
      *    EVERY USER ID ON IT, AND ON ESONAUD, TO THE SORT
           OPEN INPUT BACKUP-SET-FILE.

           IF NOT WS-BACKUP-OK
              DISPLAY 'ERROR: OPEN OF DRBKUP FAILED, STATUS='
                 WS-BACKUP-STATUS
              SET RL-ST-FAILED TO TRUE
           ELSE
              SET WS-NOT-AT-EOF TO TRUE
              SET WS-NO-SECTION-OPEN TO TRUE
              PERFORM 1100-READ-NEXT-BACKUP-RECORD
              PERFORM 2100-CHECK-ONE-BACKUP-RECORD UNTIL WS-AT-EOF
              IF NOT WS-NO-SECTION-OPEN
                 PERFORM 2500-FLAG-TRUNCATED-SECTION
              END-IF
              CLOSE BACKUP-SET-FILE
           END-IF.

           OPEN INPUT SIGNON-AUDIT-FILE.

           IF NOT WS-AUDIT-INPUT-OK
              DISPLAY 'ERROR: OPEN OF ESONAUD FAILED, STATUS='
                 WS-AUDIT-INPUT-STATUS
              SET RL-ST-FAILED TO TRUE
           ELSE
              SET WS-NOT-AT-EOF TO TRUE
              PERFORM 1200-READ-NEXT-AUDIT-RECORD
              PERFORM 2700-RELEASE-AUDIT-USER-ID UNTIL WS-AT-EOF
              CLOSE SIGNON-AUDIT-FILE
           END-IF.

       2100-CHECK-ONE-BACKUP-RECORD.
      *    DISPATCH ONE SET RECORD BY ITS TYPE, THEN MOVE ON
           EVALUATE TRUE
           WHEN BK-RT-FILE-HEADER
                PERFORM 2200-START-INPUT-SECTION
           WHEN BK-RT-DATA
                PERFORM 2300-CHECK-SECTION-RECORD
           WHEN BK-RT-FILE-TRAILER
                PERFORM 2400-VERIFY-INPUT-SECTION
           WHEN OTHER
                DISPLAY 'ERROR: UNRECOGNIZED BACKUP RECORD TYPE'
                SET RL-ST-FAILED TO TRUE
           END-EVALUATE.

           PERFORM 1100-READ-NEXT-BACKUP-RECORD.

       2200-START-INPUT-SECTION.
      *    A NEW FILE SECTION OPENS - ONE ALREADY STAMPED MASKED MEANS
      *    THE WRONG SET WAS GIVEN, AND A PREVIOUS SECTION STILL OPEN
      *    MEANS ITS TRAILER NEVER CAME
           IF NOT WS-NO-SECTION-OPEN
              PERFORM 2500-FLAG-TRUNCATED-SECTION
           END-IF.

           IF BKH-SET-MASKED
              DISPLAY 'ERROR: DRBKUP SECTION ' BK-FILE-NAME
                 ' IS ALREADY MASKED - GIVE THE PRODUCTION SET'
              SET RL-ST-FAILED TO TRUE
           END-IF.

           MOVE BK-FILE-NAME TO WS-SECTION-FILE-NAME.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-SECTION-TOTAL.

       2300-CHECK-SECTION-RECORD.
      *    COUNT AND SUM ONE DATA RECORD AND RELEASE ITS USER IDS
           IF WS-NO-SECTION-OPEN
              DISPLAY 'ERROR: DATA RECORD OUTSIDE A FILE SECTION'
              SET RL-ST-FAILED TO TRUE
           ELSE
              ADD 1 TO WS-SECTION-COUNT
              MOVE BK-DATA TO WS-SECTION-RECORD
              PERFORM 2800-SUM-RECORD-BYTES
              PERFORM 2350-RELEASE-RECORD-USER-IDS
           END-IF.

       2350-RELEASE-RECORD-USER-IDS.
      *    THE USER IDS EACH FILE CARRIES
           EVALUATE WS-SECTION-FILE-NAME
           WHEN 'EREGUSR '
                MOVE BK-DATA (1:100) TO REG-USER-RECORD
                MOVE RU-USER-ID TO SR-USER-ID
                PERFORM 2900-RELEASE-ONE-USER-ID
                MOVE RU-OWNER-USER-ID TO SR-USER-ID
                PERFORM 2900-RELEASE-ONE-USER-ID
           WHEN 'EUSRENT '
                MOVE BK-DATA (1:40) TO USER-ENTITLEMENT-RECORD
                MOVE UE-USER-ID TO SR-USER-ID
                PERFORM 2900-RELEASE-ONE-USER-ID
           WHEN 'EEMPMST '
                MOVE BK-DATA (1:120) TO EMPLOYEE-MASTER-RECORD
                MOVE EM-USER-ID TO SR-USER-ID
                PERFORM 2900-RELEASE-ONE-USER-ID
                MOVE EM-MANAGER-ID TO SR-USER-ID
                PERFORM 2900-RELEASE-ONE-USER-ID
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2400-VERIFY-INPUT-SECTION.
      *    THE SECTION'S TRAILER - A SET THAT DOES NOT PROVE IS NOT
      *    MASKED, SINCE ITS COPY COULD NOT BE PROVEN EITHER
           MOVE WS-SECTION-FILE-NAME TO WS-SCL-FILE-NAME.
           MOVE WS-SECTION-COUNT TO WS-SCL-RECORDS.
           MOVE ZERO TO WS-SCL-IDS.

           IF WS-SECTION-COUNT IS EQUAL TO BKT-RECORD-COUNT
              AND WS-SECTION-TOTAL IS EQUAL TO BKT-CONTROL-TOTAL
              MOVE 'INPUT VERIFIED' TO WS-SCL-VERDICT
           ELSE
              MOVE '*** VERIFY FAILED ***' TO WS-SCL-VERDICT
              ADD 1 TO WS-SECTIONS-FAILED-COUNT
              SET RL-ST-FAILED TO TRUE
           END-IF.

           MOVE WS-SECTION-LINE TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           SET WS-NO-SECTION-OPEN TO TRUE.

       2500-FLAG-TRUNCATED-SECTION.
      *    A SECTION WITH NO TRAILER IS A TRUNCATED SET
           MOVE WS-SECTION-FILE-NAME TO WS-SCL-FILE-NAME.
           MOVE WS-SECTION-COUNT TO WS-SCL-RECORDS.
           MOVE ZERO TO WS-SCL-IDS.
           MOVE '*** TRAILER MISSING **' TO WS-SCL-VERDICT.
           MOVE WS-SECTION-LINE TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           ADD 1 TO WS-SECTIONS-FAILED-COUNT.
           SET RL-ST-FAILED TO TRUE.

       2700-RELEASE-AUDIT-USER-ID.
      *    ONE SIGN-ON AUDIT RECORD'S USER ID TO THE SORT
           MOVE AU-USER-ID TO SR-USER-ID.
           PERFORM 2900-RELEASE-ONE-USER-ID.
           PERFORM 1200-READ-NEXT-AUDIT-RECORD.

       2800-SUM-RECORD-BYTES.
      *    ADD EVERY BYTE'S ORDINAL VALUE INTO THE SECTION'S CONTROL
      *    TOTAL, THE SAME WAY EDREXPT BUILT THE TRAILER'S
           MOVE 1 TO WS-BYTE-INDEX.
           PERFORM 2850-SUM-ONE-BYTE UNTIL WS-BYTE-INDEX > 120.

       2850-SUM-ONE-BYTE.
      *    ONE BYTE INTO THE RUNNING TOTAL
           COMPUTE WS-SECTION-TOTAL = WS-SECTION-TOTAL +
              FUNCTION ORD(WS-SECTION-RECORD (WS-BYTE-INDEX : 1)).

           ADD 1 TO WS-BYTE-INDEX.

       2900-RELEASE-ONE-USER-ID.
      *    A BLANK ID IS NOT A USER
           IF SR-USER-ID IS NOT EQUAL TO SPACES
              RELEASE SORT-WORK-RECORD
           END-IF.

       3000-LOAD-ID-TABLE.
      *    TAKE THE IDS BACK IN ORDER, EACH DISTINCT ONE ONCE
           MOVE LOW-VALUES TO WS-LAST-SORTED-ID.
           SET WS-NOT-AT-EOF TO TRUE.
           PERFORM 3100-RETURN-SORTED-ID.
           PERFORM 3200-TABLE-ONE-ID UNTIL WS-AT-EOF.

           DISPLAY 'EDRMASK: DISTINCT USER IDS = ' WS-ID-COUNT.

       3100-RETURN-SORTED-ID.
      *    NEXT USER ID IN ORDER
           RETURN SORT-WORK-FILE
              AT END
                 SET WS-AT-EOF TO TRUE
           END-RETURN.

       3200-TABLE-ONE-ID.
      *    A NEW ID TAKES THE NEXT PLACE - MORE THAN THE TABLE HOLDS
      *    STOPS THE RUN RATHER THAN LEAVE A REAL ID UNMASKED
           IF SR-USER-ID IS NOT EQUAL TO WS-LAST-SORTED-ID
              IF WS-ID-COUNT IS NOT LESS THAN WS-ID-TABLE-LIMIT
                 IF RL-ST-GOOD
                    DISPLAY 'ERROR: MORE THAN ' WS-ID-TABLE-LIMIT
                       ' USER IDS - NOTHING MASKED'
                 END-IF
                 SET RL-ST-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-ID-COUNT
                 MOVE SR-USER-ID TO WS-ID-ENTRY (WS-ID-COUNT)
              END-IF
              MOVE SR-USER-ID TO WS-LAST-SORTED-ID
           END-IF.

           PERFORM 3100-RETURN-SORTED-ID.

       4000-WRITE-MASKED-SET.
      *    SECOND PASS - COPY THE SET ACROSS TO DRMASK, MASKING EVERY
      *    DATA RECORD AND BUILDING FRESH TRAILERS FOR WHAT IS WRITTEN
           OPEN INPUT BACKUP-SET-FILE.
           OPEN OUTPUT MASKED-SET-FILE.

           IF NOT WS-BACKUP-OK OR NOT WS-MASKED-OK
              DISPLAY 'ERROR: OPEN FAILED, DRBKUP=' WS-BACKUP-STATUS
                 ' DRMASK=' WS-MASKED-STATUS
              SET RL-ST-FAILED TO TRUE
           ELSE
              SET WS-NOT-AT-EOF TO TRUE
              PERFORM 1100-READ-NEXT-BACKUP-RECORD
              PERFORM 4100-MASK-ONE-BACKUP-RECORD UNTIL WS-AT-EOF
           END-IF.

           CLOSE BACKUP-SET-FILE.
           CLOSE MASKED-SET-FILE.

       4100-MASK-ONE-BACKUP-RECORD.
      *    THE FIRST PASS HAS PROVEN THE SET'S SHAPE, SO EACH RECORD
      *    IS SIMPLY HANDLED BY ITS TYPE
           EVALUATE TRUE
           WHEN BK-RT-FILE-HEADER
                MOVE BK-FILE-NAME TO WS-SECTION-FILE-NAME
                MOVE ZERO TO WS-SECTION-COUNT
                MOVE ZERO TO WS-SECTION-TOTAL
                MOVE ZERO TO WS-SECTION-IDS-COUNT
                MOVE SPACES TO BK-DATA
                MOVE 'MASKED' TO BKH-MASKING-MARK
                MOVE WS-CURRENT-DATE TO BKH-MASKED-DATE
           WHEN BK-RT-DATA
                PERFORM 4200-MASK-SECTION-RECORD
           WHEN OTHER
                PERFORM 4900-END-MASKED-SECTION
           END-EVALUATE.

           MOVE BACKUP-RECORD TO MASKED-SET-RECORD.
           WRITE MASKED-SET-RECORD.

           IF NOT WS-MASKED-OK
              DISPLAY 'ERROR: WRITE TO DRMASK FAILED, STATUS='
                 WS-MASKED-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              PERFORM 1100-READ-NEXT-BACKUP-RECORD
           END-IF.

       4200-MASK-SECTION-RECORD.
      *    MASK ONE RECORD BY THE FILE IT BELONGS TO - THE OTHER FILES
      *    HOLD NO PERSON AND PASS THROUGH AS THEY ARE
           EVALUATE WS-SECTION-FILE-NAME
           WHEN 'EREGUSR '
                MOVE BK-DATA (1:100) TO REG-USER-RECORD
                PERFORM 4300-MASK-REGISTERED-USER
                MOVE REG-USER-RECORD TO BK-DATA
           WHEN 'EUSRENT '
                MOVE BK-DATA (1:40) TO USER-ENTITLEMENT-RECORD
                MOVE UE-USER-ID TO WS-LOOKUP-USER-ID
                PERFORM 5000-FIND-TEST-USER-ID
                MOVE WS-LOOKUP-USER-ID TO UE-USER-ID
                MOVE USER-ENTITLEMENT-RECORD TO BK-DATA
           WHEN 'EEMPMST '
                MOVE BK-DATA (1:120) TO EMPLOYEE-MASTER-RECORD
                PERFORM 4400-MASK-EMPLOYEE
                MOVE EMPLOYEE-MASTER-RECORD TO BK-DATA
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-TOTAL-RECORDS-COUNT.
           MOVE BK-DATA TO WS-SECTION-RECORD.
           PERFORM 2800-SUM-RECORD-BYTES.

       4300-MASK-REGISTERED-USER.
      *    NEW IDS FOR THE USER AND ANY SVC OWNER, AND THE KNOWN TEST
      *    PASSWORD, CURRENT FROM TODAY SO IT HAS NOT AGED OUT.  A
      *    SECURITY ANSWER IS RESET ONLY WHERE A QUESTION WAS CHOSEN.
           MOVE RU-USER-ID TO WS-LOOKUP-USER-ID.
           PERFORM 5000-FIND-TEST-USER-ID.
           MOVE WS-LOOKUP-USER-ID TO RU-USER-ID.

           MOVE RU-OWNER-USER-ID TO WS-LOOKUP-USER-ID.
           PERFORM 5000-FIND-TEST-USER-ID.
           MOVE WS-LOOKUP-USER-ID TO RU-OWNER-USER-ID.

           MOVE WS-TEST-PASSWORD-HASH TO RU-USER-PASSWORD.
           MOVE WS-CURRENT-DATE TO RU-LED-DATE.
           MOVE '000000' TO RU-LED-TIME.
           SET RU-NO-FORCE-CHANGE TO TRUE.
           ADD 1 TO WS-PASSWORDS-RESET-COUNT.

           IF RU-SECURITY-QUESTION-NUM IS NOT EQUAL TO SPACES
              MOVE WS-TEST-ANSWER-HASH TO RU-SECURITY-ANSWER-HASH
              ADD 1 TO WS-ANSWERS-RESET-COUNT
           END-IF.

       4400-MASK-EMPLOYEE.
      *    NEW IDS FOR THE EMPLOYEE AND THEIR MANAGER, AND A MADE-UP
      *    NAME AND PHONE NUMBER.  A BLANK NAME OR NUMBER - A PERSON
      *    ALREADY PURGED - STAYS BLANK.
           MOVE EM-MANAGER-ID TO WS-LOOKUP-USER-ID.
           PERFORM 5000-FIND-TEST-USER-ID.
           MOVE WS-LOOKUP-USER-ID TO EM-MANAGER-ID.

           MOVE EM-USER-ID TO WS-LOOKUP-USER-ID.
           PERFORM 5000-FIND-TEST-USER-ID.
           MOVE WS-LOOKUP-USER-ID TO EM-USER-ID.

           IF EM-EMPLOYEE-NAME IS NOT EQUAL TO SPACES
              MOVE SPACES TO EM-EMPLOYEE-NAME
              COMPUTE WS-FIRST-NAME-INDEX =
                 FUNCTION MOD(WS-SEARCH-SLOT, 20) + 1
              COMPUTE WS-SURNAME-STEP = WS-SEARCH-SLOT / 20
              COMPUTE WS-SURNAME-INDEX =
                 FUNCTION MOD(WS-SURNAME-STEP, 20) + 1
              STRING WS-FIRST-NAME (WS-FIRST-NAME-INDEX)
                        DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     WS-SURNAME (WS-SURNAME-INDEX) DELIMITED BY SPACE
                 INTO EM-EMPLOYEE-NAME
              END-STRING
              ADD 1 TO WS-NAMES-MASKED-COUNT
           END-IF.

           IF EM-PHONE-NUMBER IS NOT EQUAL TO SPACES
              COMPUTE WS-FAKE-PHONE-LINE =
                 FUNCTION MOD(WS-SEARCH-SLOT, 100) + 100
              MOVE WS-FAKE-PHONE TO EM-PHONE-NUMBER
              ADD 1 TO WS-PHONES-MASKED-COUNT
           END-IF.

       4900-END-MASKED-SECTION.
      *    REPLACE THE TRAILER WITH ONE FOR THE MASKED RECORDS
           MOVE SPACES TO BK-DATA.
           MOVE WS-SECTION-COUNT TO BKT-RECORD-COUNT.
           MOVE WS-SECTION-TOTAL TO BKT-CONTROL-TOTAL.

           MOVE WS-SECTION-FILE-NAME TO WS-SCL-FILE-NAME.
           MOVE WS-SECTION-COUNT TO WS-SCL-RECORDS.
           MOVE WS-SECTION-IDS-COUNT TO WS-SCL-IDS.
           MOVE 'MASKED' TO WS-SCL-VERDICT.
           MOVE WS-SECTION-LINE TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           ADD WS-SECTION-IDS-COUNT TO WS-IDS-REPLACED-COUNT.

       5000-FIND-TEST-USER-ID.
      *    LOOK THE ID UP IN THE TABLE, HALVING THE RANGE EACH TIME,
      *    AND HAND BACK ITS TEST ID.  EVERY ID ON THE SET WAS TABLED
      *    ON THE FIRST PASS; A BLANK ONE STAYS BLANK.
           MOVE ZERO TO WS-SEARCH-SLOT.

           IF WS-LOOKUP-USER-ID IS NOT EQUAL TO SPACES
              MOVE 1 TO WS-SEARCH-LOW
              MOVE WS-ID-COUNT TO WS-SEARCH-HIGH
              PERFORM 5100-HALVE-THE-RANGE
                 UNTIL WS-SEARCH-LOW > WS-SEARCH-HIGH
                    OR WS-SEARCH-SLOT > ZERO
              IF WS-SEARCH-SLOT IS GREATER THAN ZERO
                 MOVE WS-SEARCH-SLOT TO WS-TEST-ID-NUMBER
                 MOVE WS-TEST-USER-ID TO WS-LOOKUP-USER-ID
                 ADD 1 TO WS-SECTION-IDS-COUNT
              ELSE
                 DISPLAY 'ERROR: USER ID MISSING FROM THE ID TABLE'
                 MOVE SPACES TO WS-LOOKUP-USER-ID
                 SET RL-ST-FAILED TO TRUE
              END-IF
           END-IF.

       5100-HALVE-THE-RANGE.
      *    COMPARE WITH THE MIDDLE OF WHAT IS LEFT
           COMPUTE WS-SEARCH-MIDDLE =
              (WS-SEARCH-LOW + WS-SEARCH-HIGH) / 2.

           EVALUATE TRUE
           WHEN WS-ID-ENTRY (WS-SEARCH-MIDDLE) IS EQUAL TO
                WS-LOOKUP-USER-ID
                MOVE WS-SEARCH-MIDDLE TO WS-SEARCH-SLOT
           WHEN WS-ID-ENTRY (WS-SEARCH-MIDDLE) IS LESS THAN
                WS-LOOKUP-USER-ID
                COMPUTE WS-SEARCH-LOW = WS-SEARCH-MIDDLE + 1
           WHEN OTHER
                COMPUTE WS-SEARCH-HIGH = WS-SEARCH-MIDDLE - 1
           END-EVALUATE.

       6000-WRITE-MASKED-AUDIT.
      *    COPY THE SIGN-ON AUDIT ACROSS TO ESONAUDT WITH EVERY USER
      *    REPLACED AND THE PRODUCTION CHAIN TAKEN OFF
           MOVE 'ESONAUD ' TO WS-SECTION-FILE-NAME.
           MOVE ZERO TO WS-SECTION-IDS-COUNT.

           OPEN INPUT SIGNON-AUDIT-FILE.
           OPEN OUTPUT MASKED-AUDIT-FILE.

           IF NOT WS-AUDIT-INPUT-OK OR NOT WS-AUDIT-OUTPUT-OK
              DISPLAY 'ERROR: OPEN FAILED, ESONAUD='
                 WS-AUDIT-INPUT-STATUS ' ESONAUDT='
                 WS-AUDIT-OUTPUT-STATUS
              SET RL-ST-FAILED TO TRUE
           ELSE
              SET WS-NOT-AT-EOF TO TRUE
              PERFORM 1200-READ-NEXT-AUDIT-RECORD
              PERFORM 6100-MASK-ONE-AUDIT-RECORD UNTIL WS-AT-EOF
           END-IF.

           CLOSE SIGNON-AUDIT-FILE.
           CLOSE MASKED-AUDIT-FILE.

           MOVE WS-SECTION-FILE-NAME TO WS-SCL-FILE-NAME.
           MOVE WS-AUDIT-RECORDS-COUNT TO WS-SCL-RECORDS.
           MOVE WS-SECTION-IDS-COUNT TO WS-SCL-IDS.
           MOVE 'MASKED, UNSEALED' TO WS-SCL-VERDICT.
           MOVE WS-SECTION-LINE TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           ADD WS-SECTION-IDS-COUNT TO WS-IDS-REPLACED-COUNT.

       6100-MASK-ONE-AUDIT-RECORD.
      *    ONE AUDIT RECORD, REPLACED AND WRITTEN
           MOVE AU-USER-ID TO WS-LOOKUP-USER-ID.
           PERFORM 5000-FIND-TEST-USER-ID.
           MOVE WS-LOOKUP-USER-ID TO AU-USER-ID.
           MOVE ZERO TO AU-CHAIN-SEQUENCE.
           MOVE SPACES TO AU-CHAIN-VALUE.

           MOVE SIGNON-AUDIT-RECORD TO SIGNON-OUTPUT-RECORD.
           WRITE SIGNON-OUTPUT-RECORD.

           IF NOT WS-AUDIT-OUTPUT-OK
              DISPLAY 'ERROR: WRITE TO ESONAUDT FAILED, STATUS='
                 WS-AUDIT-OUTPUT-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              ADD 1 TO WS-AUDIT-RECORDS-COUNT
              PERFORM 1200-READ-NEXT-AUDIT-RECORD
           END-IF.

       9000-TERMINATE.
      *    FINISH THE SUMMARY REPORT AND CLOSE IT
           MOVE 'DISTINCT USERS GIVEN TEST IDS' TO WS-TTL-LABEL.
           MOVE WS-ID-COUNT TO WS-TTL-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE 'USER IDS REPLACED, ALL FILES' TO WS-TTL-LABEL.
           MOVE WS-IDS-REPLACED-COUNT TO WS-TTL-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE 'EMPLOYEE NAMES REPLACED' TO WS-TTL-LABEL.
           MOVE WS-NAMES-MASKED-COUNT TO WS-TTL-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE 'PHONE NUMBERS REPLACED' TO WS-TTL-LABEL.
           MOVE WS-PHONES-MASKED-COUNT TO WS-TTL-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE 'PASSWORDS RESET TO THE TEST VALUE' TO WS-TTL-LABEL.
           MOVE WS-PASSWORDS-RESET-COUNT TO WS-TTL-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.
           MOVE 'SECURITY ANSWERS RESET TO THE TEST VALUE'
              TO WS-TTL-LABEL.
           MOVE WS-ANSWERS-RESET-COUNT TO WS-TTL-COUNT.
           PERFORM 9100-WRITE-TOTAL-LINE.

           IF RL-ST-FAILED
              MOVE WS-REFUSED-LINE TO WS-REPORT-LINE
              WRITE WS-REPORT-LINE
           END-IF.

           CLOSE REPORT-OUTPUT-FILE.

           DISPLAY 'EDRMASK: SET RECORDS MASKED   = '
              WS-TOTAL-RECORDS-COUNT.
           DISPLAY 'EDRMASK: AUDIT RECORDS MASKED = '
              WS-AUDIT-RECORDS-COUNT.
           DISPLAY 'EDRMASK: SECTIONS FAILED      = '
              WS-SECTIONS-FAILED-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9100-WRITE-TOTAL-LINE.
      *    ONE SUMMARY TOTAL ONTO THE REPORT
           MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE TEST-REGION
      *    REFRESH FROM ONE SCREEN
           ACCEPT WS-RUN-END-TIME FROM TIME.

           MOVE 'EDRMASK ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-TOTAL-RECORDS-COUNT TO RL-RECORDS-READ.
           ADD WS-AUDIT-RECORDS-COUNT TO RL-RECORDS-READ.
           MOVE WS-IDS-REPLACED-COUNT TO RL-RECORDS-APPLIED.
           MOVE WS-SECTIONS-FAILED-COUNT TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
