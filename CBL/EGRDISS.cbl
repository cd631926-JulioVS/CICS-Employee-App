       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGRDISS.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - GRID CARD ISSUE BATCH PROGRAM
      *        RUN OUTSIDE CICS.  READS EVERY EREGUSR RECORD AND, FOR
      *        EACH ACTIVE ADMINISTRATOR WHOSE EGRDCRD CARD IS MISSING,
      *        REVOKED, OR DUE TO EXPIRE WITHIN THE RENEW-DAYS RUN
      *        PARAMETER, ISSUES A NEW CARD: FIFTY RANDOM 3-DIGIT
      *        VALUES ON A 10 BY 5 GRID, PRINTED ONCE ON THE GRDPRT
      *        REPORT FOR SEALED HAND-OUT BY SECURITY.  ONLY THE
      *        EHASHPW DIGEST OF EACH CELL, TAKEN WITH A FRESH SALT
      *        PER CARD, IS KEPT ON EGRDCRD - THE PRINTED VALUES
      *        EXIST NOWHERE ELSE.  THE NEW CARD REPLACES THE OLD ONE
      *        AT ONCE AND RUNS FOR THE VALID-DAYS RUN PARAMETER.
      *        EVERY CARD ISSUED IS WRITTEN TO EMNTAUD THROUGH
      *        EAUDBWR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTERED-USER-FILE ASSIGN TO EREGUSR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RU-USER-ID
              FILE STATUS IS WS-EREGUSR-STATUS.

           SELECT GRID-CARD-FILE ASSIGN TO EGRDCRD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS GF-USER-ID
              FILE STATUS IS WS-GRDCRD-STATUS.

           SELECT REPORT-OUTPUT-FILE ASSIGN TO GRDPRT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTERED-USER-FILE.
       COPY EREGUSR.

       FD  GRID-CARD-FILE.
       01 GRID-CARD-FILE-RECORD.
          05 GF-USER-ID              PIC X(8).
          05 FILLER                  PIC X(462).

       FD  REPORT-OUTPUT-FILE.
       01 WS-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS, THE CARD LAYOUT AND THE
      *   AUDIT RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EGRDCRD.
       COPY EMNTAUD.
       COPY EAUDBWR.
      ******************************************************************
      *   WORKING FIELDS USED TO WALK THE USERS AND ISSUE THE CARDS.
      ******************************************************************
       01 WS-EREGUSR-STATUS          PIC X(2).
          88 WS-EREGUSR-OK                 VALUE '00'.
          88 WS-EREGUSR-EOF                VALUE '10'.
       01 WS-GRDCRD-STATUS           PIC X(2).
          88 WS-GRDCRD-OK                  VALUE '00'.
          88 WS-GRDCRD-NOT-FOUND           VALUE '23'.
       01 WS-REPORT-STATUS           PIC X(2).
          88 WS-REPORT-OK                  VALUE '00'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-OPEN-SWITCH              PIC X(1).
          88 WS-FILES-OPENED               VALUE 'Y'.
          88 WS-FILES-NOT-OPENED           VALUE 'N'.
       01 WS-CARD-ON-FILE-SWITCH      PIC X(1).
          88 WS-CARD-ON-FILE               VALUE 'Y'.
          88 WS-NO-CARD-ON-FILE            VALUE 'N'.
       01 WS-CURRENT-DATE             PIC X(8).
       01 WS-CURRENT-DATE-NUM         PIC 9(8).
       01 WS-CURRENT-TIME             PIC X(8).
       01 WS-RENEW-BY-DATE-NUM        PIC 9(8).
       01 WS-RENEW-BY-DATE            PIC X(8).
       01 WS-EXPIRY-DATE-NUM          PIC 9(8).
       01 WS-OLD-CARD-NUMBER          PIC 9(5).
       01 WS-OLD-CARD-STATUS-TEXT     PIC X(7).
       01 WS-RECORDS-READ-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-ADMIN-COUNT              PIC 9(7) VALUE ZERO.
       01 WS-ISSUED-COUNT             PIC 9(7) VALUE ZERO.
       01 WS-CURRENT-CARD-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-FAILED-COUNT             PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   FIELDS USED TO DRAW THE RANDOM VALUES AND HASH EACH CELL.
      *   THE GENERATOR IS SEEDED ONCE FROM THE TIME OF DAY.
      ******************************************************************
       01 WS-RANDOM-SEED              PIC 9(8).
       01 WS-RANDOM-NUMBER            PIC V9(9).
       01 WS-CELL-INDEX               PIC 9(2) USAGE COMP.
       01 WS-CELL-ROW                 PIC 9(1).
       01 WS-CELL-COLUMN              PIC 9(2) USAGE COMP.
       01 WS-CELL-NUMBER              PIC 9(3).
       01 WS-SALT-INDEX               PIC 9(1) USAGE COMP.
       01 WS-SALT-PICK                PIC 9(2) USAGE COMP.
       01 WS-SALT-ALPHABET            PIC X(36) VALUE
          '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-SALT-ALPHABET-TABLE REDEFINES WS-SALT-ALPHABET.
          05 WS-SALT-CHAR             PIC X(1) OCCURS 36 TIMES.
      *    THE CLEAR VALUES OF THE CARD BEING ISSUED, KEPT ONLY LONG
      *    ENOUGH TO PRINT IT
       01 WS-CARD-VALUES.
          05 WS-CARD-VALUE            PIC 9(3) OCCURS 50 TIMES.
      ******************************************************************
      *   RUN PARAMETERS - READ FROM ERUNPRM THROUGH ERUNPRD AT
      *   START-UP; THE VALUES ACTUALLY USED ARE PRINTED AND LOGGED.
      ******************************************************************
       COPY ERUNPRD.
       01 WS-VALID-DAYS               PIC 9(3).
       01 WS-RENEW-DAYS               PIC 9(3).
       01 WS-PARM-SOURCE-TEXT         PIC X(7).
      ******************************************************************
      *   STAGING FIELDS FOR THE EMNTAUD MAINTENANCE AUDIT RECORD.
      ******************************************************************
       01 WS-MAINT-AUDIT-FIELDS.
          05 WS-MA-ACTION            PIC X(8).
          05 WS-MA-TARGET            PIC X(8).
          05 WS-MA-BEFORE            PIC X(20).
          05 WS-MA-AFTER             PIC X(20).
      ******************************************************************
      *   REPORT LINES - EACH CARD IS PRINTED AS ITS OWN BLOCK WITH A
      *   CUT LINE BETWEEN CARDS.
      ******************************************************************
       01 WS-HEADING-LINE.
          05 FILLER                   PIC X(36) VALUE
             'EGRDISS - ADMINISTRATOR GRID CARDS  '.
          05 FILLER                   PIC X(9) VALUE 'RUN DATE '.
          05 WS-HDG-RUN-DATE          PIC X(8).
          05 FILLER                   PIC X(27) VALUE SPACES.
       01 WS-CUT-LINE                 PIC X(80) VALUE ALL '- '.
       01 WS-CARD-TITLE-LINE.
          05 FILLER                   PIC X(10) VALUE 'GRID CARD '.
          05 WS-CTL-CARD-NUMBER       PIC X(5).
          05 FILLER                   PIC X(6) VALUE '  FOR '.
          05 WS-CTL-USER-ID           PIC X(8).
          05 FILLER                   PIC X(9) VALUE '  ISSUED '.
          05 WS-CTL-ISSUE-DATE        PIC X(8).
          05 FILLER                   PIC X(9) VALUE '  EXPIRES'.
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-CTL-EXPIRY-DATE       PIC X(8).
          05 FILLER                   PIC X(16) VALUE SPACES.
       01 WS-COLUMN-HEADING-LINE.
          05 FILLER                   PIC X(6) VALUE SPACES.
          05 FILLER                   PIC X(40) VALUE
             'A    B    C    D    E    F    G    H    '.
          05 FILLER                   PIC X(10) VALUE
             'I    J    '.
          05 FILLER                   PIC X(24) VALUE SPACES.
       01 WS-GRID-ROW-LINE.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-GRL-ROW               PIC 9(1).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-GRL-CELL OCCURS 10 TIMES.
             10 WS-GRL-VALUE          PIC 9(3).
             10 FILLER                PIC X(2).
          05 FILLER                   PIC X(25) VALUE SPACES.
       01 WS-SUMMARY-LINE.
          05 WS-SUM-LABEL             PIC X(30).
          05 WS-SUM-COUNT             PIC Z(6)9.
          05 FILLER                   PIC X(43) VALUE SPACES.
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
           PERFORM 2000-PROCESS-USER UNTIL WS-AT-EOF.
           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE FILES, FETCH THE RUN PARAMETERS AND WORK OUT THE
      *    DATE A CARD MUST OUTLAST TO BE LEFT ALONE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.

           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM.
           SET WS-NOT-AT-EOF TO TRUE.
           SET WS-FILES-NOT-OPENED TO TRUE.

           PERFORM 1050-LOAD-RUN-PARAMETERS.

           IF WS-NOT-AT-EOF
              PERFORM 1200-OPEN-FILES
           END-IF.

           IF WS-NOT-AT-EOF
              COMPUTE WS-RENEW-BY-DATE-NUM = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
                  + WS-RENEW-DAYS)
              MOVE WS-RENEW-BY-DATE-NUM TO WS-RENEW-BY-DATE
              COMPUTE WS-EXPIRY-DATE-NUM = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
                  + WS-VALID-DAYS)
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE WS-CURRENT-TIME TO WS-RANDOM-SEED
              COMPUTE WS-RANDOM-NUMBER = FUNCTION RANDOM(WS-RANDOM-SEED)
              MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
              WRITE WS-REPORT-LINE FROM WS-HEADING-LINE
              PERFORM 1100-READ-NEXT-USER
           END-IF.

       1050-LOAD-RUN-PARAMETERS.
      *    FETCH HOW LONG A CARD RUNS AND HOW EARLY IT IS REPLACED -
      *    A PARAMETER MISSING FROM THE CATALOGUE STOPS THE RUN
           MOVE 'EGRDISS ' TO PR-JOB-NAME.
           MOVE 'VALID-DAYS' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              MOVE PR-PARAM-NUMBER TO WS-VALID-DAYS
              PERFORM 1060-SHOW-RUN-PARAMETER
           END-IF.

           MOVE 'EGRDISS ' TO PR-JOB-NAME.
           MOVE 'RENEW-DAYS' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           ELSE
              MOVE PR-PARAM-NUMBER TO WS-RENEW-DAYS
              PERFORM 1060-SHOW-RUN-PARAMETER
           END-IF.

           STRING 'VAL=' DELIMITED BY SIZE
                  WS-VALID-DAYS DELIMITED BY SIZE
                  ' RENEW=' DELIMITED BY SIZE
                  WS-RENEW-DAYS DELIMITED BY SIZE
              INTO RL-RUN-PARAMETERS
           END-STRING.

       1060-SHOW-RUN-PARAMETER.
      *    PRINT THE VALUE THE RUN USES AND WHERE IT CAME FROM
           IF PR-FROM-PARM-FILE
              MOVE 'ERUNPRM' TO WS-PARM-SOURCE-TEXT
           ELSE
              MOVE 'DEFAULT' TO WS-PARM-SOURCE-TEXT
           END-IF.

           DISPLAY 'EGRDISS: PARAMETER ' PR-PARAM-NAME ' = '
              PR-PARAM-VALUE ' (' WS-PARM-SOURCE-TEXT ')'.

       1100-READ-NEXT-USER.
      *    READ THE NEXT REGISTERED USER, SEQUENTIALLY
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
                 ADD 1 TO WS-RECORDS-READ-COUNT
              END-IF
           END-IF.

       1200-OPEN-FILES.
      *    OPEN THE USER FILE, THE CARD FILE AND THE CARD REPORT
           OPEN INPUT REGISTERED-USER-FILE.
           IF NOT WS-EREGUSR-OK
              DISPLAY 'ERROR: OPEN OF EREGUSR FAILED, STATUS='
                 WS-EREGUSR-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           OPEN I-O GRID-CARD-FILE.
           IF NOT WS-GRDCRD-OK
              DISPLAY 'ERROR: OPEN OF EGRDCRD FAILED, STATUS='
                 WS-GRDCRD-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT-FILE.
           IF NOT WS-REPORT-OK
              DISPLAY 'ERROR: OPEN OF GRDPRT FAILED, STATUS='
                 WS-REPORT-STATUS
              SET RL-ST-FAILED TO TRUE
              SET WS-AT-EOF TO TRUE
           END-IF.

           SET WS-FILES-OPENED TO TRUE.

       2000-PROCESS-USER.
      *    ONLY AN ACTIVE ADMINISTRATOR CARRIES A CARD - LOOK AT THE
      *    ONE ON FILE AND REPLACE IT WHEN IT NO LONGER COVERS THE
      *    RENEWAL WINDOW
           IF RU-ST-ACTIVE AND RU-UT-ADMINISTRATOR
              ADD 1 TO WS-ADMIN-COUNT
              PERFORM 2100-READ-CARD-ON-FILE
              IF WS-CARD-ON-FILE
                 AND GC-ST-ACTIVE
                 AND GC-EXPIRY-DATE IS GREATER THAN WS-RENEW-BY-DATE
                 ADD 1 TO WS-CURRENT-CARD-COUNT
              ELSE
                 PERFORM 2200-ISSUE-CARD
              END-IF
           END-IF.

           PERFORM 1100-READ-NEXT-USER.

       2100-READ-CARD-ON-FILE.
      *    FETCH THE ADMINISTRATOR'S PRESENT CARD, IF ANY
           SET WS-NO-CARD-ON-FILE TO TRUE.
           MOVE RU-USER-ID TO GF-USER-ID.

           READ GRID-CARD-FILE INTO GRID-CARD-RECORD.

           EVALUATE TRUE
           WHEN WS-GRDCRD-OK
                SET WS-CARD-ON-FILE TO TRUE
           WHEN WS-GRDCRD-NOT-FOUND
                CONTINUE
           WHEN OTHER
                DISPLAY 'ERROR: READ OF EGRDCRD FAILED, STATUS='
                   WS-GRDCRD-STATUS
                SET RL-ST-FAILED TO TRUE
           END-EVALUATE.

       2200-ISSUE-CARD.
      *    DRAW A NEW CARD, FILE ITS HASHES, PRINT IT AND AUDIT IT.
      *    THE CARD NUMBER RUNS ON FROM THE ONE IT REPLACES SO THE
      *    HOLDER CAN TELL WHICH PRINTED CARD IS IN FORCE
           IF WS-CARD-ON-FILE
              MOVE GC-CARD-NUMBER TO WS-OLD-CARD-NUMBER
              EVALUATE TRUE
              WHEN GC-ST-REVOKED
                   MOVE 'REVOKED' TO WS-OLD-CARD-STATUS-TEXT
              WHEN GC-EXPIRY-DATE IS LESS THAN WS-CURRENT-DATE
                   MOVE 'EXPIRED' TO WS-OLD-CARD-STATUS-TEXT
              WHEN OTHER
                   MOVE 'ACTIVE' TO WS-OLD-CARD-STATUS-TEXT
              END-EVALUATE
           ELSE
              MOVE ZERO TO WS-OLD-CARD-NUMBER
              MOVE SPACES TO WS-OLD-CARD-STATUS-TEXT
           END-IF.

           INITIALIZE GRID-CARD-RECORD.
           MOVE RU-USER-ID TO GC-USER-ID.
           COMPUTE GC-CARD-NUMBER = WS-OLD-CARD-NUMBER + 1.
           SET GC-ST-ACTIVE TO TRUE.
           MOVE WS-CURRENT-DATE TO GC-ISSUE-DATE.
           MOVE WS-EXPIRY-DATE-NUM TO GC-EXPIRY-DATE.

           MOVE 1 TO WS-SALT-INDEX.
           PERFORM 2210-DRAW-SALT-CHARACTER
              UNTIL WS-SALT-INDEX IS GREATER THAN 3.

           MOVE 1 TO WS-CELL-INDEX.
           PERFORM 2220-DRAW-ONE-CELL
              UNTIL WS-CELL-INDEX IS GREATER THAN 50.

           IF WS-CARD-ON-FILE
              REWRITE GRID-CARD-FILE-RECORD FROM GRID-CARD-RECORD
           ELSE
              WRITE GRID-CARD-FILE-RECORD FROM GRID-CARD-RECORD
           END-IF.

           IF NOT WS-GRDCRD-OK
              DISPLAY 'ERROR: WRITE OF EGRDCRD FAILED, STATUS='
                 WS-GRDCRD-STATUS ' USER=' GC-USER-ID
              SET RL-ST-FAILED TO TRUE
              ADD 1 TO WS-FAILED-COUNT
           ELSE
              ADD 1 TO WS-ISSUED-COUNT
              PERFORM 2300-PRINT-CARD
              PERFORM 2400-AUDIT-CARD-ISSUE
           END-IF.

           INITIALIZE WS-CARD-VALUES.

       2210-DRAW-SALT-CHARACTER.
      *    ONE RANDOM CHARACTER OF THE CARD'S SALT
           COMPUTE WS-RANDOM-NUMBER = FUNCTION RANDOM.
           COMPUTE WS-SALT-PICK = WS-RANDOM-NUMBER * 36 + 1.
           MOVE WS-SALT-CHAR (WS-SALT-PICK) TO
              GC-CARD-SALT (WS-SALT-INDEX:1).
           ADD 1 TO WS-SALT-INDEX.

       2220-DRAW-ONE-CELL.
      *    ONE RANDOM VALUE 000-999, HASHED WITH THE CELL'S LABEL AND
      *    THE CARD'S SALT SO EQUAL VALUES IN TWO CELLS OR ON TWO
      *    CARDS NEVER SHOW AS EQUAL HASHES
           COMPUTE WS-RANDOM-NUMBER = FUNCTION RANDOM.
           COMPUTE WS-CELL-NUMBER = WS-RANDOM-NUMBER * 1000.
           MOVE WS-CELL-NUMBER TO WS-CARD-VALUE (WS-CELL-INDEX).

           COMPUTE WS-CELL-ROW = (WS-CELL-INDEX - 1) / 10 + 1.
           COMPUTE WS-CELL-COLUMN =
              FUNCTION MOD(WS-CELL-INDEX - 1, 10) + 1.
           MOVE WS-CELL-NUMBER TO GH-CELL-VALUE.
           MOVE GRID-COLUMN-LETTER (WS-CELL-COLUMN) TO GH-CELL-COLUMN.
           MOVE WS-CELL-ROW TO GH-CELL-ROW.
           MOVE GC-CARD-SALT TO GH-CARD-SALT.

           CALL 'EHASHPW' USING GRID-CELL-HASH-INPUT
                                GC-CELL-HASH (WS-CELL-INDEX).

           ADD 1 TO WS-CELL-INDEX.

       2300-PRINT-CARD.
      *    PRINT THE CARD AS THE HOLDER WILL SEE IT - THIS IS THE
      *    ONLY PLACE THE CLEAR VALUES EVER APPEAR
           WRITE WS-REPORT-LINE FROM WS-CUT-LINE.

           MOVE GC-CARD-NUMBER TO WS-CTL-CARD-NUMBER.
           MOVE GC-USER-ID TO WS-CTL-USER-ID.
           MOVE GC-ISSUE-DATE TO WS-CTL-ISSUE-DATE.
           MOVE GC-EXPIRY-DATE TO WS-CTL-EXPIRY-DATE.
           WRITE WS-REPORT-LINE FROM WS-CARD-TITLE-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           WRITE WS-REPORT-LINE FROM WS-COLUMN-HEADING-LINE.

           MOVE 1 TO WS-CELL-ROW.
           PERFORM 2310-PRINT-GRID-ROW
              UNTIL WS-CELL-ROW IS GREATER THAN 5.

       2310-PRINT-GRID-ROW.
      *    ONE ROW OF TEN CELLS
           MOVE SPACES TO WS-GRID-ROW-LINE.
           MOVE WS-CELL-ROW TO WS-GRL-ROW.

           MOVE 1 TO WS-CELL-COLUMN.
           PERFORM 2320-PRINT-GRID-CELL
              UNTIL WS-CELL-COLUMN IS GREATER THAN 10.

           WRITE WS-REPORT-LINE FROM WS-GRID-ROW-LINE.
           ADD 1 TO WS-CELL-ROW.

       2320-PRINT-GRID-CELL.
      *    PLACE ONE CELL'S VALUE UNDER ITS COLUMN LETTER
           COMPUTE WS-CELL-INDEX =
              (WS-CELL-ROW - 1) * 10 + WS-CELL-COLUMN.
           MOVE WS-CARD-VALUE (WS-CELL-INDEX) TO
              WS-GRL-VALUE (WS-CELL-COLUMN).
           ADD 1 TO WS-CELL-COLUMN.

       2400-AUDIT-CARD-ISSUE.
      *    RECORD WHICH CARD WAS REPLACED AND WHICH ONE NOW RUNS,
      *    AND TO WHEN
           MOVE 'GRDISSU ' TO WS-MA-ACTION.
           MOVE GC-USER-ID TO WS-MA-TARGET.
           MOVE SPACES TO WS-MA-BEFORE.
           IF WS-CARD-ON-FILE
              STRING 'CARD ' DELIMITED BY SIZE
                     WS-OLD-CARD-NUMBER DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-OLD-CARD-STATUS-TEXT DELIMITED BY SIZE
                 INTO WS-MA-BEFORE
              END-STRING
           ELSE
              MOVE 'NO CARD' TO WS-MA-BEFORE
           END-IF.
           MOVE SPACES TO WS-MA-AFTER.
           STRING 'CARD ' DELIMITED BY SIZE
                  GC-CARD-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GC-EXPIRY-DATE DELIMITED BY SIZE
              INTO WS-MA-AFTER
           END-STRING.

           PERFORM 9600-WRITE-MAINT-AUDIT.

       9000-TERMINATE.
      *    PRINT THE RUN SUMMARY, CLOSE THE FILES AND LOG THE RUN
           IF WS-FILES-OPENED
              WRITE WS-REPORT-LINE FROM WS-CUT-LINE
              MOVE 'ACTIVE ADMINISTRATORS' TO WS-SUM-LABEL
              MOVE WS-ADMIN-COUNT TO WS-SUM-COUNT
              WRITE WS-REPORT-LINE FROM WS-SUMMARY-LINE
              MOVE 'CARDS ISSUED' TO WS-SUM-LABEL
              MOVE WS-ISSUED-COUNT TO WS-SUM-COUNT
              WRITE WS-REPORT-LINE FROM WS-SUMMARY-LINE
              MOVE 'CARDS STILL CURRENT' TO WS-SUM-LABEL
              MOVE WS-CURRENT-CARD-COUNT TO WS-SUM-COUNT
              WRITE WS-REPORT-LINE FROM WS-SUMMARY-LINE
              MOVE 'CARDS NOT FILED' TO WS-SUM-LABEL
              MOVE WS-FAILED-COUNT TO WS-SUM-COUNT
              WRITE WS-REPORT-LINE FROM WS-SUMMARY-LINE
              CLOSE REGISTERED-USER-FILE
              CLOSE GRID-CARD-FILE
              CLOSE REPORT-OUTPUT-FILE
           END-IF.

           DISPLAY 'EGRDISS: RECORDS READ        = '
              WS-RECORDS-READ-COUNT.
           DISPLAY 'EGRDISS: ADMINISTRATORS      = '
              WS-ADMIN-COUNT.
           DISPLAY 'EGRDISS: CARDS ISSUED        = '
              WS-ISSUED-COUNT.
           DISPLAY 'EGRDISS: CARDS STILL CURRENT = '
              WS-CURRENT-CARD-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF WHAT THIS JOB JUST DID,
      *    CHAINED THE SAME WAY AS THE ONLINE AUDIT RECORDS
           ACCEPT WS-CURRENT-TIME FROM TIME.

           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE 'EGRDISS ' TO MA-ADMIN-ID.
           MOVE WS-CURRENT-DATE TO MA-AUDIT-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO MA-AUDIT-TIME.
           MOVE AC-GRDMNT-TRANSACTION-ID TO MA-TRANS-ID.
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

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
      *    SCHEDULE FROM ONE SCREEN
           ACCEPT WS-RUN-END-TIME FROM TIME.

           MOVE 'EGRDISS ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-RECORDS-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-ISSUED-COUNT TO RL-RECORDS-APPLIED.
           MOVE WS-FAILED-COUNT TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
