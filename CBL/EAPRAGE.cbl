       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAPRAGE.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - OPEN APPROVAL AGING AND ESCALATION NIGHTLY BATCH PROGRAM
      *        RUN OUTSIDE CICS EVERY NIGHT.  IT AGES EVERY APPROVAL
      *        STILL WAITING ON SOMEBODY - EACCREQ REQUESTS AWAITING A
      *        MANAGER OR AN ADMINISTRATOR, EPRFPND PROFILE CHANGES,
      *        PENDING EPNDAPR PRIVILEGED-ACTION REQUESTS AND PENDING
      *        ERCRWRK RECERTIFICATION LINES - FROM ITS REQUEST (OR
      *        CAMPAIGN) DATE.  PAST THE ALERT-DAYS RUN PARAMETER AN
      *        ITEM DRAWS ONE ALERT LINE ON THE ALRTOUT DATASET BEHIND
      *        THE ALRT DESTINATION.  PAST THE ESCALATE-DAYS ONE, AND
      *        AGAIN EVERY ESCALATE DAYS AFTER THAT, AN ITEM WITH A
      *        NAMED APPROVER IS MOVED TO THE APPROVER'S OWN MANAGER,
      *        FOUND BY CLIMBING THE EEMPMST EM-MANAGER-ID CHAIN PAST
      *        ANYONE INACTIVE, NOT A MANAGER, OR THE REQUESTER
      *        THEMSELVES; WHERE A LINK HAS NO MANAGER KEYED THE CLIMB
      *        CARRIES ON THROUGH THE HEAD OF THEIR DEPARTMENT ON
      *        EDEPMST (SEE EDEPBHD), NO MORE THAN CHAIN-LIMIT LEVELS
      *        UP.  A CHAIN THAT RUNS OUT HANDS THE ITEM TO THE
      *        ADMINISTRATORS.  ITEMS ALREADY WITH THE ADMINISTRATORS
      *        HAVE NOBODY ABOVE THEM AND ARE CHASED ON ALRT INSTEAD.
      *        ALL THREE THRESHOLDS ARE READ FROM ERUNPRM AT START-UP.
      *        EVERY ESCALATION IS WRITTEN TO EMNTAUD THROUGH EAUDBWR.
      *        EAGECTL REMEMBERS WHAT WAS ALREADY ALERTED OR ESCALATED.
      *        THE APRAGER REPORT LISTS EVERY OPEN ITEM WITH WHO HAS
      *        IT AND FOR HOW LONG, THEN COUNTS THEM BY DAYS
      *        OUTSTANDING AND BY APPROVER - SO THE HELP DESK CAN TELL
      *        A REQUESTER WHERE THEIR REQUEST IS.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-REQUEST-FILE ASSIGN TO EACCREQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS AQ-REQUEST-KEY
              FILE STATUS IS WS-ACCREQ-STATUS.

           SELECT PROFILE-PENDING-FILE ASSIGN TO EPRFPND
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PU-USER-ID
              FILE STATUS IS WS-PRFPND-STATUS.

           SELECT PENDING-APPROVAL-FILE ASSIGN TO EPNDAPR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PA-REQUEST-KEY
              FILE STATUS IS WS-PNDAPR-STATUS.

           SELECT RECERT-WORK-FILE ASSIGN TO ERCRWRK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RC-WORK-KEY
              FILE STATUS IS WS-RECERT-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO EEMPMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EM-USER-ID
              FILE STATUS IS WS-EMPMST-STATUS.

           SELECT REGISTERED-USER-FILE ASSIGN TO EREGUSR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RU-USER-ID
              FILE STATUS IS WS-EREGUSR-STATUS.

           SELECT AGE-CONTROL-FILE ASSIGN TO EAGECTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AG-ITEM-KEY
              FILE STATUS IS WS-AGECTL-STATUS.

           SELECT REPORT-OUTPUT-FILE ASSIGN TO APRAGER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT ALERT-OUTPUT-FILE ASSIGN TO ALRTOUT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-REQUEST-FILE.
       COPY EACCREQ.

       FD  PROFILE-PENDING-FILE.
       COPY EPRFPND.

       FD  PENDING-APPROVAL-FILE.
       COPY EPNDAPR.

       FD  RECERT-WORK-FILE.
       COPY ERCRWRK.

       FD  EMP-MASTER-FILE.
       COPY EEMPMST.

       FD  REGISTERED-USER-FILE.
       COPY EREGUSR.

       FD  AGE-CONTROL-FILE.
       COPY EAGECTL.

       FD  REPORT-OUTPUT-FILE.
       01 WS-REPORT-LINE              PIC X(80).

       FD  ALERT-OUTPUT-FILE.
       01 WS-ALERT-OUT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS AND THE AUDIT RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EMNTAUD.
       COPY EAUDBWR.
       COPY EDEPBHD.
      ******************************************************************
      *   WORKING FIELDS USED TO WALK THE FOUR APPROVAL FILES.
      ******************************************************************
       01 WS-ACCREQ-STATUS           PIC X(2).
          88 WS-ACCREQ-OK                  VALUE '00'.
          88 WS-ACCREQ-EOF                 VALUE '10'.
       01 WS-PRFPND-STATUS           PIC X(2).
          88 WS-PRFPND-OK                  VALUE '00'.
          88 WS-PRFPND-EOF                 VALUE '10'.
       01 WS-PNDAPR-STATUS           PIC X(2).
          88 WS-PNDAPR-OK                  VALUE '00'.
          88 WS-PNDAPR-EOF                 VALUE '10'.
       01 WS-RECERT-STATUS           PIC X(2).
          88 WS-RECERT-OK                  VALUE '00'.
          88 WS-RECERT-EOF                 VALUE '10'.
       01 WS-EMPMST-STATUS           PIC X(2).
          88 WS-EMPMST-OK                  VALUE '00'.
       01 WS-EREGUSR-STATUS          PIC X(2).
          88 WS-EREGUSR-OK                 VALUE '00'.
       01 WS-AGECTL-STATUS           PIC X(2).
          88 WS-AGECTL-OK                  VALUE '00'.
          88 WS-AGECTL-EOF                 VALUE '10'.
          88 WS-AGECTL-NOT-FOUND           VALUE '35'.
       01 WS-REPORT-STATUS           PIC X(2).
          88 WS-REPORT-OK                  VALUE '00'.
       01 WS-ALERT-STATUS            PIC X(2).
          88 WS-ALERT-OK                   VALUE '00'.
       01 WS-EOF-SWITCH               PIC X(1).
          88 WS-NOT-AT-EOF                 VALUE 'N'.
          88 WS-AT-EOF                     VALUE 'Y'.
       01 WS-OPEN-SWITCH              PIC X(1).
          88 WS-FILES-OPENED               VALUE 'Y'.
          88 WS-FILES-NOT-OPENED           VALUE 'N'.
       01 WS-CONTROL-SWITCH           PIC X(1).
          88 WS-CONTROL-ON-FILE            VALUE 'Y'.
          88 WS-CONTROL-NOT-ON-FILE        VALUE 'N'.
       01 WS-REROUTE-SWITCH           PIC X(1).
          88 WS-REROUTE-THE-ITEM           VALUE 'Y'.
          88 WS-LEAVE-THE-ITEM             VALUE 'N'.
       01 WS-ROOM-SWITCH              PIC X(1).
          88 WS-ROOM-TO-REROUTE            VALUE 'Y'.
          88 WS-NO-ROOM-TO-REROUTE         VALUE 'N'.
       01 WS-CHAIN-SWITCH             PIC X(1).
          88 WS-CHAIN-DONE                 VALUE 'Y'.
          88 WS-CHAIN-NOT-DONE             VALUE 'N'.
       01 WS-CURRENT-DATE             PIC X(8).
       01 WS-CURRENT-DATE-NUM         PIC 9(8).
       01 WS-CURRENT-TIME             PIC X(8).
       01 WS-START-DATE-NUM           PIC 9(8).
       01 WS-CHASE-DATE-NUM           PIC 9(8).
       01 WS-DAYS-SINCE-CHASE         PIC S9(5).
       01 WS-CHAIN-ID                 PIC X(8).
       01 WS-CHAIN-LEVEL              PIC 9(2).
       01 WS-AUDIT-DAYS               PIC 9(4).
       01 WS-ADMIN-POOL-ID            PIC X(8) VALUE '*ADMIN* '.
       01 WS-ITEMS-READ-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-ITEMS-AGED-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-ALERTED-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-ESCALATED-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-CHASED-COUNT             PIC 9(7) VALUE ZERO.
       01 WS-OVERDUE-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-CONTROLS-DROPPED-COUNT   PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   THE OPEN ITEM BEING AGED - FILLED IN BY EACH FILE'S PASS AND
      *   AGED BY THE ONE COMMON ROUTINE, WHICH DECIDES ANY NEW
      *   APPROVER FOR THE PASS TO APPLY.
      ******************************************************************
       01 WS-OPEN-ITEM.
          05 WS-IT-SOURCE            PIC X(1).
          05 WS-IT-SOURCE-KEY        PIC X(21).
          05 WS-IT-SOURCE-INDEX      PIC 9(1).
          05 WS-IT-SOURCE-NAME       PIC X(4).
          05 WS-IT-ITEM-TEXT         PIC X(21).
          05 WS-IT-REQUESTER-ID      PIC X(8).
          05 WS-IT-START-DATE        PIC X(8).
          05 WS-IT-APPROVER-ID       PIC X(8).
          05 WS-IT-NEW-APPROVER-ID   PIC X(8).
          05 WS-IT-DAYS              PIC S9(5).
          05 WS-IT-BUCKET            PIC 9(1).
          05 WS-IT-ACTION            PIC X(10).
          05 WS-IT-POOL-SWITCH       PIC X(1).
             88 WS-IT-WITH-ADMINS           VALUE 'Y'.
             88 WS-IT-WITH-A-PERSON         VALUE 'N'.
      ******************************************************************
      *   ERCRWRK LINES TO MOVE TO A NEW MANAGER.  THE MANAGER IS THE
      *   FRONT OF THE KEY, SO THE MOVES ARE GATHERED DURING THE PASS
      *   AND MADE AFTER IT, OR A MOVED LINE WOULD BE MET AGAIN
      *   FURTHER ON.  A FULL TABLE LEAVES THE REST FOR TOMORROW.
      ******************************************************************
       01 WS-MOVE-TABLE.
          05 WS-MOVE-COUNT            PIC 9(3) USAGE COMP VALUE ZERO.
          05 WS-MOVE-ENTRY OCCURS 500 TIMES.
             10 WS-MV-WORK-KEY        PIC X(21).
             10 WS-MV-NEW-MANAGER-ID  PIC X(8).
             10 WS-MV-ITEM-TEXT       PIC X(21).
             10 WS-MV-DAYS            PIC S9(5).
       01 WS-MOVE-INDEX               PIC 9(3) USAGE COMP.
      ******************************************************************
      *   DAYS-OUTSTANDING BUCKETS - THE TOP DAY OF EACH BUCKET AND
      *   ITS REPORT LABEL, WITH THE OPEN ITEMS COUNTED PER SOURCE
      *   FILE (EACR, EPRF, EAPR, ERCR) AND IN TOTAL.
      ******************************************************************
       01 WS-BUCKET-VALUES.
          05 FILLER                   PIC X(9) VALUE '00030-3  '.
          05 FILLER                   PIC X(9) VALUE '00074-7  '.
          05 FILLER                   PIC X(9) VALUE '00148-14 '.
          05 FILLER                   PIC X(9) VALUE '003015-30'.
          05 FILLER                   PIC X(9) VALUE '999931+  '.
       01 WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
          05 WS-BUCKET-ENTRY OCCURS 5 TIMES.
             10 WS-BK-TOP-DAY         PIC 9(4).
             10 WS-BK-LABEL           PIC X(5).
       01 WS-BUCKET-COUNTS.
          05 WS-BUCKET-COUNT-ENTRY OCCURS 5 TIMES.
             10 WS-BC-SOURCE-COUNT    PIC 9(5) OCCURS 4 TIMES.
             10 WS-BC-TOTAL           PIC 9(5).
       01 WS-BUCKET-INDEX             PIC 9(1).
       01 WS-SOURCE-INDEX             PIC 9(1).
      ******************************************************************
      *   BY-APPROVER TABLE - ONE SLOT PER APPROVER NOW HOLDING OPEN
      *   ITEMS (*ADMIN* FOR THE ADMINISTRATORS, *NOMGR* FOR
      *   RECERTIFICATION LINES WITH NO MANAGER), COUNTED PER BUCKET.
      ******************************************************************
       01 WS-APPROVER-TABLE.
          05 WS-APPROVER-COUNT        PIC 9(3) USAGE COMP VALUE ZERO.
          05 WS-APPROVER-ENTRY OCCURS 500 TIMES.
             10 WS-AP-APPROVER-ID     PIC X(8).
             10 WS-AP-BUCKET-COUNT    PIC 9(5) OCCURS 5 TIMES.
             10 WS-AP-TOTAL           PIC 9(5).
       01 WS-APPROVER-INDEX           PIC 9(3) USAGE COMP.
       01 WS-APPROVER-SLOT            PIC 9(3) USAGE COMP.
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
       01 WS-APPROVAL-ALERT-DAYS      PIC 9(3).
       01 WS-APPROVAL-ESCALATE-DAYS   PIC 9(3).
       01 WS-APPROVAL-CHAIN-LIMIT     PIC 9(2).
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
      *   ALERT LINE WRITTEN TO ALRTOUT - OVERDUE (FIRST THRESHOLD),
      *   ESCALATED (MOVED UP THE CHAIN) OR UNCLAIMED (STILL WITH THE
      *   ADMINISTRATORS PAST THE SECOND THRESHOLD).
      ******************************************************************
       01 WS-ALERT-LINE.
          05 FILLER                   PIC X(9) VALUE 'APPROVAL '.
          05 WS-ALR-EVENT             PIC X(10).
          05 WS-ALR-SOURCE            PIC X(4).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 WS-ALR-ITEM              PIC X(21).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 WS-ALR-APPROVER-ID       PIC X(8).
          05 WS-ALR-TO                PIC X(4).
          05 WS-ALR-NEW-APPROVER-ID   PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 WS-ALR-DAYS              PIC ZZZ9.
          05 FILLER                   PIC X(5) VALUE ' DAYS'.
          05 FILLER                   PIC X(4) VALUE SPACES.
      ******************************************************************
      *   REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-HEADER-LINE.
          05 FILLER                   PIC X(30) VALUE
             'OPEN APPROVAL AGING REPORT -  '.
          05 WS-HDR-RUN-DATE          PIC X(8).
          05 FILLER                   PIC X(42) VALUE SPACES.
       01 WS-COLUMN-LINE.
          05 FILLER                   PIC X(40) VALUE
             'SRC  ITEM                  REQUESTER APP'.
          05 FILLER                   PIC X(40) VALUE
             'ROVER  DAYS BUCKET ACTION               '.
       01 WS-DETAIL-LINE.
          05 WS-DTL-SOURCE            PIC X(4).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 WS-DTL-ITEM              PIC X(21).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 WS-DTL-REQUESTER-ID      PIC X(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-DTL-APPROVER-ID       PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 WS-DTL-DAYS              PIC ZZZ9.
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 WS-DTL-BUCKET            PIC X(5).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-DTL-ACTION            PIC X(10).
          05 FILLER                   PIC X(12) VALUE SPACES.
       01 WS-BUCKET-TITLE-LINE.
          05 FILLER                   PIC X(40) VALUE
             'DAYS OUTSTANDING    EACR  EPRF  EAPR  ER'.
          05 FILLER                   PIC X(40) VALUE
             'CR TOTAL                                '.
       01 WS-BUCKET-LINE.
          05 WS-BKL-LABEL             PIC X(5).
          05 FILLER                   PIC X(13) VALUE SPACES.
          05 WS-BKL-COUNT-GROUP OCCURS 5 TIMES.
             10 FILLER                PIC X(1).
             10 WS-BKL-COUNT          PIC ZZZZ9.
          05 FILLER                   PIC X(32) VALUE SPACES.
       01 WS-APPROVER-TITLE-LINE.
          05 FILLER                   PIC X(40) VALUE
             'BY APPROVER          0-3   4-7  8-14 15-'.
          05 FILLER                   PIC X(40) VALUE
             '30   31+ TOTAL                          '.
       01 WS-APPROVER-LINE.
          05 WS-APL-APPROVER-ID       PIC X(8).
          05 FILLER                   PIC X(10) VALUE SPACES.
          05 WS-APL-COUNT-GROUP OCCURS 6 TIMES.
             10 FILLER                PIC X(1).
             10 WS-APL-COUNT          PIC ZZZZ9.
          05 FILLER                   PIC X(26) VALUE SPACES.
       01 WS-TOTALS-LINE.
          05 FILLER                   PIC X(12) VALUE 'OPEN ITEMS  '.
          05 WS-TOT-OPEN              PIC ZZZZ9.
          05 FILLER                   PIC X(12) VALUE '  ALERTED   '.
          05 WS-TOT-ALERTED           PIC ZZZZ9.
          05 FILLER                   PIC X(12) VALUE '  ESCALATED '.
          05 WS-TOT-ESCALATED         PIC ZZZZ9.
          05 FILLER                   PIC X(12) VALUE '  CHASED    '.
          05 WS-TOT-CHASED            PIC ZZZZ9.
          05 FILLER                   PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-START-REQUEST-PASS.
           PERFORM 2100-AGE-ONE-REQUEST UNTIL WS-AT-EOF.
           PERFORM 3000-START-PROFILE-PASS.
           PERFORM 3100-AGE-ONE-PROFILE-CHANGE UNTIL WS-AT-EOF.
           PERFORM 4000-START-PRIVILEGED-PASS.
           PERFORM 4100-AGE-ONE-PRIVILEGED UNTIL WS-AT-EOF.
           PERFORM 5000-START-RECERT-PASS.
           PERFORM 5100-AGE-ONE-RECERT-LINE UNTIL WS-AT-EOF.
           PERFORM 5500-MOVE-RECERT-LINES.
           PERFORM 6000-START-CONTROL-PASS.
           PERFORM 6100-CHECK-ONE-CONTROL UNTIL WS-AT-EOF.
           PERFORM 7000-PRINT-SUMMARIES.
           PERFORM 9000-TERMINATE.

           STOP RUN.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    OPEN THE FILES AND WRITE THE REPORT HEADINGS
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           INITIALIZE RUN-LOG-RECORD.
           SET RL-ST-GOOD TO TRUE.
           INITIALIZE WS-BUCKET-COUNTS.

           SET WS-FILES-OPENED TO TRUE.

           OPEN I-O ACCESS-REQUEST-FILE.
           OPEN I-O PROFILE-PENDING-FILE.
           OPEN INPUT PENDING-APPROVAL-FILE.
           OPEN I-O RECERT-WORK-FILE.
           OPEN INPUT EMP-MASTER-FILE.
           OPEN INPUT REGISTERED-USER-FILE.
           OPEN I-O AGE-CONTROL-FILE.
           OPEN OUTPUT REPORT-OUTPUT-FILE.
           PERFORM 9810-START-REPORT-FILING.
      *    EXTEND, NOT OUTPUT - ALRTOUT IS THE LIVE DATASET BEHIND
      *    THE ALRT DESTINATION AND THE NIGHT'S OTHER ALERTS STAY
           OPEN EXTEND ALERT-OUTPUT-FILE.

      *    A BRAND-NEW CONTROL FILE IS CREATED ON FIRST USE, THE SAME
      *    WAY ERUNLGW GROWS ITS LOG
           IF WS-AGECTL-NOT-FOUND
              OPEN OUTPUT AGE-CONTROL-FILE
              CLOSE AGE-CONTROL-FILE
              OPEN I-O AGE-CONTROL-FILE
           END-IF.

           IF NOT WS-ACCREQ-OK
              DISPLAY 'ERROR: OPEN OF EACCREQ FAILED, STATUS='
                 WS-ACCREQ-STATUS
              SET WS-FILES-NOT-OPENED TO TRUE
           END-IF.

           IF NOT WS-PRFPND-OK
              DISPLAY 'ERROR: OPEN OF EPRFPND FAILED, STATUS='
                 WS-PRFPND-STATUS
              SET WS-FILES-NOT-OPENED TO TRUE
           END-IF.

           IF NOT WS-PNDAPR-OK
              DISPLAY 'ERROR: OPEN OF EPNDAPR FAILED, STATUS='
                 WS-PNDAPR-STATUS
              SET WS-FILES-NOT-OPENED TO TRUE
           END-IF.

           IF NOT WS-RECERT-OK
              DISPLAY 'ERROR: OPEN OF ERCRWRK FAILED, STATUS='
                 WS-RECERT-STATUS
              SET WS-FILES-NOT-OPENED TO TRUE
           END-IF.

           IF NOT WS-EMPMST-OK
              DISPLAY 'ERROR: OPEN OF EEMPMST FAILED, STATUS='
                 WS-EMPMST-STATUS
              SET WS-FILES-NOT-OPENED TO TRUE
           END-IF.

           IF NOT WS-EREGUSR-OK
              DISPLAY 'ERROR: OPEN OF EREGUSR FAILED, STATUS='
                 WS-EREGUSR-STATUS
              SET WS-FILES-NOT-OPENED TO TRUE
           END-IF.

           IF NOT WS-AGECTL-OK
              DISPLAY 'ERROR: OPEN OF EAGECTL FAILED, STATUS='
                 WS-AGECTL-STATUS
              SET WS-FILES-NOT-OPENED TO TRUE
           END-IF.

           IF WS-FILES-NOT-OPENED
              SET RL-ST-FAILED TO TRUE
           END-IF.

           PERFORM 1020-LOAD-RUN-PARAMETERS.

           MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

       1020-LOAD-RUN-PARAMETERS.
      *    FETCH THE ALERT AND ESCALATION THRESHOLDS AND HOW FAR UP A
      *    CHAIN TO CLIMB - A PARAMETER MISSING FROM THE CATALOGUE
      *    FAILS THE RUN AND SKIPS EVERY PASS, THE SAME AS A FILE
      *    THAT WOULD NOT OPEN
           MOVE 'EAPRAGE ' TO PR-JOB-NAME.
           MOVE 'ALERT-DAYS' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              SET RL-ST-FAILED TO TRUE
              SET WS-FILES-NOT-OPENED TO TRUE
           ELSE
              MOVE PR-PARAM-NUMBER TO WS-APPROVAL-ALERT-DAYS
              PERFORM 1030-SHOW-RUN-PARAMETER
           END-IF.

           MOVE 'EAPRAGE ' TO PR-JOB-NAME.
           MOVE 'ESCALATE-DAYS' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              SET RL-ST-FAILED TO TRUE
              SET WS-FILES-NOT-OPENED TO TRUE
           ELSE
              MOVE PR-PARAM-NUMBER TO WS-APPROVAL-ESCALATE-DAYS
              PERFORM 1030-SHOW-RUN-PARAMETER
           END-IF.

           MOVE 'EAPRAGE ' TO PR-JOB-NAME.
           MOVE 'CHAIN-LIMIT' TO PR-PARAM-NAME.
           CALL 'ERUNPRD' USING RUN-PARM-READ-AREA.

           IF PR-UNKNOWN-PARAMETER
              SET RL-ST-FAILED TO TRUE
              SET WS-FILES-NOT-OPENED TO TRUE
           ELSE
              MOVE PR-PARAM-NUMBER TO WS-APPROVAL-CHAIN-LIMIT
              PERFORM 1030-SHOW-RUN-PARAMETER
           END-IF.

           STRING 'A=' DELIMITED BY SIZE
                  WS-APPROVAL-ALERT-DAYS DELIMITED BY SIZE
                  ' E=' DELIMITED BY SIZE
                  WS-APPROVAL-ESCALATE-DAYS DELIMITED BY SIZE
                  ' C=' DELIMITED BY SIZE
                  WS-APPROVAL-CHAIN-LIMIT DELIMITED BY SIZE
              INTO RL-RUN-PARAMETERS
           END-STRING.

       1030-SHOW-RUN-PARAMETER.
      *    PRINT THE VALUE THE RUN USES AND WHERE IT CAME FROM
           IF PR-FROM-PARM-FILE
              MOVE 'ERUNPRM' TO WS-PARM-SOURCE-TEXT
           ELSE
              MOVE 'DEFAULT' TO WS-PARM-SOURCE-TEXT
           END-IF.

           DISPLAY 'EAPRAGE: PARAMETER ' PR-PARAM-NAME ' = '
              PR-PARAM-VALUE ' (' WS-PARM-SOURCE-TEXT ')'.

       2000-START-REQUEST-PASS.
      *    FIRST PASS - EVERY EACCREQ REQUEST, FROM THE TOP
           SET WS-AT-EOF TO TRUE.

           IF WS-FILES-OPENED
              SET WS-NOT-AT-EOF TO TRUE
              PERFORM 2050-READ-NEXT-REQUEST
           END-IF.

       2050-READ-NEXT-REQUEST.
      *    READ THE NEXT ACCESS REQUEST, SEQUENTIALLY, FROM THE FILE
           READ ACCESS-REQUEST-FILE NEXT RECORD.

           IF WS-ACCREQ-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-ACCREQ-OK
                 DISPLAY 'ERROR: READ OF EACCREQ FAILED, STATUS='
                    WS-ACCREQ-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-ITEMS-READ-COUNT
              END-IF
           END-IF.

       2100-AGE-ONE-REQUEST.
      *    A REQUEST AWAITING ITS MANAGER IS WITH THAT MANAGER; ONE
      *    AWAITING AN ADMINISTRATOR, OR WITH NO MANAGER KEYED, IS
      *    WITH THE ADMINISTRATORS.  THE STATUS IS PART OF THE AGING
      *    KEY, SO THE ADMINISTRATOR LEG AGES FROM A FRESH START.
           IF AQ-ST-AWAITING-MANAGER OR AQ-ST-AWAITING-ADMIN
              MOVE 'Q' TO WS-IT-SOURCE
              MOVE SPACES TO WS-IT-SOURCE-KEY
              MOVE AQ-REQUEST-KEY TO WS-IT-SOURCE-KEY (1:12)
              MOVE AQ-STATUS TO WS-IT-SOURCE-KEY (13:1)
              MOVE 1 TO WS-IT-SOURCE-INDEX
              MOVE 'EACR' TO WS-IT-SOURCE-NAME
              MOVE SPACES TO WS-IT-ITEM-TEXT
              STRING AQ-USER-ID DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     AQ-TRANS-ID DELIMITED BY SIZE
                 INTO WS-IT-ITEM-TEXT
              END-STRING
              MOVE AQ-USER-ID TO WS-IT-REQUESTER-ID
              MOVE AQ-REQUEST-DATE TO WS-IT-START-DATE

              IF AQ-ST-AWAITING-MANAGER
                 AND AQ-MANAGER-ID IS NOT EQUAL TO SPACES
                 MOVE AQ-MANAGER-ID TO WS-IT-APPROVER-ID
                 SET WS-IT-WITH-A-PERSON TO TRUE
              ELSE
                 MOVE WS-ADMIN-POOL-ID TO WS-IT-APPROVER-ID
                 SET WS-IT-WITH-ADMINS TO TRUE
              END-IF

              SET WS-ROOM-TO-REROUTE TO TRUE
              PERFORM 8000-AGE-THE-ITEM

              IF WS-REROUTE-THE-ITEM
                 PERFORM 2200-REROUTE-REQUEST
              END-IF
           END-IF.

           PERFORM 2050-READ-NEXT-REQUEST.

       2200-REROUTE-REQUEST.
      *    HAND THE REQUEST'S MANAGER LEG TO THE NEW APPROVER - SPACES
      *    LET AN ADMINISTRATOR DECIDE BOTH LEGS, AS EACRMNT ALREADY
      *    DOES FOR A REQUESTER WITH NO MANAGER
           IF WS-IT-NEW-APPROVER-ID IS EQUAL TO WS-ADMIN-POOL-ID
              MOVE SPACES TO AQ-MANAGER-ID
           ELSE
              MOVE WS-IT-NEW-APPROVER-ID TO AQ-MANAGER-ID
           END-IF.

           REWRITE ACCESS-REQUEST-RECORD.

           IF NOT WS-ACCREQ-OK
              DISPLAY 'ERROR: REWRITE TO EACCREQ FAILED, STATUS='
                 WS-ACCREQ-STATUS
              SET RL-ST-FAILED TO TRUE
           ELSE
              PERFORM 8600-REPORT-ESCALATION
           END-IF.

       3000-START-PROFILE-PASS.
      *    SECOND PASS - EVERY PENDING EPRFPND PROFILE CHANGE
           SET WS-AT-EOF TO TRUE.

           IF WS-FILES-OPENED
              SET WS-NOT-AT-EOF TO TRUE
              PERFORM 3050-READ-NEXT-PROFILE-CHANGE
           END-IF.

       3050-READ-NEXT-PROFILE-CHANGE.
      *    READ THE NEXT PENDING PROFILE CHANGE, SEQUENTIALLY
           READ PROFILE-PENDING-FILE NEXT RECORD.

           IF WS-PRFPND-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-PRFPND-OK
                 DISPLAY 'ERROR: READ OF EPRFPND FAILED, STATUS='
                    WS-PRFPND-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-ITEMS-READ-COUNT
              END-IF
           END-IF.

       3100-AGE-ONE-PROFILE-CHANGE.
      *    A CHANGE WITH A MANAGER KEYED IS WITH THAT MANAGER; ONE
      *    WITHOUT IS WITH THE ADMINISTRATORS
           IF PU-ST-PENDING
              MOVE 'P' TO WS-IT-SOURCE
              MOVE PU-USER-ID TO WS-IT-SOURCE-KEY
              MOVE 2 TO WS-IT-SOURCE-INDEX
              MOVE 'EPRF' TO WS-IT-SOURCE-NAME
              MOVE PU-USER-ID TO WS-IT-ITEM-TEXT
              MOVE PU-USER-ID TO WS-IT-REQUESTER-ID
              MOVE PU-REQUEST-DATE TO WS-IT-START-DATE

              IF PU-MANAGER-ID IS NOT EQUAL TO SPACES
                 MOVE PU-MANAGER-ID TO WS-IT-APPROVER-ID
                 SET WS-IT-WITH-A-PERSON TO TRUE
              ELSE
                 MOVE WS-ADMIN-POOL-ID TO WS-IT-APPROVER-ID
                 SET WS-IT-WITH-ADMINS TO TRUE
              END-IF

              SET WS-ROOM-TO-REROUTE TO TRUE
              PERFORM 8000-AGE-THE-ITEM

              IF WS-REROUTE-THE-ITEM
                 PERFORM 3200-REROUTE-PROFILE-CHANGE
              END-IF
           END-IF.

           PERFORM 3050-READ-NEXT-PROFILE-CHANGE.

       3200-REROUTE-PROFILE-CHANGE.
      *    HAND THE CHANGE TO THE NEW APPROVER - SPACES LEAVE IT TO AN
      *    ADMINISTRATOR ON THE EPRF SCREEN
           IF WS-IT-NEW-APPROVER-ID IS EQUAL TO WS-ADMIN-POOL-ID
              MOVE SPACES TO PU-MANAGER-ID
           ELSE
              MOVE WS-IT-NEW-APPROVER-ID TO PU-MANAGER-ID
           END-IF.

           REWRITE PENDING-PROFILE-RECORD.

           IF NOT WS-PRFPND-OK
              DISPLAY 'ERROR: REWRITE TO EPRFPND FAILED, STATUS='
                 WS-PRFPND-STATUS
              SET RL-ST-FAILED TO TRUE
           ELSE
              PERFORM 8600-REPORT-ESCALATION
           END-IF.

       4000-START-PRIVILEGED-PASS.
      *    THIRD PASS - EVERY PENDING EPNDAPR PRIVILEGED REQUEST
           SET WS-AT-EOF TO TRUE.

           IF WS-FILES-OPENED
              SET WS-NOT-AT-EOF TO TRUE
              PERFORM 4050-READ-NEXT-PRIVILEGED
           END-IF.

       4050-READ-NEXT-PRIVILEGED.
      *    READ THE NEXT PRIVILEGED-ACTION REQUEST, SEQUENTIALLY
           READ PENDING-APPROVAL-FILE NEXT RECORD.

           IF WS-PNDAPR-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-PNDAPR-OK
                 DISPLAY 'ERROR: READ OF EPNDAPR FAILED, STATUS='
                    WS-PNDAPR-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-ITEMS-READ-COUNT
              END-IF
           END-IF.

       4100-AGE-ONE-PRIVILEGED.
      *    A PRIVILEGED REQUEST WAITS FOR ANY SECOND ADMINISTRATOR,
      *    NEVER A NAMED ONE, SO IT IS ALWAYS WITH THE ADMINISTRATORS
           IF PA-ST-PENDING
              MOVE 'A' TO WS-IT-SOURCE
              MOVE PA-REQUEST-KEY TO WS-IT-SOURCE-KEY
              MOVE 3 TO WS-IT-SOURCE-INDEX
              MOVE 'EAPR' TO WS-IT-SOURCE-NAME
              MOVE SPACES TO WS-IT-ITEM-TEXT
              IF PA-ACT-CREATE-ADM
                 STRING PA-TARGET-USER-ID DELIMITED BY SIZE
                        ' CREATE-ADM' DELIMITED BY SIZE
                    INTO WS-IT-ITEM-TEXT
                 END-STRING
              ELSE
                 STRING PA-TARGET-USER-ID DELIMITED BY SIZE
                        ' UNLOCK-ADM' DELIMITED BY SIZE
                    INTO WS-IT-ITEM-TEXT
                 END-STRING
              END-IF
              MOVE PA-REQUESTED-BY TO WS-IT-REQUESTER-ID
              MOVE PA-REQUEST-DATE TO WS-IT-START-DATE
              MOVE WS-ADMIN-POOL-ID TO WS-IT-APPROVER-ID
              SET WS-IT-WITH-ADMINS TO TRUE

              SET WS-ROOM-TO-REROUTE TO TRUE
              PERFORM 8000-AGE-THE-ITEM
           END-IF.

           PERFORM 4050-READ-NEXT-PRIVILEGED.

       5000-START-RECERT-PASS.
      *    FOURTH PASS - EVERY PENDING ERCRWRK LINE IN THE CAMPAIGN
           SET WS-AT-EOF TO TRUE.

           IF WS-FILES-OPENED
              SET WS-NOT-AT-EOF TO TRUE
              MOVE LOW-VALUES TO RC-WORK-KEY

              START RECERT-WORK-FILE KEY IS NOT LESS THAN
                 RC-WORK-KEY

              IF WS-RECERT-OK
                 PERFORM 5050-READ-NEXT-RECERT-LINE
              ELSE
                 SET WS-AT-EOF TO TRUE
              END-IF
           END-IF.

       5050-READ-NEXT-RECERT-LINE.
      *    READ THE NEXT RECERTIFICATION LINE, SEQUENTIALLY
           READ RECERT-WORK-FILE NEXT RECORD.

           IF WS-RECERT-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-RECERT-OK
                 DISPLAY 'ERROR: READ OF ERCRWRK FAILED, STATUS='
                    WS-RECERT-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-ITEMS-READ-COUNT
              END-IF
           END-IF.

       5100-AGE-ONE-RECERT-LINE.
      *    A PENDING LINE IS WITH ITS KEYED MANAGER, OR WITH THE
      *    ADMINISTRATORS WHEN IT IS IN THE *NOMGR* BUCKET.  THE AGING
      *    KEY LEAVES THE MANAGER OUT SO A MOVED LINE KEEPS ITS AGE.
           IF RC-ST-PENDING
              MOVE 'R' TO WS-IT-SOURCE
              MOVE SPACES TO WS-IT-SOURCE-KEY
              MOVE RC-WORK-KEY (9:13) TO WS-IT-SOURCE-KEY (1:13)
              MOVE 4 TO WS-IT-SOURCE-INDEX
              MOVE 'ERCR' TO WS-IT-SOURCE-NAME
              MOVE SPACES TO WS-IT-ITEM-TEXT
              IF RC-IT-ACCOUNT
                 STRING RC-TARGET-USER-ID DELIMITED BY SIZE
                        ' ACCOUNT' DELIMITED BY SIZE
                    INTO WS-IT-ITEM-TEXT
                 END-STRING
              ELSE
                 STRING RC-TARGET-USER-ID DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        RC-TARGET-TRANS-ID DELIMITED BY SIZE
                    INTO WS-IT-ITEM-TEXT
                 END-STRING
              END-IF
              MOVE RC-TARGET-USER-ID TO WS-IT-REQUESTER-ID
              MOVE RC-CAMPAIGN-DATE TO WS-IT-START-DATE
              MOVE RC-MANAGER-ID TO WS-IT-APPROVER-ID

              IF RC-MANAGER-ID IS EQUAL TO '*NOMGR* '
                 SET WS-IT-WITH-ADMINS TO TRUE
              ELSE
                 SET WS-IT-WITH-A-PERSON TO TRUE
              END-IF

              IF WS-MOVE-COUNT IS LESS THAN 500
                 SET WS-ROOM-TO-REROUTE TO TRUE
              ELSE
                 SET WS-NO-ROOM-TO-REROUTE TO TRUE
              END-IF

              PERFORM 8000-AGE-THE-ITEM

              IF WS-REROUTE-THE-ITEM
                 ADD 1 TO WS-MOVE-COUNT
                 MOVE RC-WORK-KEY TO WS-MV-WORK-KEY (WS-MOVE-COUNT)
                 MOVE WS-IT-NEW-APPROVER-ID TO
                    WS-MV-NEW-MANAGER-ID (WS-MOVE-COUNT)
                 MOVE WS-IT-ITEM-TEXT TO WS-MV-ITEM-TEXT (WS-MOVE-COUNT)
                 MOVE WS-IT-DAYS TO WS-MV-DAYS (WS-MOVE-COUNT)
              END-IF
           END-IF.

           PERFORM 5050-READ-NEXT-RECERT-LINE.

       5500-MOVE-RECERT-LINES.
      *    NOW THE PASS IS OVER, MOVE EACH ESCALATED LINE TO ITS NEW
      *    MANAGER
           MOVE 1 TO WS-MOVE-INDEX.
           PERFORM 5600-MOVE-ONE-RECERT-LINE
              UNTIL WS-MOVE-INDEX > WS-MOVE-COUNT.

       5600-MOVE-ONE-RECERT-LINE.
      *    THE MANAGER IS PART OF THE KEY, SO THE LINE IS WRITTEN
      *    AGAIN UNDER THE NEW MANAGER (*NOMGR* FOR THE
      *    ADMINISTRATORS) AND THE OLD ONE DELETED
           MOVE WS-MV-WORK-KEY (WS-MOVE-INDEX) TO RC-WORK-KEY.

           READ RECERT-WORK-FILE.

           IF WS-RECERT-OK AND RC-ST-PENDING
              MOVE 4 TO WS-IT-SOURCE-INDEX
              MOVE 'ERCR' TO WS-IT-SOURCE-NAME
              MOVE WS-MV-ITEM-TEXT (WS-MOVE-INDEX) TO WS-IT-ITEM-TEXT
              MOVE RC-TARGET-USER-ID TO WS-IT-REQUESTER-ID
              MOVE RC-MANAGER-ID TO WS-IT-APPROVER-ID
              MOVE WS-MV-DAYS (WS-MOVE-INDEX) TO WS-IT-DAYS

              IF WS-MV-NEW-MANAGER-ID (WS-MOVE-INDEX) IS EQUAL TO
                 WS-ADMIN-POOL-ID
                 MOVE '*NOMGR* ' TO RC-MANAGER-ID
              ELSE
                 MOVE WS-MV-NEW-MANAGER-ID (WS-MOVE-INDEX) TO
                    RC-MANAGER-ID
              END-IF
              MOVE WS-MV-NEW-MANAGER-ID (WS-MOVE-INDEX) TO
                 WS-IT-NEW-APPROVER-ID

              WRITE RECERT-WORK-RECORD

              IF NOT WS-RECERT-OK
                 DISPLAY 'ERROR: WRITE TO ERCRWRK FAILED, STATUS='
                    WS-RECERT-STATUS
                 SET RL-ST-FAILED TO TRUE
              ELSE
                 MOVE WS-MV-WORK-KEY (WS-MOVE-INDEX) TO RC-WORK-KEY
                 DELETE RECERT-WORK-FILE RECORD
                 IF NOT WS-RECERT-OK
                    DISPLAY 'ERROR: DELETE FROM ERCRWRK FAILED, STATUS='
                       WS-RECERT-STATUS
                    SET RL-ST-FAILED TO TRUE
                 END-IF
                 PERFORM 8600-REPORT-ESCALATION
              END-IF
           END-IF.

           ADD 1 TO WS-MOVE-INDEX.

       6000-START-CONTROL-PASS.
      *    LAST PASS - A CONTROL RECORD NOT SEEN TONIGHT BELONGS TO AN
      *    ITEM SINCE DECIDED OR WITHDRAWN.  ONLY A CLEAN RUN HAS SEEN
      *    EVERYTHING, SO ONLY A CLEAN RUN DROPS ANY.
           SET WS-AT-EOF TO TRUE.

           IF WS-FILES-OPENED AND RL-ST-GOOD
              SET WS-NOT-AT-EOF TO TRUE
              MOVE LOW-VALUES TO AG-ITEM-KEY

              START AGE-CONTROL-FILE KEY IS NOT LESS THAN
                 AG-ITEM-KEY

              IF WS-AGECTL-OK
                 PERFORM 6050-READ-NEXT-CONTROL
              ELSE
                 SET WS-AT-EOF TO TRUE
              END-IF
           END-IF.

       6050-READ-NEXT-CONTROL.
      *    READ THE NEXT AGING CONTROL RECORD, SEQUENTIALLY
           READ AGE-CONTROL-FILE NEXT RECORD.

           IF WS-AGECTL-EOF
              SET WS-AT-EOF TO TRUE
           ELSE
              IF NOT WS-AGECTL-OK
                 DISPLAY 'ERROR: READ OF EAGECTL FAILED, STATUS='
                    WS-AGECTL-STATUS
                 SET RL-ST-FAILED TO TRUE
                 SET WS-AT-EOF TO TRUE
              END-IF
           END-IF.

       6100-CHECK-ONE-CONTROL.
      *    DROP THE CONTROL RECORD OF AN ITEM NO LONGER OPEN
           IF AG-LAST-SEEN-DATE IS NOT EQUAL TO WS-CURRENT-DATE
              DELETE AGE-CONTROL-FILE RECORD
              IF NOT WS-AGECTL-OK
                 DISPLAY 'ERROR: DELETE FROM EAGECTL FAILED, STATUS='
                    WS-AGECTL-STATUS
                 SET RL-ST-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-CONTROLS-DROPPED-COUNT
              END-IF
           END-IF.

           PERFORM 6050-READ-NEXT-CONTROL.

       7000-PRINT-SUMMARIES.
      *    THE OPEN ITEMS COUNTED BY DAYS OUTSTANDING AND THEN BY WHO
      *    NOW HOLDS THEM, WITH THE NIGHT'S TOTALS
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE WS-BUCKET-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           MOVE 1 TO WS-BUCKET-INDEX.
           PERFORM 7100-PRINT-ONE-BUCKET UNTIL WS-BUCKET-INDEX > 5.

           IF WS-APPROVER-COUNT IS GREATER THAN ZERO
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
              MOVE WS-APPROVER-TITLE-LINE TO WS-REPORT-LINE
              PERFORM 9800-WRITE-REPORT-LINE
              MOVE 1 TO WS-APPROVER-INDEX
              PERFORM 7200-PRINT-ONE-APPROVER
                 UNTIL WS-APPROVER-INDEX > WS-APPROVER-COUNT
           END-IF.

           MOVE WS-ITEMS-AGED-COUNT TO WS-TOT-OPEN.
           MOVE WS-ALERTED-COUNT TO WS-TOT-ALERTED.
           MOVE WS-ESCALATED-COUNT TO WS-TOT-ESCALATED.
           MOVE WS-CHASED-COUNT TO WS-TOT-CHASED.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.
           MOVE WS-TOTALS-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

       7100-PRINT-ONE-BUCKET.
      *    ONE DAYS-OUTSTANDING BUCKET, PER SOURCE FILE AND IN TOTAL
           MOVE SPACES TO WS-BUCKET-LINE.
           MOVE WS-BK-LABEL (WS-BUCKET-INDEX) TO WS-BKL-LABEL.
           MOVE 1 TO WS-SOURCE-INDEX.
           PERFORM 7150-MOVE-ONE-SOURCE-COUNT
              UNTIL WS-SOURCE-INDEX > 4.
           MOVE WS-BC-TOTAL (WS-BUCKET-INDEX) TO WS-BKL-COUNT (5).
           MOVE WS-BUCKET-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-BUCKET-INDEX.

       7150-MOVE-ONE-SOURCE-COUNT.
      *    ONE SOURCE FILE'S COUNT INTO THE BUCKET LINE
           MOVE WS-BC-SOURCE-COUNT (WS-BUCKET-INDEX, WS-SOURCE-INDEX)
              TO WS-BKL-COUNT (WS-SOURCE-INDEX).

           ADD 1 TO WS-SOURCE-INDEX.

       7200-PRINT-ONE-APPROVER.
      *    ONE APPROVER'S OPEN ITEMS, PER BUCKET AND IN TOTAL
           MOVE SPACES TO WS-APPROVER-LINE.
           MOVE WS-AP-APPROVER-ID (WS-APPROVER-INDEX) TO
              WS-APL-APPROVER-ID.
           MOVE 1 TO WS-BUCKET-INDEX.
           PERFORM 7250-MOVE-ONE-BUCKET-COUNT
              UNTIL WS-BUCKET-INDEX > 5.
           MOVE WS-AP-TOTAL (WS-APPROVER-INDEX) TO WS-APL-COUNT (6).
           MOVE WS-APPROVER-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-APPROVER-INDEX.

       7250-MOVE-ONE-BUCKET-COUNT.
      *    ONE BUCKET'S COUNT INTO THE APPROVER LINE
           MOVE WS-AP-BUCKET-COUNT (WS-APPROVER-INDEX, WS-BUCKET-INDEX)
              TO WS-APL-COUNT (WS-BUCKET-INDEX).

           ADD 1 TO WS-BUCKET-INDEX.

       8000-AGE-THE-ITEM.
      *    COMMON AGING FOR ONE OPEN ITEM - HOW LONG IT HAS WAITED,
      *    WHETHER IT IS DUE AN ALERT OR AN ESCALATION, AND WHERE IT
      *    STANDS IN THE REPORT.  THE CALLER APPLIES ANY NEW APPROVER.
           ADD 1 TO WS-ITEMS-AGED-COUNT.
           SET WS-LEAVE-THE-ITEM TO TRUE.
           MOVE SPACES TO WS-IT-ACTION.
           MOVE WS-IT-APPROVER-ID TO WS-IT-NEW-APPROVER-ID.

           IF WS-IT-START-DATE IS NUMERIC
              MOVE WS-IT-START-DATE TO WS-START-DATE-NUM
              COMPUTE WS-IT-DAYS =
                 FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE (WS-START-DATE-NUM)
              IF WS-IT-DAYS IS LESS THAN ZERO
                 MOVE ZERO TO WS-IT-DAYS
              END-IF
           ELSE
              MOVE ZERO TO WS-IT-DAYS
           END-IF.

           PERFORM 8100-READ-AGE-CONTROL.

           IF WS-IT-DAYS IS NOT LESS THAN WS-APPROVAL-ALERT-DAYS
              ADD 1 TO WS-OVERDUE-COUNT
              IF AG-ALERTED-DATE IS EQUAL TO SPACES
                 MOVE WS-CURRENT-DATE TO AG-ALERTED-DATE
                 MOVE 'OVERDUE:  ' TO WS-ALR-EVENT
                 MOVE SPACES TO WS-ALR-TO
                 MOVE SPACES TO WS-ALR-NEW-APPROVER-ID
                 PERFORM 8700-WRITE-ALERT-LINE
                 ADD 1 TO WS-ALERTED-COUNT
                 MOVE 'ALERTED' TO WS-IT-ACTION
              END-IF
           END-IF.

      *    THE ESCALATION CLOCK RUNS FROM THE LAST ESCALATION, OR
      *    FROM THE REQUEST ITSELF WHEN THERE HAS BEEN NONE
           IF AG-ESCALATED-DATE IS NUMERIC
              MOVE AG-ESCALATED-DATE TO WS-CHASE-DATE-NUM
              COMPUTE WS-DAYS-SINCE-CHASE =
                 FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE (WS-CHASE-DATE-NUM)
           ELSE
              MOVE WS-IT-DAYS TO WS-DAYS-SINCE-CHASE
           END-IF.

           IF WS-DAYS-SINCE-CHASE IS NOT LESS THAN
              WS-APPROVAL-ESCALATE-DAYS
              AND WS-ROOM-TO-REROUTE
              PERFORM 8300-ESCALATE-THE-ITEM
           END-IF.

           PERFORM 8200-SAVE-AGE-CONTROL.
           PERFORM 8800-TALLY-THE-ITEM.
           PERFORM 8900-WRITE-DETAIL-LINE.

       8100-READ-AGE-CONTROL.
      *    FETCH WHAT WAS ALREADY DONE FOR THIS ITEM.  A RECORD FROM AN
      *    EARLIER REQUEST UNDER THE SAME KEY IS STARTED AFRESH.
           MOVE WS-IT-SOURCE TO AG-SOURCE.
           MOVE WS-IT-SOURCE-KEY TO AG-SOURCE-KEY.

           READ AGE-CONTROL-FILE.

           IF WS-AGECTL-OK
              SET WS-CONTROL-ON-FILE TO TRUE
              IF AG-OPENED-DATE IS NOT EQUAL TO WS-IT-START-DATE
                 MOVE WS-IT-START-DATE TO AG-OPENED-DATE
                 MOVE SPACES TO AG-ALERTED-DATE
                 MOVE SPACES TO AG-ESCALATED-DATE
                 MOVE ZERO TO AG-ESCALATION-COUNT
              END-IF
           ELSE
              SET WS-CONTROL-NOT-ON-FILE TO TRUE
              INITIALIZE APPROVAL-AGE-RECORD
              MOVE WS-IT-SOURCE TO AG-SOURCE
              MOVE WS-IT-SOURCE-KEY TO AG-SOURCE-KEY
              MOVE WS-IT-START-DATE TO AG-OPENED-DATE
           END-IF.

       8200-SAVE-AGE-CONTROL.
      *    RECORD TONIGHT'S SIGHTING, AND ANY ALERT OR ESCALATION
           MOVE WS-CURRENT-DATE TO AG-LAST-SEEN-DATE.

           IF WS-CONTROL-ON-FILE
              REWRITE APPROVAL-AGE-RECORD
           ELSE
              WRITE APPROVAL-AGE-RECORD
           END-IF.

           IF NOT WS-AGECTL-OK
              DISPLAY 'ERROR: WRITE TO EAGECTL FAILED, STATUS='
                 WS-AGECTL-STATUS
              SET RL-ST-FAILED TO TRUE
           END-IF.

       8300-ESCALATE-THE-ITEM.
      *    AN ITEM WITH A NAMED APPROVER GOES UP THAT APPROVER'S
      *    CHAIN.  ONE ALREADY WITH THE ADMINISTRATORS HAS NOBODY
      *    ABOVE IT, SO IT IS CHASED ON ALRT INSTEAD.
           MOVE WS-CURRENT-DATE TO AG-ESCALATED-DATE.
           IF AG-ESCALATION-COUNT IS LESS THAN 99
              ADD 1 TO AG-ESCALATION-COUNT
           END-IF.

           IF WS-IT-WITH-ADMINS
              MOVE 'UNCLAIMED:' TO WS-ALR-EVENT
              MOVE SPACES TO WS-ALR-TO
              MOVE SPACES TO WS-ALR-NEW-APPROVER-ID
              PERFORM 8700-WRITE-ALERT-LINE
              ADD 1 TO WS-CHASED-COUNT
              MOVE 'CHASED' TO WS-IT-ACTION
           ELSE
              PERFORM 8400-FIND-NEXT-APPROVER
      *       A CHAIN THAT LOOPS BACK TO THE SAME APPROVER IS AS GOOD
      *       AS NO CHAIN AT ALL
              IF WS-IT-NEW-APPROVER-ID IS EQUAL TO WS-IT-APPROVER-ID
                 MOVE WS-ADMIN-POOL-ID TO WS-IT-NEW-APPROVER-ID
              END-IF
              SET WS-REROUTE-THE-ITEM TO TRUE
              IF WS-IT-NEW-APPROVER-ID IS EQUAL TO WS-ADMIN-POOL-ID
                 MOVE 'TO ADMINS' TO WS-IT-ACTION
              ELSE
                 MOVE 'ESCALATED' TO WS-IT-ACTION
              END-IF
           END-IF.

       8400-FIND-NEXT-APPROVER.
      *    CLIMB THE EM-MANAGER-ID CHAIN FROM THE CURRENT APPROVER TO
      *    THE FIRST ACTIVE MANAGER WHO IS NOT THE REQUESTER.  A
      *    MISSING LINK, AN ADMINISTRATOR AT THE TOP OR A CHAIN
      *    LONGER THAN THE LIMIT (A LOOP) HANDS IT TO THE
      *    ADMINISTRATORS.
           MOVE WS-ADMIN-POOL-ID TO WS-IT-NEW-APPROVER-ID.
           MOVE WS-IT-APPROVER-ID TO WS-CHAIN-ID.
           MOVE ZERO TO WS-CHAIN-LEVEL.
           SET WS-CHAIN-NOT-DONE TO TRUE.

           PERFORM 8450-CLIMB-ONE-LEVEL UNTIL WS-CHAIN-DONE.

       8450-CLIMB-ONE-LEVEL.
      *    STEP UP TO THE NEXT MANAGER AND SEE IF THEY WILL DO
           ADD 1 TO WS-CHAIN-LEVEL.
           MOVE WS-CHAIN-ID TO EM-USER-ID.

           READ EMP-MASTER-FILE.

           IF NOT WS-EMPMST-OK
              OR WS-CHAIN-LEVEL IS GREATER THAN WS-APPROVAL-CHAIN-LIMIT
              SET WS-CHAIN-DONE TO TRUE
           ELSE
              IF EM-MANAGER-ID IS EQUAL TO SPACES
                 PERFORM 8460-USE-DEPARTMENT-HEAD
              ELSE
                 MOVE EM-MANAGER-ID TO WS-CHAIN-ID
              END-IF
              IF WS-CHAIN-NOT-DONE
                 MOVE WS-CHAIN-ID TO RU-USER-ID
                 READ REGISTERED-USER-FILE
                 IF WS-EREGUSR-OK AND RU-ST-ACTIVE
                    IF RU-UT-ADMINISTRATOR
                       SET WS-CHAIN-DONE TO TRUE
                    END-IF
                    IF RU-UT-MANAGER
                       AND WS-CHAIN-ID IS NOT EQUAL TO
                           WS-IT-REQUESTER-ID
                       MOVE WS-CHAIN-ID TO WS-IT-NEW-APPROVER-ID
                       SET WS-CHAIN-DONE TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       8460-USE-DEPARTMENT-HEAD.
      *    NO MANAGER KEYED FOR THIS LINK - THE HEAD OF THEIR
      *    DEPARTMENT (OR OF THE NEAREST ONE ABOVE IT) IS THE NEXT
      *    STEP UP.  NO HEAD EITHER ENDS THE CHAIN.
           INITIALIZE BATCH-DEPT-HEAD-AREA.
           MOVE EM-DEPARTMENT TO BH-DEPARTMENT-CODE.
           MOVE EM-USER-ID TO BH-FOR-USER-ID.
           CALL 'EDEPBHD' USING BATCH-DEPT-HEAD-AREA.

           IF BH-HEAD-FOUND
              MOVE BH-HEAD-USER-ID TO WS-CHAIN-ID
           ELSE
              SET WS-CHAIN-DONE TO TRUE
           END-IF.

       8600-REPORT-ESCALATION.
      *    AN ITEM NOW MOVED TO ITS NEW APPROVER - TELL OPERATIONS AND
      *    KEEP A PERMANENT RECORD OF WHO IT WAS TAKEN FROM
           ADD 1 TO WS-ESCALATED-COUNT.

           MOVE 'ESCALATED:' TO WS-ALR-EVENT.
           MOVE ' TO ' TO WS-ALR-TO.
           MOVE WS-IT-NEW-APPROVER-ID TO WS-ALR-NEW-APPROVER-ID.
           PERFORM 8700-WRITE-ALERT-LINE.

           MOVE 'APRESCAL' TO WS-MA-ACTION.
           MOVE WS-IT-REQUESTER-ID TO WS-MA-TARGET.
           MOVE SPACES TO WS-MA-BEFORE.
           STRING WS-IT-SOURCE-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-IT-APPROVER-ID DELIMITED BY SIZE
              INTO WS-MA-BEFORE
           END-STRING.
           MOVE WS-IT-DAYS TO WS-AUDIT-DAYS.
           MOVE SPACES TO WS-MA-AFTER.
           STRING WS-IT-NEW-APPROVER-ID DELIMITED BY SIZE
                  ' AGED ' DELIMITED BY SIZE
                  WS-AUDIT-DAYS DELIMITED BY SIZE
              INTO WS-MA-AFTER
           END-STRING.
           PERFORM 9600-WRITE-MAINT-AUDIT.

       8700-WRITE-ALERT-LINE.
      *    ONE AGING ALERT TO THE OPERATIONS DESTINATION
           MOVE WS-IT-SOURCE-NAME TO WS-ALR-SOURCE.
           MOVE WS-IT-ITEM-TEXT TO WS-ALR-ITEM.
           MOVE WS-IT-APPROVER-ID TO WS-ALR-APPROVER-ID.
           MOVE WS-IT-DAYS TO WS-ALR-DAYS.
           MOVE WS-ALERT-LINE TO WS-ALERT-OUT-LINE.

           WRITE WS-ALERT-OUT-LINE.

           IF NOT WS-ALERT-OK
              DISPLAY 'ERROR: WRITE TO ALRTOUT FAILED, STATUS='
                 WS-ALERT-STATUS
              SET RL-ST-FAILED TO TRUE
           END-IF.

       8800-TALLY-THE-ITEM.
      *    COUNT THE ITEM IN ITS DAYS BUCKET, AGAINST ITS SOURCE FILE
      *    AND AGAINST THE APPROVER NOW HOLDING IT
           MOVE 1 TO WS-IT-BUCKET.
           PERFORM 8810-CHECK-ONE-BUCKET
              UNTIL WS-IT-DAYS IS NOT GREATER THAN
                 WS-BK-TOP-DAY (WS-IT-BUCKET)
                 OR WS-IT-BUCKET IS EQUAL TO 5.

           ADD 1 TO WS-BC-SOURCE-COUNT (WS-IT-BUCKET,
              WS-IT-SOURCE-INDEX).
           ADD 1 TO WS-BC-TOTAL (WS-IT-BUCKET).

           MOVE ZERO TO WS-APPROVER-SLOT.
           MOVE 1 TO WS-APPROVER-INDEX.
           PERFORM 8850-CHECK-ONE-APPROVER-SLOT
              UNTIL WS-APPROVER-INDEX > WS-APPROVER-COUNT
                 OR WS-APPROVER-SLOT > ZERO.

           IF WS-APPROVER-SLOT IS EQUAL TO ZERO
              AND WS-APPROVER-COUNT IS LESS THAN 500
              ADD 1 TO WS-APPROVER-COUNT
              MOVE WS-APPROVER-COUNT TO WS-APPROVER-SLOT
              INITIALIZE WS-APPROVER-ENTRY (WS-APPROVER-SLOT)
              MOVE WS-IT-NEW-APPROVER-ID TO
                 WS-AP-APPROVER-ID (WS-APPROVER-SLOT)
           END-IF.

           IF WS-APPROVER-SLOT IS GREATER THAN ZERO
              ADD 1 TO WS-AP-BUCKET-COUNT (WS-APPROVER-SLOT,
                 WS-IT-BUCKET)
              ADD 1 TO WS-AP-TOTAL (WS-APPROVER-SLOT)
           END-IF.

       8810-CHECK-ONE-BUCKET.
      *    THE ITEM IS OLDER THAN THIS BUCKET - TRY THE NEXT ONE
           ADD 1 TO WS-IT-BUCKET.

       8850-CHECK-ONE-APPROVER-SLOT.
      *    COMPARE ONE TABLE SLOT AGAINST THE ITEM'S APPROVER
           IF WS-AP-APPROVER-ID (WS-APPROVER-INDEX) IS EQUAL TO
              WS-IT-NEW-APPROVER-ID
              MOVE WS-APPROVER-INDEX TO WS-APPROVER-SLOT
           END-IF.

           ADD 1 TO WS-APPROVER-INDEX.

       8900-WRITE-DETAIL-LINE.
      *    ONE OPEN ITEM TO THE REPORT - WHO HAS IT AND FOR HOW LONG
           MOVE WS-IT-SOURCE-NAME TO WS-DTL-SOURCE.
           MOVE WS-IT-ITEM-TEXT TO WS-DTL-ITEM.
           MOVE WS-IT-REQUESTER-ID TO WS-DTL-REQUESTER-ID.
           MOVE WS-IT-NEW-APPROVER-ID TO WS-DTL-APPROVER-ID.
           MOVE WS-IT-DAYS TO WS-DTL-DAYS.
           MOVE WS-BK-LABEL (WS-IT-BUCKET) TO WS-DTL-BUCKET.
           MOVE WS-IT-ACTION TO WS-DTL-ACTION.
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9800-WRITE-REPORT-LINE.

       9000-TERMINATE.
      *    CLOSE ALL THE FILES AND REPORT WHAT WAS DONE
           CLOSE ACCESS-REQUEST-FILE.
           CLOSE PROFILE-PENDING-FILE.
           CLOSE PENDING-APPROVAL-FILE.
           CLOSE RECERT-WORK-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE REGISTERED-USER-FILE.
           CLOSE AGE-CONTROL-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           PERFORM 9820-END-REPORT-FILING.
           CLOSE ALERT-OUTPUT-FILE.

           DISPLAY 'EAPRAGE: RECORDS READ    = '
              WS-ITEMS-READ-COUNT.
           DISPLAY 'EAPRAGE: OPEN ITEMS      = '
              WS-ITEMS-AGED-COUNT.
           DISPLAY 'EAPRAGE: PAST ALERT DAYS = '
              WS-OVERDUE-COUNT.
           DISPLAY 'EAPRAGE: ALERTS RAISED   = '
              WS-ALERTED-COUNT.
           DISPLAY 'EAPRAGE: ITEMS ESCALATED = '
              WS-ESCALATED-COUNT.
           DISPLAY 'EAPRAGE: ADMIN CHASES    = '
              WS-CHASED-COUNT.
           DISPLAY 'EAPRAGE: CONTROLS DROPPED= '
              WS-CONTROLS-DROPPED-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF WHAT THIS JOB JUST DID,
      *    CHAINED THE SAME WAY AS THE ONLINE AUDIT RECORDS
           ACCEPT WS-CURRENT-TIME FROM TIME.

           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE 'EAPRAGE ' TO MA-ADMIN-ID.
           MOVE WS-CURRENT-DATE TO MA-AUDIT-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO MA-AUDIT-TIME.
           MOVE AC-APRAGE-AUDIT-TRANS-ID TO MA-TRANS-ID.
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
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE APRAGER REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'APRAGER ' TO RB-REPORT-NAME.
           MOVE 'EAPRAGE ' TO RB-JOB-NAME.
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

           MOVE 'EAPRAGE ' TO RL-JOB-NAME.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME.
           MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME.
           MOVE WS-ITEMS-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-ESCALATED-COUNT TO RL-RECORDS-APPLIED.
           MOVE WS-OVERDUE-COUNT TO RL-EXCEPTION-COUNT.

           CALL 'ERUNLGW' USING RUN-LOG-RECORD.
