       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERPTBWR.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'BATCH REPORT FILER' UTILITY SUBPROGRAM
      *        A PLAIN COBOL SUBPROGRAM (NO EXEC CICS OF ITS OWN, IN
      *        THE SAME SPIRIT AS ENOTBWR) CALLED BY EVERY OVERNIGHT
      *        JOB WHOSE REPORT IS ON THE ERPTCAT CATALOGUE, SO THE
      *        REPORT IS FILED ON THE ERPTREP REPOSITORY AS WELL AS
      *        PRINTED.  THE START CALL CLEARS ANY PAGES ALREADY FILED
      *        FOR THE SAME REPORT TODAY (A RERUN REPLACES ITS EARLIER
      *        RUN), EACH LINE CALL ADDS A PRINT LINE TO THE PAGE BEING
      *        BUILT - A FULL PAGE, OR A LINE FOR ANOTHER MANAGER'S
      *        SECTION, FILES THE PAGE AND STARTS A NEW ONE - AND THE
      *        END CALL FILES THE LAST PAGE AND THEN THE RUN'S
      *        DIRECTORY PAGE.  UNLIKE ENOTBWR, WHICH OPENS AND CLOSES
      *        ITS FILE FOR EVERY ITEM, THE REPOSITORY IS HELD OPEN
      *        FROM THE START CALL TO THE END CALL - A REPORT FILES
      *        HUNDREDS OF LINES.  A MISSING FILE IS CREATED ON THE
      *        FIRST CALL.  A FAILURE IS DISPLAYED AND FILING STOPS
      *        FOR THE RUN, BUT THE CALLER'S PRINTED REPORT GOES ON.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-REPOSITORY-FILE ASSIGN TO ERPTREP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RF-PAGE-KEY
              FILE STATUS IS WS-RPTREP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-REPOSITORY-FILE.
       01 REPORT-REPOSITORY-FILE-RECORD.
          05 RF-PAGE-KEY.
             10 RF-REPORT-NAME       PIC X(8).
             10 RF-RUN-DATE          PIC X(8).
             10 RF-PAGE-NUMBER       PIC 9(4).
          05 FILLER                  PIC X(1290).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY REPORT PAGE LAYOUT AND THE REPORT CATALOGUE.
      ******************************************************************
       COPY ERPTREP.
       COPY ERPTCAT.
      ******************************************************************
      *   FILE STATUS FIELD AND THE SWITCHES HELD BETWEEN CALLS.
      ******************************************************************
       01 WS-RPTREP-STATUS           PIC X(2).
          88 WS-RPTREP-OK                  VALUE '00'.
          88 WS-RPTREP-EOF                 VALUE '10'.
          88 WS-RPTREP-DUPLICATE           VALUE '22'.
          88 WS-RPTREP-NOT-FOUND           VALUE '23'.
          88 WS-RPTREP-NO-FILE             VALUE '35'.
       01 WS-FILING-SWITCH           PIC X(1) VALUE 'N'.
          88 WS-FILING-ACTIVE              VALUE 'Y'.
          88 WS-FILING-INACTIVE            VALUE 'N'.
       01 WS-CLEAR-SWITCH            PIC X(1).
          88 WS-CLEAR-DONE                 VALUE 'Y'.
          88 WS-CLEAR-NOT-DONE             VALUE 'N'.
       01 WS-CATALOGUE-INDEX         PIC 9(3) USAGE COMP.
       01 WS-FOUND-INDEX             PIC 9(3) USAGE COMP.
      ******************************************************************
      *   THE RUN BEING FILED - KEPT FROM THE START CALL TO THE END.
      ******************************************************************
       01 WS-RUN-REPORT-NAME         PIC X(8).
       01 WS-RUN-JOB-NAME            PIC X(8).
       01 WS-RUN-DATE                PIC X(8).
       01 WS-RUN-TIME                PIC X(8).
       01 WS-PAGE-NUMBER             PIC 9(4).
       01 WS-PAGES-CLEARED-COUNT     PIC 9(5).

       LINKAGE SECTION.
       COPY ERPTBWR.

       PROCEDURE DIVISION USING BATCH-REPORT-FILE-AREA.
       MAIN-LOGIC SECTION.
      *
           EVALUATE TRUE
           WHEN RB-START-REPORT
                PERFORM 1000-START-REPORT
           WHEN RB-FILE-LINE
              AND WS-FILING-ACTIVE
                PERFORM 2000-FILE-ONE-LINE
           WHEN RB-END-REPORT
              AND WS-FILING-ACTIVE
                PERFORM 3000-END-REPORT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           MOVE WS-RPTREP-STATUS TO RB-FILE-STATUS.
           MOVE WS-PAGE-NUMBER TO RB-PAGES-FILED.

           GOBACK.

       SUB-ROUTINE SECTION.
      *
       1000-START-REPORT.
      *    LOOK THE REPORT UP, OPEN THE REPOSITORY AND CLEAR OUT ANY
      *    EARLIER RUN OF THE SAME REPORT TODAY
           IF WS-FILING-ACTIVE
              CLOSE REPORT-REPOSITORY-FILE
              SET WS-FILING-INACTIVE TO TRUE
           END-IF.

           MOVE ZERO TO WS-PAGE-NUMBER.
           MOVE ZERO TO WS-FOUND-INDEX.
           MOVE 1 TO WS-CATALOGUE-INDEX.
           PERFORM 1100-CHECK-ONE-ENTRY
              UNTIL WS-CATALOGUE-INDEX > RT-CATALOGUE-COUNT
                 OR WS-FOUND-INDEX > ZERO.

           IF WS-FOUND-INDEX IS EQUAL TO ZERO
              DISPLAY 'ERROR: REPORT ' RB-REPORT-NAME
                 ' IS NOT ON THE ERPTCAT CATALOGUE - NOT FILED'
              MOVE '99' TO WS-RPTREP-STATUS
           ELSE
              PERFORM 1200-OPEN-REPOSITORY
           END-IF.

           IF WS-RPTREP-OK
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              ACCEPT WS-RUN-TIME FROM TIME
              MOVE RB-REPORT-NAME TO WS-RUN-REPORT-NAME
              MOVE RB-JOB-NAME TO WS-RUN-JOB-NAME
              SET WS-FILING-ACTIVE TO TRUE
              PERFORM 1300-CLEAR-EARLIER-RUN
              PERFORM 2900-START-NEW-PAGE
           END-IF.

       1100-CHECK-ONE-ENTRY.
      *    COMPARE ONE CATALOGUE ENTRY AGAINST THE REPORT NAMED
           IF RT-REPORT-NAME (WS-CATALOGUE-INDEX) IS EQUAL TO
              RB-REPORT-NAME
              MOVE WS-CATALOGUE-INDEX TO WS-FOUND-INDEX
           END-IF.

           ADD 1 TO WS-CATALOGUE-INDEX.

       1200-OPEN-REPOSITORY.
      *    OPEN THE REPOSITORY FOR UPDATE - THE VERY FIRST RUN MAY
      *    FIND NO FILE YET, SO CREATE IT EMPTY AND OPEN IT AGAIN
           OPEN I-O REPORT-REPOSITORY-FILE.

           IF WS-RPTREP-NO-FILE
              OPEN OUTPUT REPORT-REPOSITORY-FILE
              CLOSE REPORT-REPOSITORY-FILE
              OPEN I-O REPORT-REPOSITORY-FILE
           END-IF.

           IF NOT WS-RPTREP-OK
              DISPLAY 'ERROR: OPEN OF ERPTREP FAILED, STATUS='
                 WS-RPTREP-STATUS ' - ' RB-REPORT-NAME ' NOT FILED'
           END-IF.

       1300-CLEAR-EARLIER-RUN.
      *    DELETE EVERY PAGE (THE DIRECTORY PAGE FIRST) ALREADY FILED
      *    UNDER THIS REPORT AND RUN DATE
           MOVE ZERO TO WS-PAGES-CLEARED-COUNT.
           MOVE WS-RUN-REPORT-NAME TO RF-REPORT-NAME.
           MOVE WS-RUN-DATE TO RF-RUN-DATE.
           MOVE ZERO TO RF-PAGE-NUMBER.

           START REPORT-REPOSITORY-FILE
              KEY IS NOT LESS THAN RF-PAGE-KEY.

           IF WS-RPTREP-OK
              SET WS-CLEAR-NOT-DONE TO TRUE
              PERFORM 1350-CLEAR-ONE-PAGE UNTIL WS-CLEAR-DONE
           END-IF.

           IF WS-PAGES-CLEARED-COUNT IS GREATER THAN ZERO
              DISPLAY 'ERPTBWR: ' WS-RUN-REPORT-NAME ' RERUN - '
                 WS-PAGES-CLEARED-COUNT ' EARLIER PAGES REPLACED'
           END-IF.

           MOVE '00' TO WS-RPTREP-STATUS.

       1350-CLEAR-ONE-PAGE.
      *    READ ON AND DELETE UNTIL THE KEY LEAVES THIS RUN
           READ REPORT-REPOSITORY-FILE NEXT RECORD.

           IF WS-RPTREP-OK
              AND RF-REPORT-NAME IS EQUAL TO WS-RUN-REPORT-NAME
              AND RF-RUN-DATE IS EQUAL TO WS-RUN-DATE
              DELETE REPORT-REPOSITORY-FILE RECORD
              ADD 1 TO WS-PAGES-CLEARED-COUNT
           ELSE
              SET WS-CLEAR-DONE TO TRUE
           END-IF.

       2000-FILE-ONE-LINE.
      *    A LINE FOR A DIFFERENT SECTION THAN THE PAGE BEING BUILT,
      *    OR ONE THAT WILL NOT FIT, STARTS A NEW PAGE FIRST
           IF RR-LINE-COUNT IS GREATER THAN ZERO
              AND RB-SECTION-OWNER IS NOT EQUAL TO RR-SECTION-OWNER
              PERFORM 2800-FILE-THE-PAGE
           END-IF.

           IF WS-FILING-ACTIVE
              AND RR-LINE-COUNT IS NOT LESS THAN 16
              PERFORM 2800-FILE-THE-PAGE
           END-IF.

           IF WS-FILING-ACTIVE
              IF RR-LINE-COUNT IS EQUAL TO ZERO
                 MOVE RB-SECTION-OWNER TO RR-SECTION-OWNER
              END-IF
              ADD 1 TO RR-LINE-COUNT
              MOVE RB-REPORT-LINE TO RR-PAGE-LINE (RR-LINE-COUNT)
              MOVE '00' TO WS-RPTREP-STATUS
           END-IF.

       2800-FILE-THE-PAGE.
      *    WRITE THE PAGE BUILT SO FAR AND START THE NEXT ONE
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO RR-PAGE-NUMBER.
           PERFORM 2850-WRITE-PAGE-RECORD.

           IF WS-FILING-ACTIVE
              PERFORM 2900-START-NEW-PAGE
           END-IF.

       2850-WRITE-PAGE-RECORD.
      *    ADD THE PAGE - ANY FAILURE ENDS FILING FOR THIS RUN
           MOVE WS-RUN-REPORT-NAME TO RR-REPORT-NAME.
           MOVE WS-RUN-DATE TO RR-RUN-DATE.

           WRITE REPORT-REPOSITORY-FILE-RECORD
              FROM REPORT-PAGE-RECORD.

           IF NOT WS-RPTREP-OK
              DISPLAY 'ERROR: WRITE TO ERPTREP FAILED, STATUS='
                 WS-RPTREP-STATUS ' KEY=' RR-PAGE-KEY
              CLOSE REPORT-REPOSITORY-FILE
              SET WS-FILING-INACTIVE TO TRUE
           END-IF.

       2900-START-NEW-PAGE.
      *    AN EMPTY PAGE WITH NO SECTION OWNER YET
           INITIALIZE REPORT-PAGE-RECORD.

       3000-END-REPORT.
      *    FILE THE LAST PAGE, THEN THE DIRECTORY PAGE THAT MAKES THE
      *    RUN VISIBLE, AND CLOSE THE REPOSITORY
           IF RR-LINE-COUNT IS GREATER THAN ZERO
              PERFORM 2800-FILE-THE-PAGE
           END-IF.

           IF WS-FILING-ACTIVE
              PERFORM 3100-FILE-DIRECTORY-PAGE
           END-IF.

           IF WS-FILING-ACTIVE
              CLOSE REPORT-REPOSITORY-FILE
              SET WS-FILING-INACTIVE TO TRUE
              DISPLAY 'ERPTBWR: ' WS-RUN-REPORT-NAME ' FILED, '
                 WS-PAGE-NUMBER ' PAGES'
           END-IF.

       3100-FILE-DIRECTORY-PAGE.
      *    PAGE ZERO CARRIES WHAT THE ERPI SCREEN LISTS AND CHECKS
           INITIALIZE REPORT-PAGE-RECORD.
           MOVE WS-RUN-JOB-NAME TO RR-JOB-NAME.
           MOVE RT-ACCESS-ID (WS-FOUND-INDEX) TO RR-ACCESS-ID.
           MOVE RT-SECTIONED (WS-FOUND-INDEX) TO RR-SECTIONED.
           MOVE RT-REPORT-TITLE (WS-FOUND-INDEX) TO RR-REPORT-TITLE.
           MOVE WS-RUN-TIME (1:6) TO RR-RUN-TIME.
           MOVE WS-PAGE-NUMBER TO RR-PAGE-COUNT.

           PERFORM 2850-WRITE-PAGE-RECORD.
