      *        RECORD IF ONE EXISTS, AND WRITES A SUMMARY LINE PER
      *        USER PLUS TOTALS TO THE RPTQ EXTRAPARTITION TD QUEUE,
      *        WHICH MAPS TO A REAL SEQUENTIAL DATASET OPERATIONS CAN
      *        PRINT OR ARCHIVE.  THE SAME LINES ARE FILED, SIXTEEN TO
      *        A PAGE, ON THE ERPTREP REPORT REPOSITORY UNDER THE RPTQ
      *        REPORT NAME AND TODAY'S DATE, SO THE REPORT CAN BE READ
      *        ON THE ERPI SCREEN; A SECOND RUN THE SAME DAY REPLACES
      *        THE FIRST.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ECONST.
       COPY EUACTTS.
       COPY EROSTER.
       COPY ERPTREP.
       COPY ERPTCAT.
      ******************************************************************
      *   WORKING FIELDS USED TO BROWSE EREGUSR AND BUILD THE REPORT.
      ******************************************************************
       01 WS-IN-PROCESS-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-NO-ACTIVITY-COUNT      PIC 9(5) VALUE ZERO.
      ******************************************************************
      *   REPORT REPOSITORY FILING FIELDS - THE PAGE BEING BUILT IS
      *   REPORT-PAGE-RECORD; THE DIRECTORY PAGE IS FILED LAST.
      ******************************************************************
       01 WS-FILING-SWITCH          PIC X(1).
          88 WS-FILING-ACTIVE             VALUE 'Y'.
          88 WS-FILING-INACTIVE           VALUE 'N'.
       01 WS-FILE-LINE              PIC X(80).
       01 WS-RUN-DATE               PIC X(8).
       01 WS-RUN-TIME               PIC X(6).
       01 WS-PAGE-NUMBER            PIC 9(4).
       01 WS-PAGES-CLEARED          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CATALOGUE-INDEX        PIC 9(3) USAGE COMP.
       01 WS-FOUND-INDEX            PIC 9(3) USAGE COMP.
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
      ******************************************************************
      *   REPORT LINE LAYOUTS WRITTEN TO THE RPTQ TD QUEUE.
      ******************************************************************
       01 WS-HEADER-LINE            PIC X(80) VALUE
                LENGTH(LENGTH OF WS-HEADER-LINE)
                END-EXEC.

           PERFORM 8000-START-REPORT-FILING.
           MOVE WS-HEADER-LINE TO WS-FILE-LINE.
           PERFORM 8100-FILE-REPORT-LINE.

       2000-BROWSE-AND-REPORT.
      *    WALK THE LIVE ROSTER EACTMON MAINTAINS AND REPORT EACH
      *    ROSTER USER'S ACTIVITY - NO MORE BRUTE-FORCE PASS OVER
                LENGTH(LENGTH OF WS-DETAIL-LINE)
                END-EXEC.

           MOVE WS-DETAIL-LINE TO WS-FILE-LINE.
           PERFORM 8100-FILE-REPORT-LINE.

       9000-WRITE-TOTALS.
      *    WRITE THE CLOSING TOTALS LINE
           MOVE WS-SIGNED-ON-COUNT TO WS-TOT-SIGNED-ON.
                FROM (WS-TOTALS-LINE)
                LENGTH(LENGTH OF WS-TOTALS-LINE)
                END-EXEC.

           MOVE WS-TOTALS-LINE TO WS-FILE-LINE.
           PERFORM 8100-FILE-REPORT-LINE.
           PERFORM 8300-END-REPORT-FILING.

       8000-START-REPORT-FILING.
      *    FIND THE RPTQ CATALOGUE ENTRY, STAMP THE RUN AND CLEAR ANY
      *    RUN ALREADY FILED TODAY - ONE GENERIC DELETE ON THE REPORT
      *    NAME AND DATE TAKES EVERY PAGE OF IT
           SET WS-FILING-INACTIVE TO TRUE.
           MOVE ZERO TO WS-PAGE-NUMBER.

           MOVE ZERO TO WS-FOUND-INDEX.
           MOVE 1 TO WS-CATALOGUE-INDEX.
           PERFORM 8010-CHECK-ONE-ENTRY
              UNTIL WS-CATALOGUE-INDEX > RT-CATALOGUE-COUNT
                 OR WS-FOUND-INDEX > ZERO.

           IF WS-FOUND-INDEX IS GREATER THAN ZERO
              EXEC CICS ASKTIME
                   ABSTIME(WS-ABSTIME)
                   END-EXEC
              EXEC CICS FORMATTIME
                   ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-RUN-DATE)
                   TIME(WS-RUN-TIME)
                   END-EXEC

              INITIALIZE REPORT-PAGE-RECORD
              MOVE AC-ACTRPT-TDQUEUE-NAME TO RR-REPORT-NAME
              MOVE WS-RUN-DATE TO RR-RUN-DATE

              EXEC CICS DELETE
                   FILE(AC-RPTREP-FILENAME)
                   RIDFLD(RR-PAGE-KEY)
                   KEYLENGTH(16)
                   GENERIC
                   NUMREC(WS-PAGES-CLEARED)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              SET WS-FILING-ACTIVE TO TRUE
              PERFORM 8200-START-NEW-PAGE
           END-IF.

       8010-CHECK-ONE-ENTRY.
      *    COMPARE ONE CATALOGUE ENTRY AGAINST THE RPTQ REPORT NAME
           IF RT-REPORT-NAME (WS-CATALOGUE-INDEX) IS EQUAL TO
              AC-ACTRPT-TDQUEUE-NAME
              MOVE WS-CATALOGUE-INDEX TO WS-FOUND-INDEX
           END-IF.

           ADD 1 TO WS-CATALOGUE-INDEX.

       8100-FILE-REPORT-LINE.
      *    ADD THE LINE TO THE PAGE BEING BUILT, FILING A FULL PAGE
      *    FIRST
           IF WS-FILING-ACTIVE
              AND RR-LINE-COUNT IS NOT LESS THAN 16
              PERFORM 8150-FILE-THE-PAGE
           END-IF.

           IF WS-FILING-ACTIVE
              ADD 1 TO RR-LINE-COUNT
              MOVE WS-FILE-LINE TO RR-PAGE-LINE (RR-LINE-COUNT)
           END-IF.

       8150-FILE-THE-PAGE.
      *    WRITE THE PAGE BUILT SO FAR AND START THE NEXT ONE
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO RR-PAGE-NUMBER.
           PERFORM 8250-WRITE-PAGE-RECORD.
           PERFORM 8200-START-NEW-PAGE.

       8200-START-NEW-PAGE.
      *    AN EMPTY PAGE UNDER THIS RUN'S REPORT NAME AND DATE
           INITIALIZE REPORT-PAGE-RECORD.
           MOVE AC-ACTRPT-TDQUEUE-NAME TO RR-REPORT-NAME.
           MOVE WS-RUN-DATE TO RR-RUN-DATE.

       8250-WRITE-PAGE-RECORD.
      *    ADD THE PAGE - A FAILURE ENDS FILING FOR THIS RUN, THE TD
      *    QUEUE REPORT GOES ON REGARDLESS
           EXEC CICS WRITE
                FILE(AC-RPTREP-FILENAME)
                FROM (REPORT-PAGE-RECORD)
                RIDFLD(RR-PAGE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-FILING-INACTIVE TO TRUE
           END-IF.

       8300-END-REPORT-FILING.
      *    FILE THE LAST PAGE, THEN THE DIRECTORY PAGE THAT MAKES THE
      *    RUN VISIBLE ON ERPI
           IF WS-FILING-ACTIVE
              AND RR-LINE-COUNT IS GREATER THAN ZERO
              PERFORM 8150-FILE-THE-PAGE
           END-IF.

           IF WS-FILING-ACTIVE
              MOVE ZERO TO RR-PAGE-NUMBER
              MOVE AC-ACTRPT-PROGRAM-NAME TO RR-JOB-NAME
              MOVE RT-ACCESS-ID (WS-FOUND-INDEX) TO RR-ACCESS-ID
              MOVE RT-SECTIONED (WS-FOUND-INDEX) TO RR-SECTIONED
              MOVE RT-REPORT-TITLE (WS-FOUND-INDEX) TO RR-REPORT-TITLE
              MOVE WS-RUN-TIME TO RR-RUN-TIME
              MOVE WS-PAGE-NUMBER TO RR-PAGE-COUNT
              PERFORM 8250-WRITE-PAGE-RECORD
           END-IF.
