       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBUSDAY.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'BUSINESS-DAY CALCULATOR' UTILITY SUBPROGRAM
      *        A PLAIN COBOL SUBPROGRAM (NO EXEC CICS OF ITS OWN, IN
      *        THE SAME SPIRIT AS ERUNPRD) CALLED BY ANY BATCH JOB
      *        THAT HAS TO KNOW WHAT KIND OF DAY A DATE IS, OR HOW
      *        MANY BUSINESS DAYS LIE BETWEEN TWO DATES.  A BUSINESS
      *        DAY IS MONDAY TO FRIDAY AND NOT AN EBUSCAL HOLIDAY.  ON
      *        THE FIRST CALL THE WHOLE EBUSCAL CALENDAR IS READ INTO
      *        A TABLE IN DATE ORDER AND THE FILE CLOSED AGAIN, SO A
      *        JOB COUNTING DAYS FOR EVERY ACCOUNT IT READS DOES NOT
      *        GO BACK TO THE FILE EACH TIME.  OWNS THE OPEN/READ/
      *        CLOSE SO NO JOB GROWS ITS OWN VERSION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO EBUSCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS BC-CALENDAR-DATE
              FILE STATUS IS WS-BUSCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-CALENDAR-FILE.
       COPY EBUSCAL.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   FILE STATUS AND THE LOAD-ONCE SWITCH - WORKING-STORAGE
      *   STAYS PUT BETWEEN CALLS FROM THE SAME JOB STEP.
      ******************************************************************
       01 WS-BUSCAL-STATUS           PIC X(2).
          88 WS-BUSCAL-OK                  VALUE '00'.
          88 WS-BUSCAL-EOF                 VALUE '10'.
          88 WS-BUSCAL-NO-FILE             VALUE '35'.
       01 WS-LOADED-SWITCH           PIC X(1) VALUE 'N'.
          88 WS-CALENDAR-LOADED            VALUE 'Y'.
          88 WS-CALENDAR-NOT-LOADED        VALUE 'N'.
       01 WS-LOAD-EOF-SWITCH         PIC X(1).
          88 WS-LOAD-AT-EOF                VALUE 'Y'.
          88 WS-LOAD-NOT-AT-EOF            VALUE 'N'.
      ******************************************************************
      *   THE CALENDAR, HELD IN ASCENDING DATE ORDER AS READ.
      ******************************************************************
       01 WS-CALENDAR-TABLE.
          05 WS-CALENDAR-COUNT       PIC 9(4) USAGE COMP VALUE ZERO.
          05 WS-CALENDAR-ENTRY OCCURS 1000 TIMES.
             10 WS-CE-DATE           PIC X(8).
             10 WS-CE-HOLIDAY-FLAG   PIC X(1).
             10 WS-CE-NON-PROC-FLAG  PIC X(1).
             10 WS-CE-DESCRIPTION    PIC X(30).
       01 WS-OVERFLOW-COUNT          PIC 9(5) VALUE ZERO.
      ******************************************************************
      *   FIELDS USED TO WALK THE DAYS.  THE TABLE INDEX ONLY EVER
      *   MOVES FORWARD WHILE THE DAYS ARE WALKED IN ORDER.
      ******************************************************************
       01 WS-CALENDAR-INDEX          PIC 9(4) USAGE COMP.
       01 WS-DAY-DATE                PIC X(8).
       01 WS-DAY-DATE-NUM            PIC 9(8).
       01 WS-DAY-INTEGER             PIC 9(8).
       01 WS-LAST-INTEGER            PIC 9(8).

       LINKAGE SECTION.
       COPY EBUSDAY.

       PROCEDURE DIVISION USING BUSINESS-DAY-AREA.
       MAIN-LOGIC SECTION.
      *
           IF WS-CALENDAR-NOT-LOADED
              PERFORM 1000-LOAD-CALENDAR
           END-IF.

           SET BD-REQUEST-OK TO TRUE.
           MOVE ZERO TO BD-BUSINESS-DAY-COUNT.

           EVALUATE TRUE
           WHEN BD-FROM-DATE IS NOT NUMERIC
                SET BD-REQUEST-INVALID TO TRUE
           WHEN BD-CLASSIFY-DATE
                PERFORM 2000-CLASSIFY-DATE
           WHEN BD-COUNT-BUSINESS-DAYS
                IF BD-TO-DATE IS NUMERIC
                   PERFORM 3000-COUNT-BUSINESS-DAYS
                ELSE
                   SET BD-REQUEST-INVALID TO TRUE
                END-IF
           WHEN OTHER
                SET BD-REQUEST-INVALID TO TRUE
           END-EVALUATE.

           IF BD-REQUEST-INVALID
              DISPLAY 'ERROR: EBUSDAY REQUEST ' BD-FUNCTION
                 ' FROM ' BD-FROM-DATE ' TO ' BD-TO-DATE
                 ' IS NOT VALID'
           END-IF.

           GOBACK.

       SUB-ROUTINE SECTION.
      *
       1000-LOAD-CALENDAR.
      *    READ THE WHOLE CALENDAR ONCE.  NO FILE YET MEANS NOBODY
      *    HAS MARKED A DAY - ONLY WEEKENDS ARE NON-BUSINESS DAYS.
           SET WS-CALENDAR-LOADED TO TRUE.
           MOVE ZERO TO WS-CALENDAR-COUNT.

           OPEN INPUT BUSINESS-CALENDAR-FILE.

           EVALUATE TRUE
           WHEN WS-BUSCAL-OK
                SET WS-LOAD-NOT-AT-EOF TO TRUE
                PERFORM 1100-LOAD-ONE-DATE UNTIL WS-LOAD-AT-EOF
                CLOSE BUSINESS-CALENDAR-FILE
           WHEN WS-BUSCAL-NO-FILE
                DISPLAY 'EBUSDAY: NO EBUSCAL FILE, WEEKENDS ONLY'
           WHEN OTHER
                DISPLAY 'ERROR: OPEN OF EBUSCAL FAILED, STATUS='
                   WS-BUSCAL-STATUS
           END-EVALUATE.

           IF WS-OVERFLOW-COUNT IS GREATER THAN ZERO
              DISPLAY 'WARNING: EBUSCAL TABLE FULL, '
                 WS-OVERFLOW-COUNT ' LATER DATES IGNORED'
           END-IF.

       1100-LOAD-ONE-DATE.
      *    ONE CALENDAR RECORD INTO THE NEXT TABLE SLOT
           READ BUSINESS-CALENDAR-FILE NEXT RECORD.

           EVALUATE TRUE
           WHEN WS-BUSCAL-EOF
                SET WS-LOAD-AT-EOF TO TRUE
           WHEN NOT WS-BUSCAL-OK
                DISPLAY 'ERROR: READ OF EBUSCAL FAILED, STATUS='
                   WS-BUSCAL-STATUS
                SET WS-LOAD-AT-EOF TO TRUE
           WHEN WS-CALENDAR-COUNT IS NOT LESS THAN 1000
                ADD 1 TO WS-OVERFLOW-COUNT
           WHEN OTHER
                ADD 1 TO WS-CALENDAR-COUNT
                MOVE BC-CALENDAR-DATE TO
                   WS-CE-DATE (WS-CALENDAR-COUNT)
                MOVE BC-HOLIDAY-FLAG TO
                   WS-CE-HOLIDAY-FLAG (WS-CALENDAR-COUNT)
                MOVE BC-NON-PROCESSING-FLAG TO
                   WS-CE-NON-PROC-FLAG (WS-CALENDAR-COUNT)
                MOVE BC-DESCRIPTION TO
                   WS-CE-DESCRIPTION (WS-CALENDAR-COUNT)
           END-EVALUATE.

       2000-CLASSIFY-DATE.
      *    DESCRIBE THE ONE DATE ASKED ABOUT
           MOVE BD-FROM-DATE TO WS-DAY-DATE-NUM.
           COMPUTE WS-DAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DAY-DATE-NUM).
           MOVE 1 TO WS-CALENDAR-INDEX.

           PERFORM 4000-CLASSIFY-ONE-DAY.

       3000-COUNT-BUSINESS-DAYS.
      *    WALK EVERY DAY AFTER THE FROM DATE UP TO AND INCLUDING THE
      *    TO DATE, COUNTING THE BUSINESS DAYS.  A TO DATE NOT AFTER
      *    THE FROM DATE COUNTS NONE.
           MOVE BD-TO-DATE TO WS-DAY-DATE-NUM.
           COMPUTE WS-LAST-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DAY-DATE-NUM).
           MOVE BD-FROM-DATE TO WS-DAY-DATE-NUM.
           COMPUTE WS-DAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DAY-DATE-NUM) + 1.
           MOVE 1 TO WS-CALENDAR-INDEX.

           PERFORM 3100-COUNT-ONE-DAY
              UNTIL WS-DAY-INTEGER > WS-LAST-INTEGER.

      *    THE DAY FIELDS GO BACK DESCRIBING THE FROM DATE, AS ON A
      *    CLASSIFY
           PERFORM 2000-CLASSIFY-DATE.

       3100-COUNT-ONE-DAY.
      *    CLASSIFY ONE DAY OF THE RANGE AND COUNT IT IF IT IS A
      *    BUSINESS DAY
           PERFORM 4000-CLASSIFY-ONE-DAY.

           IF BD-IS-BUSINESS-DAY
              ADD 1 TO BD-BUSINESS-DAY-COUNT
           END-IF.

           ADD 1 TO WS-DAY-INTEGER.

       4000-CLASSIFY-ONE-DAY.
      *    THE DAY OF WEEK COMES FROM THE INTEGER DATE - DAY 1 OF THE
      *    INTEGER CALENDAR (1601-01-01) WAS A MONDAY.  THE TABLE IS
      *    IN DATE ORDER, SO SKIP EVERY ENTRY BEFORE THE DAY AND
      *    LOOK AT THE ONE IT STOPS ON.
           COMPUTE WS-DAY-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
           MOVE WS-DAY-DATE-NUM TO WS-DAY-DATE.
           COMPUTE BD-DAY-OF-WEEK =
              FUNCTION MOD(WS-DAY-INTEGER - 1, 7) + 1.

           MOVE 'N' TO BD-HOLIDAY-FLAG.
           MOVE 'N' TO BD-NON-PROCESSING-FLAG.
           MOVE SPACES TO BD-DESCRIPTION.

           PERFORM 4100-SKIP-EARLIER-ENTRY
              UNTIL WS-CALENDAR-INDEX > WS-CALENDAR-COUNT
                 OR WS-CE-DATE (WS-CALENDAR-INDEX) IS NOT LESS THAN
                    WS-DAY-DATE.

           IF WS-CALENDAR-INDEX IS NOT GREATER THAN WS-CALENDAR-COUNT
              IF WS-CE-DATE (WS-CALENDAR-INDEX) IS EQUAL TO
                 WS-DAY-DATE
                 MOVE WS-CE-HOLIDAY-FLAG (WS-CALENDAR-INDEX)
                    TO BD-HOLIDAY-FLAG
                 MOVE WS-CE-NON-PROC-FLAG (WS-CALENDAR-INDEX)
                    TO BD-NON-PROCESSING-FLAG
                 MOVE WS-CE-DESCRIPTION (WS-CALENDAR-INDEX)
                    TO BD-DESCRIPTION
              END-IF
           END-IF.

           IF BD-DAY-OF-WEEK IS GREATER THAN 5
              OR BD-IS-HOLIDAY
              SET BD-NOT-BUSINESS-DAY TO TRUE
           ELSE
              SET BD-IS-BUSINESS-DAY TO TRUE
           END-IF.

       4100-SKIP-EARLIER-ENTRY.
      *    STEP PAST ONE CALENDAR ENTRY DATED BEFORE THE DAY
           ADD 1 TO WS-CALENDAR-INDEX.
