       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENOTBWR.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'BATCH NOTIFICATION WRITER' UTILITY SUBPROGRAM
      *        A PLAIN COBOL SUBPROGRAM (NO EXEC CICS OF ITS OWN, IN
      *        THE SAME SPIRIT AS EAUDBWR) CALLED BY ANY BATCH JOB
      *        THAT LEAVES SOMETHING WAITING FOR A PARTICULAR USER -
      *        RECERTIFICATION LINES TO WORK, A PASSWORD OR ACCOUNT
      *        ABOUT TO EXPIRE.  IT DOES FOR BATCH WHAT ENOTWRT DOES
      *        UNDER CICS: STAMPS THE ITEM WITH THE RUN DATE AND TIME,
      *        MARKS IT UNREAD AND ADDS IT TO THE RECIPIENT'S ENOTIFY
      *        INBOX, BUMPING THE KEY SEQUENCE ON A DUPLICATE.  A
      *        MISSING FILE IS CREATED ON THE FIRST CALL.  OWNS THE
      *        OPEN/WRITE/CLOSE FOR EACH CALL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICATION-FILE ASSIGN TO ENOTIFY
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS NT-NOTIFY-KEY
              FILE STATUS IS WS-NOTIFY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICATION-FILE.
       COPY ENOTIFY.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   FILE STATUS FIELD AND THE WRITE-RETRY SWITCH.
      ******************************************************************
       01 WS-NOTIFY-STATUS           PIC X(2).
          88 WS-NOTIFY-OK                  VALUE '00'.
          88 WS-NOTIFY-DUPLICATE           VALUE '22'.
          88 WS-NOTIFY-NOT-FOUND           VALUE '35'.
       01 WS-WRITE-SWITCH            PIC X(1).
          88 WS-WRITE-DONE                 VALUE 'Y'.
          88 WS-WRITE-NOT-DONE             VALUE 'N'.
       01 WS-CURRENT-DATE            PIC X(8).
       01 WS-CURRENT-TIME            PIC X(8).

       LINKAGE SECTION.
       COPY ENOTBWR.

       PROCEDURE DIVISION USING BATCH-NOTIFY-WRITE-AREA.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-OPEN-NOTIFY-FILE.

           IF WS-NOTIFY-OK
              PERFORM 2000-BUILD-THE-RECORD
              SET WS-WRITE-NOT-DONE TO TRUE
              PERFORM 3000-WRITE-THE-RECORD UNTIL WS-WRITE-DONE
              MOVE WS-NOTIFY-STATUS TO NB-FILE-STATUS
              CLOSE NOTIFICATION-FILE
           ELSE
              MOVE WS-NOTIFY-STATUS TO NB-FILE-STATUS
           END-IF.

           IF NOT NB-WRITE-OK
              DISPLAY 'ERROR: NOTIFICATION WRITE FAILED, STATUS='
                 NB-FILE-STATUS
           END-IF.

           GOBACK.

       SUB-ROUTINE SECTION.
      *
       1000-OPEN-NOTIFY-FILE.
      *    OPEN THE INBOX FILE FOR UPDATE - THE VERY FIRST CALL MAY
      *    FIND NO FILE YET, SO CREATE IT EMPTY AND OPEN IT AGAIN
           OPEN I-O NOTIFICATION-FILE.

           IF WS-NOTIFY-NOT-FOUND
              OPEN OUTPUT NOTIFICATION-FILE
              CLOSE NOTIFICATION-FILE
              OPEN I-O NOTIFICATION-FILE
           END-IF.

       2000-BUILD-THE-RECORD.
      *    KEY THE ITEM UNDER ITS RECIPIENT AT THE CURRENT DATE AND
      *    TIME, UNREAD
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           INITIALIZE NOTIFICATION-RECORD.
           MOVE NB-RECIPIENT-ID TO NT-RECIPIENT-ID.
           MOVE WS-CURRENT-DATE TO NT-CREATED-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO NT-CREATED-TIME.
           MOVE 1 TO NT-SEQUENCE.
           MOVE NB-CATEGORY TO NT-CATEGORY.
           MOVE NB-ACTION-TRANS-ID TO NT-ACTION-TRANS-ID.
           MOVE NB-MESSAGE TO NT-MESSAGE.
           MOVE NB-SENT-BY TO NT-SENT-BY.
           SET NT-ST-UNREAD TO TRUE.
           MOVE SPACES TO NT-READ-DATE.

       3000-WRITE-THE-RECORD.
      *    ADD THE ITEM - A DUPLICATE KEY MEANS ANOTHER ITEM FOR THE
      *    SAME USER LANDED IN THE SAME SECOND, SO TRY THE NEXT
      *    SEQUENCE NUMBER
           WRITE NOTIFICATION-RECORD.

           IF WS-NOTIFY-DUPLICATE
              AND NT-SEQUENCE IS LESS THAN 999
              ADD 1 TO NT-SEQUENCE
           ELSE
              SET WS-WRITE-DONE TO TRUE
           END-IF.
