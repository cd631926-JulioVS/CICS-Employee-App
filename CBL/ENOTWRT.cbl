       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENOTWRT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - COMMON NOTIFICATION WRITER PROGRAM
      *        LINKED TO BY EVERY ONLINE PROGRAM THAT LEAVES SOMETHING
      *        WAITING FOR A PARTICULAR USER - A REQUEST TO APPROVE, A
      *        PROFILE CHANGE TO ACCEPT, A NEW ACCOUNT READY TO USE.
      *        IT STAMPS THE ITEM WITH TODAY'S DATE AND TIME, MARKS IT
      *        UNREAD AND ADDS IT TO THE RECIPIENT'S ENOTIFY INBOX.
      *        TWO ITEMS FOR THE SAME USER IN THE SAME SECOND ARE
      *        KEPT APART BY THE SEQUENCE NUMBER IN THE KEY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS, COMM-AREA AND RECORD
      *      LAYOUT COPYBOOKS.
      ******************************************************************
       COPY ECONST.
       COPY ENOTWRT.
       COPY ENOTIFY.
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
       01 WS-WRITE-SWITCH           PIC X(1).
          88 WS-WRITE-DONE                VALUE 'Y'.
          88 WS-WRITE-NOT-DONE            VALUE 'N'.

       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(78).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           MOVE DFHCOMMAREA TO NOTIFY-WRITE-COMMAREA.

           PERFORM 1000-BUILD-THE-RECORD.

           SET WS-WRITE-NOT-DONE TO TRUE.
           PERFORM 2000-WRITE-THE-RECORD UNTIL WS-WRITE-DONE.

           MOVE NOTIFY-WRITE-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

       SUB-ROUTINE SECTION.
      *
       1000-BUILD-THE-RECORD.
      *    KEY THE ITEM UNDER ITS RECIPIENT AT THE CURRENT DATE AND
      *    TIME, UNREAD
           INITIALIZE NOTIFICATION-RECORD.
           MOVE NW-RECIPIENT-ID TO NT-RECIPIENT-ID.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(NT-CREATED-DATE)
                TIME(NT-CREATED-TIME)
                END-EXEC.

           MOVE 1 TO NT-SEQUENCE.
           MOVE NW-CATEGORY TO NT-CATEGORY.
           MOVE NW-ACTION-TRANS-ID TO NT-ACTION-TRANS-ID.
           MOVE NW-MESSAGE TO NT-MESSAGE.
           MOVE NW-SENT-BY TO NT-SENT-BY.
           SET NT-ST-UNREAD TO TRUE.
           MOVE SPACES TO NT-READ-DATE.

       2000-WRITE-THE-RECORD.
      *    ADD THE ITEM - A DUPLICATE KEY MEANS ANOTHER ITEM FOR THE
      *    SAME USER LANDED IN THE SAME SECOND, SO TRY THE NEXT
      *    SEQUENCE NUMBER
           EXEC CICS WRITE
                FILE(AC-NOTIFY-FILENAME)
                FROM (NOTIFICATION-RECORD)
                RIDFLD(NT-NOTIFY-KEY)
                RESP(NW-RESPONSE)
                END-EXEC.

           IF NW-RESPONSE IS EQUAL TO DFHRESP(DUPREC)
              AND NT-SEQUENCE IS LESS THAN 999
              ADD 1 TO NT-SEQUENCE
           ELSE
              SET WS-WRITE-DONE TO TRUE
           END-IF.
