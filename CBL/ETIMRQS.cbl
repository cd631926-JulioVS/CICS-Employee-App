       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIMRQS.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - INCIDENT TIMELINE REQUEST PROGRAM
      *        WHEN SECURITY INVESTIGATES AN INCIDENT THE SIGN-ON
      *        AUDIT, THE MAINTENANCE AUDIT AND THE USAGE TRAIL ALL
      *        HOLD PART OF THE STORY.  THIS SCREEN LETS AN
      *        INVESTIGATOR KEY EITHER A USER ID OR A TERMINAL ID AND
      *        A DATE/TIME WINDOW AND QUEUES THE REQUEST ON THE
      *        ETIMREQ FILE; THE OVERNIGHT ETIMLNE JOB MERGES THE
      *        TRAILS INTO ONE CHRONOLOGICAL TIMELINE PER REQUEST.
      *        THE SCREEN ALSO LISTS THIS USER'S TEN MOST RECENT
      *        REQUESTS, NEWEST FIRST, AND THEIR STATUS.  THE FILE IS
      *        KEYED BY THE REQUEST DATE AND TIME, SO THE LIST IS
      *        BROWSED BACKWARDS FROM THE END.  RESTRICTED TO MANAGER
      *        AND ADMINISTRATOR USERS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ETLQMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY ETIMREQ.
       COPY EAUTHCK.
       COPY ESESCHK.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-USER-ID             PIC X(8).
          05 WS-USER-AUTHENTICATED  PIC X(1).
             88 WS-USER-IS-AUTH           VALUE 'Y'.
             88 WS-USER-NOT-AUTH          VALUE 'N'.
      ******************************************************************
      *   WORKING FIELDS
      ******************************************************************
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-SWITCH          PIC X(1).
          88 WS-BROWSE-DONE               VALUE 'Y'.
          88 WS-BROWSE-NOT-DONE           VALUE 'N'.
       01 WS-BROWSE-KEY             PIC X(14).
       01 WS-LISTED-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-LIST-LINE              PIC X(64).
       01 WS-MESSAGE-TEXT           PIC X(60).
       01 WS-STATUS-TEXT            PIC X(9).
      ******************************************************************
      *   THE WINDOW AS KEYED - A BLANK FROM TIME MEANS THE START OF
      *   THE FROM DATE AND A BLANK TO TIME THE END OF THE TO DATE.
      ******************************************************************
       01 WS-WINDOW-SWITCH          PIC X(1).
          88 WS-WINDOW-VALID              VALUE 'Y'.
          88 WS-WINDOW-NOT-VALID          VALUE 'N'.
       01 WS-FROM-TIME              PIC X(4).
       01 WS-FROM-TIME-PARTS REDEFINES WS-FROM-TIME.
          05 WS-FROM-HOURS          PIC 9(2).
          05 WS-FROM-MINUTES        PIC 9(2).
       01 WS-TO-TIME                PIC X(4).
       01 WS-TO-TIME-PARTS REDEFINES WS-TO-TIME.
          05 WS-TO-HOURS            PIC 9(2).
          05 WS-TO-MINUTES          PIC 9(2).
       01 WS-FROM-STAMP             PIC X(12).
       01 WS-TO-STAMP               PIC X(12).
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO KEY THE REQUEST.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(9).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           IF EIBCALEN IS EQUAL TO ZERO
              PERFORM 1000-FIRST-INTERACTION
           ELSE
              MOVE DFHCOMMAREA TO WS-SESSION-STATE
              IF WS-USER-NOT-AUTH
                 PERFORM 1000-FIRST-INTERACTION
              ELSE
                 PERFORM 3000-PROCESS-ACTION
              END-IF
           END-IF.

       SUB-ROUTINE SECTION.
      *
       1000-FIRST-INTERACTION.
      *    FIRST CALL - INSTEAD OF ASKING FOR AN ID AND PASSWORD ALL
      *    OVER AGAIN, ASK THE COMMON SESSION CHECK WHO IS SIGNED ON
      *    AT THIS TERMINAL AND WHETHER THEY MAY USE THIS FUNCTION
           INITIALIZE WS-SESSION-STATE.
           SET WS-USER-NOT-AUTH TO TRUE.

           PERFORM 1100-VERIFY-TERMINAL-SESSION.
           IF SES-NOT-SIGNED-ON
              MOVE 'Please sign on through ESON first.'
                 TO WS-MESSAGE-TEXT
              PERFORM 9500-SEND-MESSAGE-AND-END
           END-IF.

           PERFORM 1200-CHECK-AUTHORIZATION.
           IF ATH-DENIED
              MOVE 'You are not authorized for this function.'
                 TO WS-MESSAGE-TEXT
              PERFORM 9500-SEND-MESSAGE-AND-END
           END-IF.

           MOVE SES-USER-ID TO WS-USER-ID.
           SET WS-USER-IS-AUTH TO TRUE.
           MOVE SPACES TO WS-MESSAGE-TEXT.
           PERFORM 4000-DISPLAY-REQUEST-PAGE.

       1100-VERIFY-TERMINAL-SESSION.
      *    ASK ESESCHK WHO IS SIGNED ON AT THIS TERMINAL - EACTMON
      *    ALREADY STAMPED THE SESSION WHEN THEY CAME IN THROUGH THE
      *    SIGN-ON TRANSACTION, SO THERE IS NO NEED TO ASK FOR THEIR
      *    PASSWORD A SECOND TIME
           INITIALIZE SESSION-CHECK-COMMAREA.
           MOVE EIBTRMID TO SES-TERMINAL-ID.

           EXEC CICS LINK
                PROGRAM(AC-SESCHK-PROGRAM-NAME)
                COMMAREA(SESSION-CHECK-COMMAREA)
                LENGTH(LENGTH OF SESSION-CHECK-COMMAREA)
                END-EXEC.

       1200-CHECK-AUTHORIZATION.
      *    ROUTE THE ACCESS DECISION THROUGH THE COMMON AUTHORIZATION
      *    CHECK SO A EUSRENT ENTITLEMENT CAN GRANT OR WITHDRAW THIS
      *    FUNCTION PER USER, WITH THE ROLE AS THE DEFAULT
           INITIALIZE AUTHORIZATION-CHECK-COMMAREA.
           MOVE SES-USER-ID TO ATH-USER-ID.
           MOVE SES-USER-TYPE TO ATH-USER-TYPE.
           MOVE EIBTRNID TO ATH-TRANS-ID.

           EXEC CICS LINK
                PROGRAM(AC-AUTHCK-PROGRAM-NAME)
                COMMAREA(AUTHORIZATION-CHECK-COMMAREA)
                LENGTH(LENGTH OF AUTHORIZATION-CHECK-COMMAREA)
                END-EXEC.

       3000-PROCESS-ACTION.
      *    ENTER WITH A USER OR TERMINAL KEYED QUEUES A NEW REQUEST;
      *    A BARE ENTER JUST REFRESHES THE LIST; PF3 ENDS
           EXEC CICS RECEIVE
                MAP(AC-TIMREQ-MAP-NAME)
                MAPSET(AC-TIMREQ-MAPSET-NAME)
                INTO (ETLQMI)
                END-EXEC.

           IF EIBAID IS EQUAL TO DFHPF3
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SPACES TO WS-MESSAGE-TEXT.

           IF (USERIDI IS EQUAL TO SPACES OR LOW-VALUES)
              AND (TERMIDI IS EQUAL TO SPACES OR LOW-VALUES)
              CONTINUE
           ELSE
              PERFORM 5000-QUEUE-NEW-REQUEST
           END-IF.

           PERFORM 4000-DISPLAY-REQUEST-PAGE.

       4000-DISPLAY-REQUEST-PAGE.
      *    LIST THIS USER'S RECENT REQUESTS WITH THEIR STATUS - THE
      *    KEY IS THE REQUEST STAMP, SO STARTING AT HIGH-VALUES AND
      *    READING BACKWARDS GIVES THE NEWEST FIRST
           INITIALIZE ETLQMO.
           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-LISTED-COUNT.

           MOVE HIGH-VALUES TO WS-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE(AC-TIMREQ-FILENAME)
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-BROWSE-NOT-DONE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 4100-BROWSE-NEXT-REQUEST UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-TIMREQ-FILENAME)
                   END-EXEC
           END-IF.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              MOVE 'Key a user ID or terminal ID and a window.'
                 TO MESSO
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       4100-BROWSE-NEXT-REQUEST.
      *    READ THE NEXT OLDER REQUEST AND LIST IT IF THIS USER
      *    RAISED IT
           EXEC CICS READPREV
                FILE(AC-TIMREQ-FILENAME)
                INTO (TIMELINE-REQUEST-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR WS-LISTED-COUNT IS NOT LESS THAN 10
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF TR-REQUESTED-BY IS EQUAL TO WS-USER-ID
                 PERFORM 4200-APPEND-REQUEST-LINE
              END-IF
           END-IF.

       4200-APPEND-REQUEST-LINE.
      *    FORMAT AND APPEND ONE REQUEST-STATUS LINE
           IF TR-ST-DELIVERED
              MOVE 'DELIVERED' TO WS-STATUS-TEXT
           ELSE
              MOVE 'QUEUED' TO WS-STATUS-TEXT
           END-IF.

           MOVE SPACES TO WS-LIST-LINE.
           STRING TR-TARGET-TYPE DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  TR-TARGET-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TR-FROM-DATE DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  TR-FROM-TIME (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  TR-TO-DATE DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  TR-TO-TIME (1:4) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
                  ' HITS=' DELIMITED BY SIZE
                  TR-MATCH-COUNT DELIMITED BY SIZE
              INTO WS-LIST-LINE
           END-STRING.

           ADD 1 TO WS-LISTED-COUNT.
           MOVE WS-LIST-LINE TO
                LISTAREAO (((WS-LISTED-COUNT - 1) * 64) + 1 : 64).

       5000-QUEUE-NEW-REQUEST.
      *    VALIDATE THE KEYED FIELDS AND QUEUE THE REQUEST FOR THE
      *    OVERNIGHT TIMELINE JOB
           PERFORM 5100-CHECK-THE-WINDOW.

           EVALUATE TRUE
           WHEN (USERIDI IS NOT EQUAL TO SPACES AND LOW-VALUES)
              AND (TERMIDI IS NOT EQUAL TO SPACES AND LOW-VALUES)
                MOVE 'Key a user ID or a terminal ID, not both.'
                   TO WS-MESSAGE-TEXT
           WHEN FROMDTI IS NOT NUMERIC
                MOVE 'The from date must be keyed as YYYYMMDD.'
                   TO WS-MESSAGE-TEXT
           WHEN TODTI IS NOT NUMERIC
                MOVE 'The to date must be keyed as YYYYMMDD.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-WINDOW-NOT-VALID
                MOVE 'Times must be keyed as HHMM, or left blank.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-FROM-STAMP IS GREATER THAN WS-TO-STAMP
                MOVE 'The from date/time is after the to date/time.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                PERFORM 5200-WRITE-THE-REQUEST
           END-EVALUATE.

       5100-CHECK-THE-WINDOW.
      *    DEFAULT ANY BLANK TIME TO THE EDGE OF ITS DAY AND CHECK
      *    THAT A KEYED ONE IS A REAL HOUR AND MINUTE
           SET WS-WINDOW-VALID TO TRUE.

           IF FROMTMI IS EQUAL TO SPACES OR LOW-VALUES
              MOVE '0000' TO WS-FROM-TIME
           ELSE
              MOVE FROMTMI TO WS-FROM-TIME
           END-IF.

           IF TOTMI IS EQUAL TO SPACES OR LOW-VALUES
              MOVE '2359' TO WS-TO-TIME
           ELSE
              MOVE TOTMI TO WS-TO-TIME
           END-IF.

           IF WS-FROM-TIME IS NOT NUMERIC
              OR WS-TO-TIME IS NOT NUMERIC
              SET WS-WINDOW-NOT-VALID TO TRUE
           ELSE
              IF WS-FROM-HOURS IS GREATER THAN 23
                 OR WS-FROM-MINUTES IS GREATER THAN 59
                 OR WS-TO-HOURS IS GREATER THAN 23
                 OR WS-TO-MINUTES IS GREATER THAN 59
                 SET WS-WINDOW-NOT-VALID TO TRUE
              END-IF
           END-IF.

           MOVE FROMDTI TO WS-FROM-STAMP (1:8).
           MOVE WS-FROM-TIME TO WS-FROM-STAMP (9:4).
           MOVE TODTI TO WS-TO-STAMP (1:8).
           MOVE WS-TO-TIME TO WS-TO-STAMP (9:4).

       5200-WRITE-THE-REQUEST.
      *    STAMP AND WRITE THE QUEUED REQUEST - THE WINDOW IS HELD TO
      *    THE SECOND, SO THE TO TIME TAKES IN ITS WHOLE LAST MINUTE
           INITIALIZE TIMELINE-REQUEST-RECORD.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(TR-REQUEST-DATE)
                TIME(TR-REQUEST-TIME)
                END-EXEC.

           MOVE WS-USER-ID TO TR-REQUESTED-BY.

           IF USERIDI IS EQUAL TO SPACES OR LOW-VALUES
              SET TR-TARGET-TERMINAL TO TRUE
              MOVE TERMIDI TO TR-TARGET-ID
           ELSE
              SET TR-TARGET-USER TO TRUE
              MOVE USERIDI TO TR-TARGET-ID
           END-IF.

           MOVE FROMDTI TO TR-FROM-DATE.
           MOVE WS-FROM-TIME TO TR-FROM-TIME (1:4).
           MOVE '00' TO TR-FROM-TIME (5:2).
           MOVE TODTI TO TR-TO-DATE.
           MOVE WS-TO-TIME TO TR-TO-TIME (1:4).
           MOVE '59' TO TR-TO-TIME (5:2).
           SET TR-ST-QUEUED TO TRUE.
           MOVE ZERO TO TR-MATCH-COUNT.

           EXEC CICS WRITE
                FILE(AC-TIMREQ-FILENAME)
                FROM (TIMELINE-REQUEST-RECORD)
                RIDFLD(TR-REQUEST-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'Request queued for the overnight timeline run.'
                 TO WS-MESSAGE-TEXT
           ELSE
              MOVE 'Unable to queue that request, try again.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       9100-SEND-MAP.
      *    SENDS MAP TO THE INVESTIGATOR
           EXEC CICS SEND
                MAP(AC-TIMREQ-MAP-NAME)
                MAPSET(AC-TIMREQ-MAPSET-NAME)
                FROM (ETLQMO)
                ERASE
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
           EXEC CICS RETURN
                TRANSID(AC-TIMREQ-TRANSACTION-ID)
                COMMAREA(WS-SESSION-STATE)
                END-EXEC.

       9400-RETURN-AND-END.
      *    PF3 WAS PRESSED - END THE CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       9500-SEND-MESSAGE-AND-END.
      *    SHOW THE MESSAGE SET ABOVE AND END THE CONVERSATION
           INITIALIZE ETLQMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.
