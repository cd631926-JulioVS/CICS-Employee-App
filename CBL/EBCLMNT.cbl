       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBCLMNT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - BUSINESS CALENDAR MAINTENANCE PROGRAM
      *        LETS AN ADMINISTRATOR MARK THE DAYS THAT ARE NOT
      *        ORDINARY DAYS ON THE EBUSCAL BUSINESS CALENDAR - PUBLIC
      *        HOLIDAYS AND SITE SHUTDOWNS (NOT BUSINESS DAYS, AND NO
      *        SIGN-ON FOR A PROFILE CLOSED ON HOLIDAYS) AND NIGHTS
      *        THE OVERNIGHT SCHEDULE IS DELIBERATELY NOT RUN (NO
      *        MISSED-RUN ALERTS FROM THE WATCHDOG).  THE SCREEN LISTS
      *        TEN CALENDAR DATES FROM THE DATE KEYED, OR FROM TODAY.
      *        A DATE ALREADY GONE IS HISTORY AND CANNOT BE CHANGED.
      *        EVERY CHANGE IS WRITTEN TO THE EMNTAUD MAINTENANCE
      *        AUDIT.  RESTRICTED TO RU-UT-ADMINISTRATOR USERS.
      *        ACTIONS: A=ADD OR CHANGE THE DATE KEYED, D=DELETE IT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY EBCLMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY EBUSCAL.
       COPY EMNTAUD.
       COPY EAUDWRT.
       COPY EAUTHCK.
       COPY ESESCHK.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-ADMIN-ID            PIC X(8).
          05 WS-ADMIN-AUTHENTICATED PIC X(1).
             88 WS-ADMIN-IS-AUTH          VALUE 'Y'.
             88 WS-ADMIN-NOT-AUTH         VALUE 'N'.
      ******************************************************************
      *   WORKING FIELDS
      ******************************************************************
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-LISTED-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-LIST-LINE              PIC X(64).
       01 WS-MESSAGE-TEXT           PIC X(60).
       01 WS-TODAY                  PIC X(8).
       01 WS-CALENDAR-DATE          PIC X(8).
       01 WS-HOLIDAY-FLAG           PIC X(1).
       01 WS-NON-PROCESSING-FLAG    PIC X(1).
       01 WS-DESCRIPTION            PIC X(30).
       01 WS-BROWSE-DATE            PIC X(8).
       01 WS-BROWSE-SWITCH          PIC X(1).
          88 WS-BROWSE-DONE               VALUE 'Y'.
          88 WS-BROWSE-NOT-DONE           VALUE 'N'.
       01 WS-DATE-SWITCH            PIC X(1).
          88 WS-DATE-IS-VALID             VALUE 'Y'.
          88 WS-DATE-NOT-VALID            VALUE 'N'.
       01 WS-HOLIDAY-TEXT           PIC X(3).
       01 WS-NON-PROCESSING-TEXT    PIC X(3).
      ******************************************************************
      *   DAY-OF-WEEK NAMES FOR THE LIST.  DAY 1 OF THE INTEGER
      *   CALENDAR (1601-01-01) WAS A MONDAY, SO MOD(INTEGER - 1, 7)
      *   + 1 GIVES 1=MONDAY THROUGH 7=SUNDAY.
      ******************************************************************
       01 WS-DAY-NAME-VALUES        PIC X(21) VALUE
          'MONTUEWEDTHUFRISATSUN'.
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
          05 WS-DAY-NAME            PIC X(3) OCCURS 7 TIMES.
       01 WS-DATE-NUM               PIC 9(8).
       01 WS-DAY-OF-WEEK            PIC 9(1).
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO STAMP THE ENTRY AND THE AUDIT.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
      ******************************************************************
      *   STAGING FIELDS FOR THE MAINTENANCE AUDIT RECORD WRITTEN BY
      *   9600-WRITE-MAINT-AUDIT.  EACH IMAGE IS THE HOLIDAY FLAG,
      *   THE NON-PROCESSING FLAG AND THE START OF THE DESCRIPTION.
      ******************************************************************
       01 WS-MAINT-AUDIT-FIELDS.
          05 WS-MA-ACTION            PIC X(8).
          05 WS-MA-TARGET            PIC X(8).
          05 WS-MA-BEFORE            PIC X(20).
          05 WS-MA-AFTER             PIC X(20).
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
              IF WS-ADMIN-NOT-AUTH
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
           SET WS-ADMIN-NOT-AUTH TO TRUE.

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

           MOVE SES-USER-ID TO WS-ADMIN-ID.
           SET WS-ADMIN-IS-AUTH TO TRUE.
           MOVE SPACES TO WS-MESSAGE-TEXT.
           PERFORM 9700-GET-TIMESTAMP.
           MOVE SPACES TO WS-CALENDAR-DATE.
           PERFORM 4000-DISPLAY-CALENDAR.

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
      *    DISPATCH THE REQUESTED ACTION
           EXEC CICS RECEIVE
                MAP(AC-BCLMNT-MAP-NAME)
                MAPSET(AC-BCLMNT-MAPSET-NAME)
                INTO (EBCLMI)
                END-EXEC.

           IF EIBAID IS EQUAL TO DFHPF3
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SPACES TO WS-MESSAGE-TEXT.
           PERFORM 9700-GET-TIMESTAMP.

           IF CALDATEI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO WS-CALENDAR-DATE
           ELSE
              MOVE CALDATEI TO WS-CALENDAR-DATE
           END-IF.
      *    AN UNKEYED FLAG MEANS NO
           IF HOLIDAYI IS EQUAL TO LOW-VALUE OR SPACE
              MOVE 'N' TO WS-HOLIDAY-FLAG
           ELSE
              MOVE HOLIDAYI TO WS-HOLIDAY-FLAG
           END-IF.
           IF NONPROCI IS EQUAL TO LOW-VALUE OR SPACE
              MOVE 'N' TO WS-NON-PROCESSING-FLAG
           ELSE
              MOVE NONPROCI TO WS-NON-PROCESSING-FLAG
           END-IF.
           MOVE CALDESCI TO WS-DESCRIPTION.
           INSPECT WS-DESCRIPTION REPLACING ALL LOW-VALUE BY SPACE.

           EVALUATE ACTIONI
           WHEN 'A'
                PERFORM 3100-VALIDATE-DATE
                IF WS-DATE-IS-VALID
                   PERFORM 5000-ADD-CALENDAR-DATE
                END-IF
           WHEN 'D'
                PERFORM 3100-VALIDATE-DATE
                IF WS-DATE-IS-VALID
                   PERFORM 6000-DELETE-CALENDAR-DATE
                END-IF
           WHEN SPACE
           WHEN LOW-VALUE
                CONTINUE
           WHEN OTHER
                MOVE 'Action must be A or D.' TO WS-MESSAGE-TEXT
           END-EVALUATE.

           PERFORM 4000-DISPLAY-CALENDAR.

       3100-VALIDATE-DATE.
      *    THE DATE MUST BE A REAL YYYYMMDD DATE, AND TODAY OR LATER
      *    - A DAY ALREADY GONE HAS BEEN RUN AGAINST AS IT STOOD
           SET WS-DATE-NOT-VALID TO TRUE.

           EVALUATE TRUE
           WHEN WS-CALENDAR-DATE IS NOT NUMERIC
              OR WS-CALENDAR-DATE (5:2) IS LESS THAN '01'
              OR WS-CALENDAR-DATE (5:2) IS GREATER THAN '12'
              OR WS-CALENDAR-DATE (7:2) IS LESS THAN '01'
              OR WS-CALENDAR-DATE (7:2) IS GREATER THAN '31'
                MOVE 'Key the calendar date as YYYYMMDD.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-CALENDAR-DATE IS LESS THAN WS-TODAY
                MOVE 'That date is already past and cannot change.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                SET WS-DATE-IS-VALID TO TRUE
           END-EVALUATE.

       4000-DISPLAY-CALENDAR.
      *    LIST TEN CALENDAR DATES FROM THE DATE KEYED - OR FROM
      *    TODAY WHEN NO USABLE DATE WAS KEYED
           INITIALIZE EBCLMO.
           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-LISTED-COUNT.

           IF WS-CALENDAR-DATE IS NUMERIC
              MOVE WS-CALENDAR-DATE TO WS-BROWSE-DATE
           ELSE
              MOVE WS-TODAY TO WS-BROWSE-DATE
           END-IF.

           EXEC CICS STARTBR
                FILE(AC-BUS-CALENDAR-FILENAME)
                RIDFLD(WS-BROWSE-DATE)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-BROWSE-NOT-DONE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 4100-BROWSE-NEXT-DATE UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-BUS-CALENDAR-FILENAME)
                   END-EXEC
           END-IF.

           MOVE WS-CALENDAR-DATE TO CALDATEO.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              IF WS-LISTED-COUNT IS EQUAL TO ZERO
                 MOVE 'No calendar dates from that date on.'
                    TO MESSO
              ELSE
                 MOVE 'Key date, holiday Y/N, no-run Y/N, and A or D.'
                    TO MESSO
              END-IF
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       4100-BROWSE-NEXT-DATE.
      *    READ THE NEXT CALENDAR DATE AND APPEND A LIST LINE
           EXEC CICS READNEXT
                FILE(AC-BUS-CALENDAR-FILENAME)
                INTO (BUSINESS-CALENDAR-RECORD)
                RIDFLD(WS-BROWSE-DATE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR WS-LISTED-COUNT IS NOT LESS THAN 10
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              MOVE BC-CALENDAR-DATE TO WS-DATE-NUM
              COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1, 7) + 1

              MOVE SPACES TO WS-HOLIDAY-TEXT
              IF BC-IS-HOLIDAY
                 MOVE 'HOL' TO WS-HOLIDAY-TEXT
              END-IF
              MOVE SPACES TO WS-NON-PROCESSING-TEXT
              IF BC-IS-NON-PROCESSING
                 MOVE 'NPD' TO WS-NON-PROCESSING-TEXT
              END-IF

              MOVE SPACES TO WS-LIST-LINE
              STRING BC-CALENDAR-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-DAY-NAME (WS-DAY-OF-WEEK) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-HOLIDAY-TEXT DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-NON-PROCESSING-TEXT DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     BC-DESCRIPTION DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     BC-CHANGED-BY DELIMITED BY SIZE
                 INTO WS-LIST-LINE
              END-STRING
              ADD 1 TO WS-LISTED-COUNT
              MOVE WS-LIST-LINE TO
                   LISTAREAO (((WS-LISTED-COUNT - 1) * 64) + 1 : 64)
           END-IF.

       5000-ADD-CALENDAR-DATE.
      *    VALIDATE THE FLAGS AND DESCRIPTION, THEN ADD THE DATE OR
      *    CHANGE IT IF IT IS ALREADY ON THE CALENDAR
           EVALUATE TRUE
           WHEN NOT (WS-HOLIDAY-FLAG IS EQUAL TO 'Y' OR 'N')
              OR NOT (WS-NON-PROCESSING-FLAG IS EQUAL TO 'Y' OR 'N')
                MOVE 'The holiday and non-processing flags are Y or N.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-HOLIDAY-FLAG IS EQUAL TO 'N'
              AND WS-NON-PROCESSING-FLAG IS EQUAL TO 'N'
                MOVE 'An ordinary day needs no entry - use D instead.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-DESCRIPTION IS EQUAL TO SPACES
                MOVE 'Key a description for the date.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                PERFORM 5100-STORE-CALENDAR-DATE
           END-EVALUATE.

       5100-STORE-CALENDAR-DATE.
      *    REWRITE THE DATE'S ENTRY, OR WRITE A NEW ONE, AND AUDIT
      *    THE ENTRY AS IT WAS AND AS IT IS NOW
           MOVE WS-CALENDAR-DATE TO BC-CALENDAR-DATE.

           EXEC CICS READ
                FILE(AC-BUS-CALENDAR-FILENAME)
                INTO (BUSINESS-CALENDAR-RECORD)
                RIDFLD(BC-CALENDAR-DATE)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'CALCHNG' TO WS-MA-ACTION
              PERFORM 9660-BUILD-BEFORE-IMAGE
              PERFORM 5200-MOVE-ENTRY-FIELDS
              EXEC CICS REWRITE
                   FILE(AC-BUS-CALENDAR-FILENAME)
                   FROM (BUSINESS-CALENDAR-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              MOVE 'CALADD' TO WS-MA-ACTION
              MOVE SPACES TO WS-MA-BEFORE
              INITIALIZE BUSINESS-CALENDAR-RECORD
              MOVE WS-CALENDAR-DATE TO BC-CALENDAR-DATE
              PERFORM 5200-MOVE-ENTRY-FIELDS
              EXEC CICS WRITE
                   FILE(AC-BUS-CALENDAR-FILENAME)
                   FROM (BUSINESS-CALENDAR-RECORD)
                   RIDFLD(BC-CALENDAR-DATE)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 9670-BUILD-AFTER-IMAGE
              MOVE WS-CALENDAR-DATE TO WS-MA-TARGET
              PERFORM 9600-WRITE-MAINT-AUDIT
              MOVE 'Calendar date saved.' TO WS-MESSAGE-TEXT
           ELSE
              MOVE 'Unable to save that calendar date, try again.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       5200-MOVE-ENTRY-FIELDS.
      *    THE KEYED FLAGS AND DESCRIPTION, STAMPED WITH WHO AND WHEN
           MOVE WS-HOLIDAY-FLAG TO BC-HOLIDAY-FLAG.
           MOVE WS-NON-PROCESSING-FLAG TO BC-NON-PROCESSING-FLAG.
           MOVE WS-DESCRIPTION TO BC-DESCRIPTION.
           MOVE WS-ADMIN-ID TO BC-CHANGED-BY.
           MOVE WS-TODAY TO BC-CHANGED-DATE.

       6000-DELETE-CALENDAR-DATE.
      *    TAKE THE DATE OFF THE CALENDAR - IT BECOMES AN ORDINARY DAY
           MOVE WS-CALENDAR-DATE TO BC-CALENDAR-DATE.

           EXEC CICS READ
                FILE(AC-BUS-CALENDAR-FILENAME)
                INTO (BUSINESS-CALENDAR-RECORD)
                RIDFLD(BC-CALENDAR-DATE)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              MOVE 'That date is not on the calendar.'
                 TO WS-MESSAGE-TEXT
           ELSE
              PERFORM 9660-BUILD-BEFORE-IMAGE
              EXEC CICS DELETE
                   FILE(AC-BUS-CALENDAR-FILENAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE 'CALDEL' TO WS-MA-ACTION
                 MOVE WS-CALENDAR-DATE TO WS-MA-TARGET
                 MOVE SPACES TO WS-MA-AFTER
                 PERFORM 9600-WRITE-MAINT-AUDIT
                 MOVE 'Calendar date deleted.' TO WS-MESSAGE-TEXT
              ELSE
                 MOVE 'Unable to delete that calendar date, try again.'
                    TO WS-MESSAGE-TEXT
              END-IF
           END-IF.

       9660-BUILD-BEFORE-IMAGE.
      *    THE ENTRY AS IT STOOD BEFORE THE CHANGE
           MOVE SPACES TO WS-MA-BEFORE.
           STRING BC-HOLIDAY-FLAG DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BC-NON-PROCESSING-FLAG DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BC-DESCRIPTION (1:16) DELIMITED BY SIZE
              INTO WS-MA-BEFORE
           END-STRING.

       9670-BUILD-AFTER-IMAGE.
      *    THE ENTRY AS IT STANDS NOW
           MOVE SPACES TO WS-MA-AFTER.
           STRING BC-HOLIDAY-FLAG DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BC-NON-PROCESSING-FLAG DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BC-DESCRIPTION (1:16) DELIMITED BY SIZE
              INTO WS-MA-AFTER
           END-STRING.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF WHAT THE ADMINISTRATOR JUST
      *    DID - A CALENDAR DATE DECIDES WHO MAY SIGN ON THAT DAY
      *    AND WHICH OVERNIGHT RUNS ANYBODY EXPECTS
           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE WS-ADMIN-ID TO MA-ADMIN-ID.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(MA-AUDIT-DATE)
                TIME(MA-AUDIT-TIME)
                END-EXEC.

           MOVE EIBTRNID TO MA-TRANS-ID.
           MOVE WS-MA-ACTION TO MA-ACTION.
           MOVE WS-MA-TARGET TO MA-TARGET-KEY.
           MOVE WS-MA-BEFORE TO MA-BEFORE-IMAGE.
           MOVE WS-MA-AFTER TO MA-AFTER-IMAGE.

           INITIALIZE AUDIT-WRITE-COMMAREA.
           SET AW-MAINT-AUDIT TO TRUE.
           MOVE MAINT-AUDIT-RECORD TO AW-AUDIT-RECORD.

           EXEC CICS LINK
                PROGRAM(AC-AUDWRT-PROGRAM-NAME)
                COMMAREA(AUDIT-WRITE-COMMAREA)
                LENGTH(LENGTH OF AUDIT-WRITE-COMMAREA)
                END-EXEC.

           MOVE AW-RESPONSE TO WS-CICS-RESPONSE.

       9700-GET-TIMESTAMP.
      *    TODAY'S DATE, FOR THE PAST-DATE CHECK AND THE CHANGED-ON
      *    STAMP
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
                END-EXEC.

       9100-SEND-MAP.
      *    SENDS MAP TO THE ADMINISTRATOR
           EXEC CICS SEND
                MAP(AC-BCLMNT-MAP-NAME)
                MAPSET(AC-BCLMNT-MAPSET-NAME)
                FROM (EBCLMO)
                ERASE
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
           EXEC CICS RETURN
                TRANSID(AC-BCLMNT-TRANSACTION-ID)
                COMMAREA(WS-SESSION-STATE)
                END-EXEC.

       9400-RETURN-AND-END.
      *    PF3 WAS PRESSED - END THE CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       9500-SEND-MESSAGE-AND-END.
      *    SHOW THE MESSAGE SET ABOVE AND END THE CONVERSATION
           INITIALIZE EBCLMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.
