       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENOTINB.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - PERSONAL NOTIFICATION INBOX PROGRAM
      *        LISTS THE SIGNED-ON USER'S OWN ENOTIFY ITEMS - ACCESS
      *        REQUESTS AND PROFILE CHANGES WAITING FOR THEIR
      *        DECISION, RECERTIFICATION LINES OPENED FOR THEM, A
      *        PASSWORD OR ACCOUNT ABOUT TO EXPIRE, A NEW HIRE'S
      *        ACCOUNT READY - OLDEST FIRST, NINE TO A PAGE, WITH AN
      *        ASTERISK AGAINST EVERY ONE NOT YET READ.  ACTIONS
      *        AGAINST A NUMBERED LINE: R=READ (SHOWS WHO RAISED IT
      *        AND WHEN, AND MARKS IT READ), A=ACT (MARKS IT READ AND
      *        STARTS THE TRANSACTION THAT DEALS WITH IT, IF THE USER
      *        MAY RUN THAT TRANSACTION), D=DISMISS (DELETES IT).
      *        PF8 PAGES FORWARD.  OPEN TO EVERY SIGNED-ON USER AND
      *        REACHED WITH PF5 FROM THE ROLE MENU.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ENOTMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY ENOTIFY.
       COPY EAUTHCK.
       COPY ESESCHK.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      *      THE PAGE START KEY IS WHERE THE PAGE ON SHOW WAS BROWSED
      *      FROM, SO AN ACTION CAN REDRAW THE SAME PAGE; THE RESTART
      *      KEY IS THE LAST ITEM SHOWN, SO PF8 CARRIES ON FROM IT.
      *      THE LISTED KEYS TURN A LINE NUMBER BACK INTO A RECORD.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-USER-ID             PIC X(8).
          05 WS-USER-TYPE           PIC X(3).
          05 WS-USER-AUTHENTICATED  PIC X(1).
             88 WS-USER-IS-AUTH           VALUE 'Y'.
             88 WS-USER-NOT-AUTH          VALUE 'N'.
          05 WS-PAGE-START-KEY      PIC X(25).
          05 WS-RESTART-KEY         PIC X(25).
          05 WS-LISTED-COUNT        PIC 9(1).
          05 WS-LISTED-KEY          PIC X(25) OCCURS 9 TIMES.
      ******************************************************************
      *   WORKING FIELDS USED TO BROWSE ENOTIFY AND BUILD THE LIST
      ******************************************************************
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-SWITCH          PIC X(1).
          88 WS-BROWSE-DONE               VALUE 'Y'.
          88 WS-BROWSE-NOT-DONE           VALUE 'N'.
       01 WS-BROWSE-KEY             PIC X(25).
       01 WS-SELECTION-NUM          PIC 9(1).
       01 WS-LIST-LINE              PIC X(64).
       01 WS-UNREAD-MARK            PIC X(1).
       01 WS-MESSAGE-TEXT           PIC X(60).
       01 WS-DETAIL-LINE-1          PIC X(64) VALUE SPACES.
       01 WS-DETAIL-LINE-2          PIC X(64) VALUE SPACES.
       01 WS-ACTION-TEXT            PIC X(20).
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO STAMP THE DATE AN ITEM WAS READ.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
       01 WS-CURRENT-DATE           PIC X(8).
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(288).

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
           MOVE SES-USER-TYPE TO WS-USER-TYPE.
           SET WS-USER-IS-AUTH TO TRUE.
           MOVE LOW-VALUES TO WS-PAGE-START-KEY.
           MOVE LOW-VALUES TO WS-RESTART-KEY.
           MOVE SPACES TO WS-MESSAGE-TEXT.
           PERFORM 4000-DISPLAY-INBOX.

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
      *    SIGNED IN ALREADY - PF8 PAGES FORWARD, A LINE NUMBER AND
      *    ACTION WORK ONE ITEM, A BARE ENTER RESTARTS FROM THE TOP,
      *    PF3 ENDS
           EXEC CICS RECEIVE
                MAP(AC-NOTINB-MAP-NAME)
                MAPSET(AC-NOTINB-MAPSET-NAME)
                INTO (ENOTMI)
                END-EXEC.

           IF EIBAID IS EQUAL TO DFHPF3
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SPACES TO WS-MESSAGE-TEXT.

           EVALUATE TRUE
           WHEN EIBAID IS EQUAL TO DFHPF8
                MOVE WS-RESTART-KEY TO WS-PAGE-START-KEY
                PERFORM 4000-DISPLAY-INBOX
           WHEN SELNUMI IS EQUAL TO SPACES OR LOW-VALUES
                MOVE LOW-VALUES TO WS-PAGE-START-KEY
                PERFORM 4000-DISPLAY-INBOX
           WHEN OTHER
                PERFORM 3100-FETCH-SELECTED-ITEM
                IF WS-MESSAGE-TEXT IS NOT EQUAL TO SPACES
                   PERFORM 4000-DISPLAY-INBOX
                ELSE
                   EVALUATE ACTIONI
                   WHEN 'R'
                        PERFORM 5000-READ-NOTIFICATION
                   WHEN 'A'
                        PERFORM 6000-ACT-ON-NOTIFICATION
                   WHEN 'D'
                        PERFORM 7000-DISMISS-NOTIFICATION
                   WHEN OTHER
                        MOVE 'Action must be R, A or D.'
                           TO WS-MESSAGE-TEXT
                   END-EVALUATE
                   PERFORM 4000-DISPLAY-INBOX
                END-IF
           END-EVALUATE.

       3100-FETCH-SELECTED-ITEM.
      *    TURN THE LINE NUMBER BACK INTO A RECORD KEY AND READ THE
      *    NOTIFICATION
           IF SELNUMI IS NOT NUMERIC
              MOVE 'The line number must be numeric.'
                 TO WS-MESSAGE-TEXT
           ELSE
              MOVE SELNUMI TO WS-SELECTION-NUM
              IF WS-SELECTION-NUM IS EQUAL TO ZERO
                 OR WS-SELECTION-NUM IS GREATER THAN WS-LISTED-COUNT
                 MOVE 'That is not one of the lines listed.'
                    TO WS-MESSAGE-TEXT
              ELSE
                 MOVE WS-LISTED-KEY (WS-SELECTION-NUM) TO
                    WS-BROWSE-KEY

                 EXEC CICS READ
                      FILE(AC-NOTIFY-FILENAME)
                      INTO (NOTIFICATION-RECORD)
                      RIDFLD(WS-BROWSE-KEY)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC

                 IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'That notification is no longer on file.'
                       TO WS-MESSAGE-TEXT
                 END-IF
              END-IF
           END-IF.

       4000-DISPLAY-INBOX.
      *    BROWSE THIS USER'S ITEMS FROM THE PAGE START AND LIST UP
      *    TO NINE OF THEM, NUMBERED FOR SELECTION
           INITIALIZE ENOTMO.
           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE WS-PAGE-START-KEY TO WS-RESTART-KEY.

           IF WS-PAGE-START-KEY IS EQUAL TO LOW-VALUES
              MOVE LOW-VALUES TO WS-BROWSE-KEY
              MOVE WS-USER-ID TO WS-BROWSE-KEY (1:8)
           ELSE
              MOVE WS-PAGE-START-KEY TO WS-BROWSE-KEY
           END-IF.

           EXEC CICS STARTBR
                FILE(AC-NOTIFY-FILENAME)
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-BROWSE-NOT-DONE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 4100-BROWSE-NEXT-ITEM UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-NOTIFY-FILENAME)
                   END-EXEC
           END-IF.

           MOVE WS-DETAIL-LINE-1 TO DETAIL1O.
           MOVE WS-DETAIL-LINE-2 TO DETAIL2O.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              EVALUATE TRUE
              WHEN WS-LISTED-COUNT IS EQUAL TO ZERO
                 AND WS-PAGE-START-KEY IS EQUAL TO LOW-VALUES
                   MOVE 'You have no notifications.' TO MESSO
              WHEN WS-LISTED-COUNT IS EQUAL TO ZERO
                   MOVE 'No more notifications, ENTER restarts.'
                      TO MESSO
              WHEN WS-LISTED-COUNT IS EQUAL TO 9
                   MOVE 'Line and R=read A=act D=dismiss, PF8 for more.'
                      TO MESSO
              WHEN OTHER
                   MOVE 'Key a line and R=read, A=act or D=dismiss.'
                      TO MESSO
              END-EVALUATE
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       4100-BROWSE-NEXT-ITEM.
      *    READ THE NEXT ITEM AND, WHILE IT IS STILL THIS USER'S,
      *    APPEND A LINE FOR IT - THE PAGE ENDS AT NINE LINES, WITH
      *    THE RESTART KEY LEFT ON THE LAST ONE SHOWN
           EXEC CICS READNEXT
                FILE(AC-NOTIFY-FILENAME)
                INTO (NOTIFICATION-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
           WHEN NT-RECIPIENT-ID IS NOT EQUAL TO WS-USER-ID
                SET WS-BROWSE-DONE TO TRUE
           WHEN NT-NOTIFY-KEY IS EQUAL TO WS-PAGE-START-KEY
      *         THE GTEQ RESTART RE-READ THE LAST ITEM OF THE
      *         PREVIOUS PAGE - SKIP IT
                CONTINUE
           WHEN WS-LISTED-COUNT IS NOT LESS THAN 9
                SET WS-BROWSE-DONE TO TRUE
           WHEN OTHER
                PERFORM 4200-APPEND-ITEM-LINE
                IF WS-LISTED-COUNT IS EQUAL TO 9
                   MOVE NT-NOTIFY-KEY TO WS-RESTART-KEY
                END-IF
           END-EVALUATE.

       4200-APPEND-ITEM-LINE.
      *    FORMAT ONE ITEM AND REMEMBER ITS KEY
           ADD 1 TO WS-LISTED-COUNT.
           MOVE NT-NOTIFY-KEY TO WS-LISTED-KEY (WS-LISTED-COUNT).

           IF NT-ST-UNREAD
              MOVE '*' TO WS-UNREAD-MARK
           ELSE
              MOVE SPACE TO WS-UNREAD-MARK
           END-IF.

           MOVE SPACES TO WS-LIST-LINE.
           STRING WS-LISTED-COUNT DELIMITED BY SIZE
                  '. ' DELIMITED BY SIZE
                  WS-UNREAD-MARK DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NT-CATEGORY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NT-CREATED-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NT-MESSAGE (1:45) DELIMITED BY SIZE
              INTO WS-LIST-LINE
           END-STRING.

           MOVE WS-LIST-LINE TO
                LISTAREAO (((WS-LISTED-COUNT - 1) * 64) + 1 : 64).

       5000-READ-NOTIFICATION.
      *    SHOW THE WHOLE ITEM - WHO RAISED IT, WHEN, AND WHERE TO
      *    ACT ON IT - AND MARK IT READ
           IF NT-ACTION-TRANS-ID IS EQUAL TO SPACES
              MOVE 'for information only' TO WS-ACTION-TEXT
           ELSE
              MOVE SPACES TO WS-ACTION-TEXT
              STRING 'A starts ' DELIMITED BY SIZE
                     NT-ACTION-TRANS-ID DELIMITED BY SIZE
                 INTO WS-ACTION-TEXT
              END-STRING
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE-1.
           STRING 'From ' DELIMITED BY SIZE
                  NT-SENT-BY DELIMITED BY SIZE
                  ' on ' DELIMITED BY SIZE
                  NT-CREATED-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NT-CREATED-TIME DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SIZE
              INTO WS-DETAIL-LINE-1
           END-STRING.
           MOVE NT-MESSAGE TO WS-DETAIL-LINE-2.

           PERFORM 5900-MARK-AS-READ.

       5900-MARK-AS-READ.
      *    FLIP THE ITEM TO READ, STAMPED WITH TODAY'S DATE - ONE
      *    ALREADY READ IS LEFT ALONE
           EXEC CICS READ
                FILE(AC-NOTIFY-FILENAME)
                INTO (NOTIFICATION-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              IF NT-ST-UNREAD
                 EXEC CICS ASKTIME
                      ABSTIME(WS-ABSTIME)
                      END-EXEC
                 EXEC CICS FORMATTIME
                      ABSTIME(WS-ABSTIME)
                      YYYYMMDD(WS-CURRENT-DATE)
                      END-EXEC
                 SET NT-ST-READ TO TRUE
                 MOVE WS-CURRENT-DATE TO NT-READ-DATE
                 EXEC CICS REWRITE
                      FILE(AC-NOTIFY-FILENAME)
                      FROM (NOTIFICATION-RECORD)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
              ELSE
                 EXEC CICS UNLOCK
                      FILE(AC-NOTIFY-FILENAME)
                      END-EXEC
              END-IF
           END-IF.

       6000-ACT-ON-NOTIFICATION.
      *    START THE TRANSACTION THAT DEALS WITH THE ITEM ON THIS
      *    TERMINAL - THROUGH THE COMMON AUTHORIZATION CHECK, SO THE
      *    INBOX NEVER OPENS A DOOR THE MENU WOULD HAVE KEPT SHUT
           IF NT-ACTION-TRANS-ID IS EQUAL TO SPACES
              MOVE 'Nothing to act on for that one - R or D it.'
                 TO WS-MESSAGE-TEXT
           ELSE
              INITIALIZE AUTHORIZATION-CHECK-COMMAREA
              MOVE WS-USER-ID TO ATH-USER-ID
              MOVE WS-USER-TYPE TO ATH-USER-TYPE
              MOVE NT-ACTION-TRANS-ID TO ATH-TRANS-ID

              EXEC CICS LINK
                   PROGRAM(AC-AUTHCK-PROGRAM-NAME)
                   COMMAREA(AUTHORIZATION-CHECK-COMMAREA)
                   LENGTH(LENGTH OF AUTHORIZATION-CHECK-COMMAREA)
                   END-EXEC

              IF ATH-DENIED
                 MOVE 'You are not authorized for that function.'
                    TO WS-MESSAGE-TEXT
              ELSE
                 PERFORM 5900-MARK-AS-READ
                 EXEC CICS RETURN
                      TRANSID(NT-ACTION-TRANS-ID)
                      IMMEDIATE
                      END-EXEC
              END-IF
           END-IF.

       7000-DISMISS-NOTIFICATION.
      *    THE USER IS DONE WITH THE ITEM - DELETE IT
           EXEC CICS DELETE
                FILE(AC-NOTIFY-FILENAME)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'Notification dismissed.' TO WS-MESSAGE-TEXT
           ELSE
              MOVE 'Unable to dismiss that notification, try again.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       9100-SEND-MAP.
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
                MAP(AC-NOTINB-MAP-NAME)
                MAPSET(AC-NOTINB-MAPSET-NAME)
                FROM (ENOTMO)
                ERASE
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
           EXEC CICS RETURN
                TRANSID(AC-NOTINB-TRANSACTION-ID)
                COMMAREA(WS-SESSION-STATE)
                END-EXEC.

       9400-RETURN-AND-END.
      *    PF3 WAS PRESSED - END THE CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       9500-SEND-MESSAGE-AND-END.
      *    SHOW THE MESSAGE SET ABOVE AND END THE CONVERSATION
           INITIALIZE ENOTMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.
