      *        CODES BY HAND ANY MORE.  REACHED BY XCTL FROM ESONP
      *        AFTER SIGN-ON OR FROM THE THIN EADMMNU/EMGRMNU/ESTDMNU
      *        SHIMS WHEN A MENU TRANSACTION IS TYPED DIRECTLY.
      *        THE MENU ALSO COUNTS THE USER'S UNREAD ENOTIFY ITEMS
      *        AND PF5 TAKES THEM STRAIGHT TO THE ENOT INBOX.
      *        WHILE OPERATIONS HAS SIGN-ON FROZEN ON THE EFRZ SCREEN,
      *        USERS ALREADY SIGNED ON SEE THE FREEZE BROADCAST ON THE
      *        NEXT MENU THEY ARE SHOWN.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EEMPMST.
       COPY ESONAUD.
       COPY ETRNUSE.
       COPY ENOTIFY.
       COPY EAUTHCK.
       COPY EFRZCHK.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      *      LAYOUT MUST MATCH THE WS-MENU-HANDOFF AREAS BUILT BY
          05 WS-PS-TERMINAL         PIC X(4).
       01 WS-FAILS-SINCE-PREV       PIC 9(3) VALUE ZERO.
      ******************************************************************
      *   FIELDS USED TO COUNT THE USER'S UNREAD NOTIFICATIONS FOR
      *   THE INBOX LINE - THE COUNT STOPS AT 99, WHICH IS ALREADY
      *   MORE THAN ENOUGH TO SEND THEM TO THE INBOX.
      ******************************************************************
       01 WS-NOTIFY-BROWSE-KEY      PIC X(25).
       01 WS-INBOX-SWITCH           PIC X(1).
          88 WS-INBOX-BROWSE-DONE         VALUE 'Y'.
          88 WS-INBOX-BROWSE-MORE         VALUE 'N'.
       01 WS-UNREAD-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-UNREAD-COUNT-TEXT      PIC Z9.
      ******************************************************************
      *   FIELDS USED TO STAMP THE ETRNUSE USAGE RECORD WRITTEN FOR
      *   EVERY DISPATCHED SELECTION - EVERY SCREEN CHOICE COMES
      *   THROUGH HERE, AND THROWING THAT AWAY IS WHY MENU ARGUMENTS
           PERFORM 2100-BUILD-GREETING.
           IF WS-USER-ID IS NOT EQUAL TO SPACES AND LOW-VALUES
              PERFORM 2500-BUILD-SIGNON-NOTICE
              PERFORM 2800-BUILD-INBOX-LINE
           END-IF.
           PERFORM 2900-BUILD-BROADCAST-LINE.
           PERFORM 2200-LOAD-MENU-OPTIONS.

           MOVE WS-MESSAGE-TEXT TO MESSO.
                 TO NOTICEO
           END-IF.

       2800-BUILD-INBOX-LINE.
      *    COUNT THE USER'S UNREAD NOTIFICATIONS - THEY ARE KEYED
      *    UNDER THE RECIPIENT, SO ONE SHORT BROWSE FINDS THEM ALL
           MOVE ZERO TO WS-UNREAD-COUNT.
           MOVE LOW-VALUES TO WS-NOTIFY-BROWSE-KEY.
           MOVE WS-USER-ID TO WS-NOTIFY-BROWSE-KEY (1:8).

           EXEC CICS STARTBR
                FILE(AC-NOTIFY-FILENAME)
                RIDFLD(WS-NOTIFY-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-INBOX-BROWSE-MORE TO TRUE
              PERFORM 2850-COUNT-NEXT-NOTIFICATION
                 UNTIL WS-INBOX-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-NOTIFY-FILENAME)
                   END-EXEC
           END-IF.

           IF WS-UNREAD-COUNT IS EQUAL TO ZERO
              MOVE 'No unread notifications - PF5 opens your inbox.'
                 TO INBOXO
           ELSE
              MOVE WS-UNREAD-COUNT TO WS-UNREAD-COUNT-TEXT
              STRING 'You have ' DELIMITED BY SIZE
                     WS-UNREAD-COUNT-TEXT DELIMITED BY SIZE
                     ' unread notification(s) - PF5 opens your inbox.'
                        DELIMITED BY SIZE
                 INTO INBOXO
              END-STRING
           END-IF.

       2850-COUNT-NEXT-NOTIFICATION.
      *    READ THE NEXT ITEM AND COUNT IT IF STILL UNREAD
           EXEC CICS READNEXT
                FILE(AC-NOTIFY-FILENAME)
                INTO (NOTIFICATION-RECORD)
                RIDFLD(WS-NOTIFY-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
           WHEN NT-RECIPIENT-ID NOT EQUAL WS-USER-ID
           WHEN WS-UNREAD-COUNT IS NOT LESS THAN 99
                SET WS-INBOX-BROWSE-DONE TO TRUE
           WHEN NT-ST-UNREAD
                ADD 1 TO WS-UNREAD-COUNT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2900-BUILD-BROADCAST-LINE.
      *    WHILE SIGN-ON IS FROZEN, PUT THE OPERATIONS BROADCAST ON
      *    THE MENU SO THOSE ALREADY SIGNED ON HEAR ABOUT THE OUTAGE
      *    TOO - NOT JUST THE ONES BEING TURNED AWAY AT ESONP
           INITIALIZE FREEZE-CHECK-COMMAREA.

           EXEC CICS LINK
                PROGRAM(AC-FRZCHK-PROGRAM-NAME)
                COMMAREA(FREEZE-CHECK-COMMAREA)
                LENGTH(LENGTH OF FREEZE-CHECK-COMMAREA)
                END-EXEC.

           IF FZC-FREEZE-ON
              MOVE FZC-BROADCAST-TEXT TO BCASTO
           END-IF.

       3000-PROCESS-SELECTION.
      *    RECEIVE THE SELECTED OPTION NUMBER AND DISPATCH TO THE
      *    TRANSACTION ON FILE FOR IT

           MOVE SPACES TO WS-MESSAGE-TEXT.

           IF EIBAID IS EQUAL TO DFHPF5
              PERFORM 3300-DISPATCH-TO-INBOX
           END-IF.

           IF SELNUMI IS EQUAL TO SPACES OR LOW-VALUES
              MOVE 'Key an option number and press ENTER.'
                 TO WS-MESSAGE-TEXT
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3300-DISPATCH-TO-INBOX.
      *    PF5 - START THE NOTIFICATION INBOX ON THIS TERMINAL, WITH
      *    THE SAME AUTHORIZATION CHECK AND USAGE RECORD AS A
      *    NUMBERED OPTION
           MOVE AC-NOTINB-TRANSACTION-ID TO MO-TRANS-ID.

           PERFORM 2350-CHECK-OPTION-AUTHORIZED.
           IF ATH-DENIED
              MOVE 'You are not authorized for the inbox.'
                 TO WS-MESSAGE-TEXT
              PERFORM 2000-BUILD-AND-SEND-MENU
           ELSE
              PERFORM 3200-RECORD-DISPATCH-USAGE
              EXEC CICS RETURN
                   TRANSID(MO-TRANS-ID)
                   IMMEDIATE
                   END-EXEC
           END-IF.

       9100-SEND-MAP.
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
