      *        ACTIVITY RECORD IF ONE EXISTS, AND LISTS EVERYONE WHO IS
      *        CURRENTLY UA-ST-SIGNED-ON, UA-ST-IN-PROCESS, OR
      *        UA-ST-LOCKED-OUT ALONG WITH THEIR LAST-ACTIVITY TIME.
      *        THE DAY'S MOST RECENT SUPERVISOR FORCED SIGN-OFFS FROM
      *        THE FRCSOFFQ QUEUE ARE SHOWN BENEATH THE ROSTER LINES.
      *        RESTRICTED TO RU-UT-ADMINISTRATOR OR RU-UT-MANAGER
      *        USERS.  ENTER REFRESHES THE LIST; PF3 ENDS.
      ******************************************************************
       COPY ETRMMST.
       COPY EAUTHCK.
       COPY ESESCHK.
       COPY EFRCSOF.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
      ******************************************************************
       01 WS-TERM-LOCATION-TEXT      PIC X(9).
      ******************************************************************
      *   THE DAY'S MOST RECENT FORCED SIGN-OFFS, KEPT WHILE THE
      *   FRCSOFFQ QUEUE IS READ.  THE LINES THEY TAKE ARE HELD BACK
      *   FROM THE ROSTER SO A FULL ROSTER CANNOT PUSH THEM OFF.
      ******************************************************************
       01 WS-FORCED-SIGNOFF-TABLE.
          05 WS-FORCED-SIGNOFF      PIC X(36) OCCURS 3 TIMES.
       01 WS-FORCED-SHOWN           PIC 9(1) VALUE ZERO.
       01 WS-FORCED-INDEX           PIC 9(1) VALUE ZERO.
       01 WS-FORCED-ITEM            PIC S9(4) USAGE IS COMPUTATIONAL.
       01 WS-FORCED-SCAN-SWITCH     PIC X(1).
          88 WS-FORCED-SCAN-DONE          VALUE 'Y'.
          88 WS-FORCED-SCAN-MORE          VALUE 'N'.
       01 WS-ROSTER-LINE-LIMIT      PIC 9(2) VALUE ZERO.
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
       01 WS-TODAY-DATE             PIC X(8).
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       4000-DISPLAY-DASHBOARD.
      *    WALK THE LIVE ROSTER EACTMON MAINTAINS AND LIST EVERYONE
      *    CURRENTLY SIGNED ON, IN PROCESS, OR LOCKED OUT - NO MORE
      *    BRUTE-FORCE PASS OVER THE WHOLE USER FILE PER REFRESH.
      *    THE DAY'S LATEST FORCED SIGN-OFFS FOLLOW THE ROSTER LINES.
           INITIALIZE EDSHMO.
           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-ONLINE-COUNT.

           PERFORM 4500-LOAD-FORCED-SIGNOFFS.
           COMPUTE WS-ROSTER-LINE-LIMIT = 10 - WS-FORCED-SHOWN.

           MOVE 1 TO WS-ROSTER-ITEM.
           SET WS-ROSTER-SCAN-MORE TO TRUE.
           PERFORM 4100-LIST-NEXT-ROSTER-USER
              UNTIL WS-ROSTER-SCAN-DONE.

           MOVE WS-FORCED-SHOWN TO WS-FORCED-INDEX.
           PERFORM 4600-LIST-FORCED-SIGNOFF
              UNTIL WS-FORCED-INDEX IS EQUAL TO ZERO.

           IF WS-ONLINE-COUNT IS EQUAL TO ZERO
              MOVE 'Nobody is currently signed on.' TO MESSO
           ELSE
                 PERFORM 4200-CHECK-ACTIVITY-STATUS
              END-IF
              ADD 1 TO WS-ROSTER-ITEM
      *       THE LIST AREA HOLDS TEN LINES - ONCE THE ROSTER'S
      *       SHARE IS FULL THERE IS NOTHING LEFT TO SHOW, AND WITH
      *       NO CEILING ON THE ROSTER ANY MORE THE REST OF THE WALK
      *       IS WASTED READS
              IF WS-ONLINE-COUNT IS NOT LESS THAN WS-ROSTER-LINE-LIMIT
                 SET WS-ROSTER-SCAN-DONE TO TRUE
              END-IF
           ELSE
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND WS-ONLINE-COUNT IS LESS THAN WS-ROSTER-LINE-LIMIT
              PERFORM 4300-FORMAT-LIST-LINE
           END-IF.

           MOVE WS-LIST-LINE TO
                LISTAREAO (((WS-ONLINE-COUNT - 1) * 64) + 1 : 64).

       4500-LOAD-FORCED-SIGNOFFS.
      *    READ THE FRCSOFFQ QUEUE ESGNFRC KEEPS, HOLDING ON TO THE
      *    LAST THREE OF TODAY'S ENTRIES - A MISSING QUEUE JUST MEANS
      *    NOBODY HAS BEEN FORCED OFF
           MOVE ZERO TO WS-FORCED-SHOWN.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY-DATE)
                END-EXEC.

           MOVE 1 TO WS-FORCED-ITEM.
           SET WS-FORCED-SCAN-MORE TO TRUE.
           PERFORM 4550-READ-NEXT-FORCED-SIGNOFF
              UNTIL WS-FORCED-SCAN-DONE.

       4550-READ-NEXT-FORCED-SIGNOFF.
      *    READ ONE QUEUE ITEM; ONCE THREE ARE HELD THE OLDEST DROPS
      *    OUT TO MAKE ROOM FOR THE NEWER ONE
           EXEC CICS READQ TS
                QUEUE(AC-FRCOFF-QUEUE-NAME)
                INTO (FORCED-SIGNOFF-ENTRY)
                ITEM(WS-FORCED-ITEM)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              IF FS-FORCED-DATE IS EQUAL TO WS-TODAY-DATE
                 IF WS-FORCED-SHOWN IS LESS THAN 3
                    ADD 1 TO WS-FORCED-SHOWN
                 ELSE
                    MOVE WS-FORCED-SIGNOFF (2) TO WS-FORCED-SIGNOFF (1)
                    MOVE WS-FORCED-SIGNOFF (3) TO WS-FORCED-SIGNOFF (2)
                 END-IF
                 MOVE FORCED-SIGNOFF-ENTRY
                    TO WS-FORCED-SIGNOFF (WS-FORCED-SHOWN)
              END-IF
              ADD 1 TO WS-FORCED-ITEM
           ELSE
              SET WS-FORCED-SCAN-DONE TO TRUE
           END-IF.

       4600-LIST-FORCED-SIGNOFF.
      *    APPEND ONE FORCED SIGN-OFF LINE AFTER THE ROSTER LINES,
      *    NEWEST FIRST
           MOVE WS-FORCED-SIGNOFF (WS-FORCED-INDEX)
              TO FORCED-SIGNOFF-ENTRY.
           MOVE SPACES TO WS-LIST-LINE.
           STRING 'FORCED OFF ' DELIMITED BY SIZE
                  FS-USER-ID DELIMITED BY SIZE
                  ' TERM=' DELIMITED BY SIZE
                  FS-TERMINAL-ID DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  FS-SUPERVISOR-ID DELIMITED BY SIZE
                  ' RSN=' DELIMITED BY SIZE
                  FS-REASON-CODE DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  FS-FORCED-TIME DELIMITED BY SIZE
              INTO WS-LIST-LINE
           END-STRING.
           MOVE WS-LIST-LINE TO
                LISTAREAO (((WS-ONLINE-COUNT + WS-FORCED-SHOWN
                             - WS-FORCED-INDEX) * 64) + 1 : 64).
           SUBTRACT 1 FROM WS-FORCED-INDEX.

       9100-SEND-MAP.
      *    SENDS MAP TO THE SUPERVISOR
           EXEC CICS SEND
