       COPY EUACTTS.
       COPY ESONRUL.
       COPY EROSTER.
       COPY ESESCHK.
       COPY ESESHST.
      ******************************************************************
      *   WORKING FIELDS USED TO BROWSE EREGUSR AND CHECK IDLE TIME.
      ******************************************************************
       01 WS-USER-ACTIVITY-QUEUE-NAME.
          05 WS-UA-QNAME-PREFIX        PIC X(8).
          05 WS-UA-QNAME-USERID        PIC X(8).
       01 WS-TERM-ACTIVITY-QUEUE-NAME.
          05 WS-TA-QNAME-PREFIX        PIC X(4).
          05 WS-TA-QNAME-TERMID        PIC X(4).
       01 WS-HISTORY-KEY.
          05 WS-HK-USER-ID             PIC X(8).
          05 WS-HK-START-TIMESTAMP     PIC X(14).
       01 WS-ABSTIME                 PIC S9(15) USAGE COMPUTATIONAL-3.
       01 WS-RULES-RRN               PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-TIMEOUT-COUNT          PIC 9(5) VALUE ZERO.
                 ADD 1 TO WS-TIMEOUT-COUNT
                 PERFORM 2600-REWRITE-ACTIVITY-RECORD
                 PERFORM 2700-SAVE-TIMEOUT-TO-FILE
                 PERFORM 2720-CLOSE-SESSION-HISTORY
                 PERFORM 2750-COLLECT-FOR-REMOVAL
              END-IF
           END-IF.
                   END-EXEC
           END-IF.

       2720-CLOSE-SESSION-HISTORY.
      *    STAMP THE TIMED-OUT SESSION'S ESESHST HISTORY RECORD WITH
      *    THIS PASS'S TIME AS ITS END.  THE TERMINAL SESSION RECORD
      *    EACTMON STAMPED AT SIGN-ON CARRIES THE HISTORY KEY.
           MOVE AC-TERM-ACTIVITY-QPREFIX TO WS-TA-QNAME-PREFIX.
           MOVE UA-TERMINAL-ID TO WS-TA-QNAME-TERMID.

           EXEC CICS READQ TS
                QUEUE(WS-TERM-ACTIVITY-QUEUE-NAME)
                INTO (TERMINAL-SESSION-RECORD)
                ITEM(1)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND TSN-USER-ID IS EQUAL TO UA-USER-ID
              MOVE UA-USER-ID TO WS-HK-USER-ID
              MOVE TSN-SESSION-START TO WS-HK-START-TIMESTAMP

              EXEC CICS READ
                   FILE(AC-SESSION-HIST-FILENAME)
                   INTO (SESSION-HISTORY-RECORD)
                   RIDFLD(WS-HISTORY-KEY)
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE WS-CURRENT-DATE TO SH-END-DATE
                 MOVE WS-CURRENT-TIME TO SH-END-TIME
                 SET SH-END-TIMED-OUT TO TRUE

                 EXEC CICS REWRITE
                      FILE(AC-SESSION-HIST-FILENAME)
                      FROM (SESSION-HISTORY-RECORD)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
              END-IF
           END-IF.

       2750-COLLECT-FOR-REMOVAL.
      *    REMEMBER THIS ROSTER ITEM FOR THE REMOVAL PASS THAT RUNS
      *    AFTER THE WALK
