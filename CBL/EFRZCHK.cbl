       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFRZCHK.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - COMMON SIGN-ON FREEZE CHECK PROGRAM
      *        LINKED TO BY EACTMON WITH THE USER TYPE OF EVERY
      *        SIGN-ON ATTEMPT, AND BY ESONP, ESONWEB AND EMENUPG JUST
      *        FOR THE BROADCAST TEXT.  READS THE ONE EFRZCTL RECORD
      *        SET ON THE EFRZ SCREEN AND RETURNS WHETHER THE REGION
      *        IS FROZEN, UNTIL WHEN, THE MESSAGE TO SHOW, AND WHETHER
      *        THE CALLER'S USER TYPE IS KEPT OUT (A FREEZE FOR ALL
      *        BUT ADM LETS ADMINISTRATORS IN TO DO THE WORK).  THE
      *        FIRST CHECK AFTER THE END TIME LIFTS THE FREEZE ON THE
      *        FILE, WRITES THE LIFT TO EMNTAUD AND RAISES AN ALRT
      *        LINE, SO NOBODY HAS TO REMEMBER TO PUT THINGS BACK.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS, COMM-AREA, CONTROL RECORD
      *      AND AUDIT RECORD COPYBOOKS.
      ******************************************************************
       COPY ECONST.
       COPY EFRZCHK.
       COPY EFRZCTL.
       COPY EMNTAUD.
       COPY EAUDWRT.
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-FREEZE-KEY             PIC X(8).
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO TEST THE FREEZE'S END TIME AND TO
      *   STAMP THE AUDIT RECORD OF AN AUTOMATIC LIFT.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
       01 WS-NOW-TIMESTAMP.
          05 WS-NOW-DATE            PIC X(8).
          05 WS-NOW-TIME            PIC X(6).
       01 WS-BEFORE-IMAGE           PIC X(20).
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE PROGRAM.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(80).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           MOVE DFHCOMMAREA TO FREEZE-CHECK-COMMAREA.

           SET FZC-FREEZE-OFF TO TRUE.
           SET FZC-NOT-BLOCKED TO TRUE.
           MOVE SPACE TO FZC-FREEZE-SCOPE.
           MOVE SPACES TO FZC-UNTIL-DATE.
           MOVE SPACES TO FZC-UNTIL-TIME.
           MOVE SPACES TO FZC-BROADCAST-TEXT.

           PERFORM 1000-READ-FREEZE-RECORD.

           MOVE FREEZE-CHECK-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

       SUB-ROUTINE SECTION.
      *
       1000-READ-FREEZE-RECORD.
      *    NO CONTROL RECORD, OR ONE WITH NO SCOPE SET, MEANS THE
      *    REGION HAS NEVER BEEN FROZEN OR THE LAST FREEZE IS OVER
           MOVE AC-FRZCTL-CONTROL-KEY TO WS-FREEZE-KEY.

           EXEC CICS READ
                FILE(AC-FRZCTL-FILENAME)
                INTO (SIGNON-FREEZE-RECORD)
                RIDFLD(WS-FREEZE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND NOT FZ-SCOPE-NONE
              PERFORM 2000-CHECK-END-TIME
           END-IF.

       2000-CHECK-END-TIME.
      *    A FREEZE WHOSE END TIME HAS COME LIFTS ITSELF HERE - THE
      *    CALLER IS LET THROUGH AS IF IT HAD NEVER BEEN SET
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
                END-EXEC.

           IF WS-NOW-TIMESTAMP IS LESS THAN FZ-UNTIL-TIMESTAMP
              PERFORM 2100-RETURN-FREEZE-DETAILS
           ELSE
              PERFORM 3000-LIFT-EXPIRED-FREEZE
           END-IF.

       2100-RETURN-FREEZE-DETAILS.
      *    THE FREEZE IS ON - HAND BACK ITS DETAILS AND WHETHER THIS
      *    USER TYPE IS KEPT OUT.  A BLANK USER TYPE IS A CALLER ONLY
      *    AFTER THE BROADCAST, SO IT IS NEVER MARKED BLOCKED
           SET FZC-FREEZE-ON TO TRUE.
           MOVE FZ-FREEZE-SCOPE TO FZC-FREEZE-SCOPE.
           MOVE FZ-UNTIL-DATE TO FZC-UNTIL-DATE.
           MOVE FZ-UNTIL-TIME TO FZC-UNTIL-TIME.

           IF FZ-BROADCAST-TEXT IS EQUAL TO SPACES
              MOVE 'Sign-on is suspended for maintenance, try later.'
                 TO FZC-BROADCAST-TEXT
           ELSE
              MOVE FZ-BROADCAST-TEXT TO FZC-BROADCAST-TEXT
           END-IF.

           IF FZC-USER-TYPE IS NOT EQUAL TO SPACES
              IF FZ-SCOPE-ALL OR FZC-USER-TYPE IS NOT EQUAL TO 'ADM'
                 SET FZC-BLOCKED TO TRUE
              END-IF
           END-IF.

       3000-LIFT-EXPIRED-FREEZE.
      *    TAKE THE RECORD FOR UPDATE AND LOOK AGAIN - ANOTHER TASK
      *    MAY HAVE LIFTED IT ALREADY, OR AN OPERATOR MAY HAVE MOVED
      *    THE END TIME OUT SINCE THE FIRST READ
           EXEC CICS READ
                FILE(AC-FRZCTL-FILENAME)
                INTO (SIGNON-FREEZE-RECORD)
                RIDFLD(WS-FREEZE-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                CONTINUE
           WHEN FZ-SCOPE-NONE
                EXEC CICS UNLOCK
                     FILE(AC-FRZCTL-FILENAME)
                     END-EXEC
           WHEN WS-NOW-TIMESTAMP IS LESS THAN FZ-UNTIL-TIMESTAMP
                EXEC CICS UNLOCK
                     FILE(AC-FRZCTL-FILENAME)
                     END-EXEC
                PERFORM 2100-RETURN-FREEZE-DETAILS
           WHEN OTHER
                MOVE SPACES TO WS-BEFORE-IMAGE
                STRING FZ-FREEZE-SCOPE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FZ-UNTIL-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FZ-UNTIL-TIME DELIMITED BY SIZE
                   INTO WS-BEFORE-IMAGE
                END-STRING

                MOVE SPACE TO FZ-FREEZE-SCOPE
                MOVE AC-FRZCHK-PROGRAM-NAME TO FZ-SET-BY
                MOVE WS-NOW-DATE TO FZ-SET-DATE
                MOVE WS-NOW-TIME TO FZ-SET-TIME

                EXEC CICS REWRITE
                     FILE(AC-FRZCTL-FILENAME)
                     FROM (SIGNON-FREEZE-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                   PERFORM 3100-AUDIT-THE-LIFT
                   PERFORM 3200-ALERT-THE-LIFT
                END-IF
           END-EVALUATE.

       3100-AUDIT-THE-LIFT.
      *    AN AUTOMATIC LIFT GETS THE SAME MAINTENANCE AUDIT TRAIL AS
      *    ONE KEYED ON THE EFRZ SCREEN, WITH THIS PROGRAM AS THE ACTOR
           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE AC-FRZCHK-PROGRAM-NAME TO MA-ADMIN-ID.
           MOVE WS-NOW-DATE TO MA-AUDIT-DATE.
           MOVE WS-NOW-TIME TO MA-AUDIT-TIME.
           MOVE EIBTRNID TO MA-TRANS-ID.
           MOVE 'FRZEXPIR' TO MA-ACTION.
           MOVE AC-FRZCTL-CONTROL-KEY TO MA-TARGET-KEY.
           MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE.
           MOVE 'LIFTED AT END TIME' TO MA-AFTER-IMAGE.

           INITIALIZE AUDIT-WRITE-COMMAREA.
           SET AW-MAINT-AUDIT TO TRUE.
           MOVE MAINT-AUDIT-RECORD TO AW-AUDIT-RECORD.

           EXEC CICS LINK
                PROGRAM(AC-AUDWRT-PROGRAM-NAME)
                COMMAREA(AUDIT-WRITE-COMMAREA)
                LENGTH(LENGTH OF AUDIT-WRITE-COMMAREA)
                END-EXEC.

           MOVE AW-RESPONSE TO WS-CICS-RESPONSE.

       3200-ALERT-THE-LIFT.
      *    TELL OPERATIONS THE REGION IS OPEN FOR SIGN-ON AGAIN
           MOVE 'LIFTED AT END TIME' TO FZA-EVENT-TEXT.
           MOVE AC-FRZCHK-PROGRAM-NAME TO FZA-USER-ID.
           MOVE WS-BEFORE-IMAGE (3:8) TO FZA-UNTIL-DATE.
           MOVE WS-BEFORE-IMAGE (12:4) TO FZA-UNTIL-HHMM.
           MOVE WS-NOW-TIME TO FZA-TIME.

           EXEC CICS WRITEQ TD
                QUEUE(AC-ALERT-TDQUEUE-NAME)
                FROM (FREEZE-ALERT-LINE)
                LENGTH(LENGTH OF FREEZE-ALERT-LINE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.
