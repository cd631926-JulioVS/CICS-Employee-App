      *        RECORD, AND LAST ACTIVITY DATE, SO A MANAGER CAN SEE
      *        WHETHER A NEW HIRE'S ACCOUNT IS WORKING WITHOUT
      *        CALLING THE HELP DESK TO RUN EHLPDSK ONE ID AT A TIME.
      *        RESTRICTED TO MANAGER AND ADMINISTRATOR USERS.  THE
      *        REPORTS ARE READ STRAIGHT THROUGH THE EEMPMGR
      *        MANAGER-ID PATH, NOT BY A PASS OVER THE WHOLE FILE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ESESCHK.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      *      THE MANAGER PATH HOLDS A TEAM UNDER ONE KEY, SO PF8
      *      RESTARTS THE BROWSE AT THE MANAGER AND STEPS OVER THE
      *      REPORTS ALREADY SHOWN, KEEPING A TEAM BIGGER THAN ONE
      *      SCREEN ALL REACHABLE.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-MANAGER-ID          PIC X(8).
          05 WS-MGR-AUTHENTICATED   PIC X(1).
             88 WS-MGR-IS-AUTH            VALUE 'Y'.
             88 WS-MGR-NOT-AUTH           VALUE 'N'.
          05 WS-REPORTS-SHOWN       PIC 9(4).
      ******************************************************************
      *   WORKING FIELDS USED TO BROWSE EEMPMST AND BUILD THE LIST
      ******************************************************************
          88 WS-BROWSE-NOT-DONE           VALUE 'N'.
       01 WS-BROWSE-KEY             PIC X(8).
       01 WS-REPORT-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-REPORTS-SKIPPED        PIC 9(4) VALUE ZERO.
       01 WS-LIST-LINE              PIC X(64).
       01 WS-MESSAGE-TEXT           PIC X(60).
       01 WS-ACCOUNT-STATUS-TEXT    PIC X(8).
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(13).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.

           MOVE SES-USER-ID TO WS-MANAGER-ID.
           SET WS-MGR-IS-AUTH TO TRUE.
           MOVE ZERO TO WS-REPORTS-SHOWN.
           PERFORM 4000-DISPLAY-TEAM-STATUS.

       1100-VERIFY-TERMINAL-SESSION.
           END-IF.

           IF EIBAID IS NOT EQUAL TO DFHPF8
              MOVE ZERO TO WS-REPORTS-SHOWN
           END-IF.

           PERFORM 4000-DISPLAY-TEAM-STATUS.

       4000-DISPLAY-TEAM-STATUS.
      *    BROWSE THE MANAGER-ID PATH AT THIS MANAGER'S KEY AND
      *    LIST THE RECORDS REPORTING TO THEM, ONE PAGE PER LEG -
      *    ONLY THE TEAM ITSELF IS READ, HOWEVER BIG THE FILE GROWS
           INITIALIZE ETEAMO.
           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-REPORT-COUNT.
           MOVE ZERO TO WS-REPORTS-SKIPPED.

           MOVE WS-MANAGER-ID TO WS-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE(AC-EMP-MANAGER-PATH-NAME)
                RIDFLD(WS-BROWSE-KEY)
                EQUAL
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           ELSE
              PERFORM 4100-BROWSE-NEXT-EMPLOYEE UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-EMP-MANAGER-PATH-NAME)
                   END-EXEC
           END-IF.

           EVALUATE TRUE
           WHEN WS-REPORT-COUNT IS EQUAL TO ZERO
              AND WS-REPORTS-SHOWN IS EQUAL TO ZERO
                MOVE 'No direct reports are on file for your user ID.'
                   TO MESSO
           WHEN WS-REPORT-COUNT IS EQUAL TO ZERO
                MOVE 'ENTER to refresh, PF3 to end.' TO MESSO
           END-EVALUATE.

           IF WS-REPORT-COUNT IS EQUAL TO 10
              ADD WS-REPORT-COUNT TO WS-REPORTS-SHOWN
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       4100-BROWSE-NEXT-EMPLOYEE.
      *    READ THE NEXT RECORD UNDER THIS MANAGER'S KEY AND APPEND A
      *    STATUS LINE FOR IT - THE REPORTS EARLIER PAGES ALREADY
      *    SHOWED ARE STEPPED OVER, AND THE PAGE ENDS AT TEN LINES.
      *    DUPKEY ONLY SAYS MORE REPORTS SHARE THE KEY.
           EXEC CICS READNEXT
                FILE(AC-EMP-MANAGER-PATH-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              AND WS-CICS-RESPONSE NOT EQUAL DFHRESP(DUPKEY)
                SET WS-BROWSE-DONE TO TRUE
           WHEN EM-MANAGER-ID IS NOT EQUAL TO WS-MANAGER-ID
                SET WS-BROWSE-DONE TO TRUE
           WHEN WS-REPORTS-SKIPPED IS LESS THAN WS-REPORTS-SHOWN
                ADD 1 TO WS-REPORTS-SKIPPED
           WHEN WS-REPORT-COUNT IS NOT LESS THAN 10
                SET WS-BROWSE-DONE TO TRUE
           WHEN OTHER
                PERFORM 4200-FORMAT-REPORT-LINE
           END-EVALUATE.

       4200-FORMAT-REPORT-LINE.
