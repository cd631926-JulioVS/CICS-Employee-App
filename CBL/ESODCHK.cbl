       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESODCHK.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - COMMON SEGREGATION-OF-DUTIES CHECK PROGRAM
      *        LINKED TO BY EVERY PROGRAM THAT GIVES A USER A
      *        TRANSACTION (EACRMNT APPLYING A EUSRENT ENTITLEMENT,
      *        EFIRMNT GRANTING A FIRECALL) BEFORE IT WRITES ANYTHING.
      *        EVERY ESODRUL CONFLICT RULE NAMING THE TRANSACTION IS
      *        LOOKED AT, AND THE OTHER SIDE OF THE RULE IS PUT TO
      *        EAUTHCK AS AN INQUIRY - ENTITLEMENT, LIVE FIRECALL OR
      *        ROLE DEFAULT, THE SAME ANSWER THE USER WOULD GET AT
      *        THE SCREEN.  IF THE USER ALREADY HOLDS IT THE GRANT IS
      *        A CONFLICT, UNLESS AN ADMINISTRATOR HAS RECORDED AN
      *        ESODEXC EXCEPTION FOR THAT USER AND THAT PAIR.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS, COMM-AREA AND RECORD
      *      LAYOUT COPYBOOKS.
      ******************************************************************
       COPY ECONST.
       COPY ESODCHK.
       COPY ESODRUL.
       COPY ESODEXC.
       COPY EREGUSR.
       COPY EAUTHCK.
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-SWITCH          PIC X(1).
          88 WS-BROWSE-DONE               VALUE 'Y'.
          88 WS-BROWSE-NOT-DONE           VALUE 'N'.
       01 WS-BROWSE-KEY             PIC X(8).
       01 WS-USER-TYPE              PIC X(3).
       01 WS-OTHER-TRANS-ID         PIC X(4).
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE PROGRAM.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(17).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           MOVE DFHCOMMAREA TO SOD-CHECK-COMMAREA.

           SET SOC-NO-CONFLICT TO TRUE.
           MOVE SPACES TO SOC-CONFLICT-TRANS-ID.

           PERFORM 1000-READ-USER-ROLE.
           PERFORM 2000-SCAN-CONFLICT-RULES.

           MOVE SOD-CHECK-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

       SUB-ROUTINE SECTION.
      *
       1000-READ-USER-ROLE.
      *    THE ROLE DECIDES WHAT THE USER HOLDS BY DEFAULT - AN ID
      *    NOT ON EREGUSR HOLDS ONLY WHAT IS OPEN TO EVERYBODY
           EXEC CICS READ
                FILE(AC-REG-USER-FILENAME)
                INTO (REG-USER-RECORD)
                RIDFLD(SOC-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE RU-USER-TYPE TO WS-USER-TYPE
           ELSE
              MOVE SPACES TO WS-USER-TYPE
           END-IF.

       2000-SCAN-CONFLICT-RULES.
      *    THE RULES FILE IS SHORT - WALK ALL OF IT, SINCE THE
      *    TRANSACTION MAY SIT ON EITHER SIDE OF A RULE
           MOVE LOW-VALUES TO WS-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE(AC-SOD-RULES-FILENAME)
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-BROWSE-NOT-DONE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 2100-CHECK-NEXT-RULE UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-SOD-RULES-FILENAME)
                   END-EXEC
           END-IF.

       2100-CHECK-NEXT-RULE.
      *    READ THE NEXT RULE; IF IT NAMES THE TRANSACTION, FIND OUT
      *    WHETHER THE USER ALREADY HOLDS THE OTHER SIDE.  AN
      *    UNEXCUSED CONFLICT ENDS THE SCAN - ONE IS ENOUGH TO REFUSE
           EXEC CICS READNEXT
                FILE(AC-SOD-RULES-FILENAME)
                INTO (SOD-RULE-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              EVALUATE TRUE
              WHEN SD-TRANS-ID-A IS EQUAL TO SOC-TRANS-ID
                   MOVE SD-TRANS-ID-B TO WS-OTHER-TRANS-ID
              WHEN SD-TRANS-ID-B IS EQUAL TO SOC-TRANS-ID
                   MOVE SD-TRANS-ID-A TO WS-OTHER-TRANS-ID
              WHEN OTHER
                   MOVE SPACES TO WS-OTHER-TRANS-ID
              END-EVALUATE

              IF WS-OTHER-TRANS-ID IS NOT EQUAL TO SPACES
                 PERFORM 2200-CHECK-OTHER-SIDE-HELD
                 IF ATH-GRANTED
                    PERFORM 2300-CHECK-FOR-EXCEPTION
                 END-IF
              END-IF
           END-IF.

       2200-CHECK-OTHER-SIDE-HELD.
      *    ASK THE COMMON AUTHORIZATION CHECK, AS AN INQUIRY, WHETHER
      *    THE USER HOLDS THE OTHER SIDE OF THE RULE TODAY
           INITIALIZE AUTHORIZATION-CHECK-COMMAREA.
           MOVE SOC-USER-ID TO ATH-USER-ID.
           MOVE WS-USER-TYPE TO ATH-USER-TYPE.
           MOVE WS-OTHER-TRANS-ID TO ATH-TRANS-ID.
           SET ATH-CHECK-INQUIRY-ONLY TO TRUE.

           EXEC CICS LINK
                PROGRAM(AC-AUTHCK-PROGRAM-NAME)
                COMMAREA(AUTHORIZATION-CHECK-COMMAREA)
                LENGTH(LENGTH OF AUTHORIZATION-CHECK-COMMAREA)
                END-EXEC.

       2300-CHECK-FOR-EXCEPTION.
      *    THE GRANT WOULD COMPLETE THE PAIR - IT MAY STILL GO AHEAD
      *    IF AN ADMINISTRATOR HAS RECORDED AN EXCEPTION FOR IT
           MOVE SOC-USER-ID TO SX-USER-ID.
           MOVE SD-TRANS-ID-A TO SX-TRANS-ID-A.
           MOVE SD-TRANS-ID-B TO SX-TRANS-ID-B.

           EXEC CICS READ
                FILE(AC-SOD-EXCEPT-FILENAME)
                INTO (SOD-EXCEPTION-RECORD)
                RIDFLD(SX-EXCEPTION-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET SOC-CONFLICT-EXCEPTED TO TRUE
              MOVE WS-OTHER-TRANS-ID TO SOC-CONFLICT-TRANS-ID
           ELSE
              SET SOC-CONFLICT-FOUND TO TRUE
              MOVE WS-OTHER-TRANS-ID TO SOC-CONFLICT-TRANS-ID
              SET WS-BROWSE-DONE TO TRUE
           END-IF.
