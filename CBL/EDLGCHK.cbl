       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDLGCHK.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - COMMON APPROVAL DELEGATION CHECK PROGRAM
      *        LINKED TO BY EVERY SCREEN THAT ROUTES ITEMS TO A NAMED
      *        APPROVER (EACRMNT, EPRFUPD, ERCRMNT, EAPRMNT) AND BY
      *        THE EDLG MAINTENANCE SCREEN ITSELF.  A DELEGATION IS
      *        IN FORCE WHEN TODAY FALLS INSIDE ITS FROM/TO DATES AND
      *        THE DELEGATOR'S OWN ACCOUNT IS STILL ACTIVE - AN
      *        APPROVER WHO HAS LEFT DELEGATES NOTHING.  CHECK (C)
      *        ANSWERS FOR ONE DELEGATOR; LIST (L) WALKS THE WHOLE
      *        (SHORT) EDELEGT FILE FOR EVERYONE DELEGATING TO THE
      *        USER, UP TO FIVE OF THEM.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS, COMM-AREA AND RECORD
      *      LAYOUT COPYBOOKS.
      ******************************************************************
       COPY ECONST.
       COPY EDLGCHK.
       COPY EDELEGT.
       COPY EREGUSR.
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
       01 WS-CURRENT-DATE           PIC X(8).
       01 WS-BROWSE-SWITCH          PIC X(1).
          88 WS-BROWSE-DONE               VALUE 'Y'.
          88 WS-BROWSE-NOT-DONE           VALUE 'N'.
       01 WS-BROWSE-KEY             PIC X(8).
       01 WS-DELEGATION-SWITCH      PIC X(1).
          88 WS-DELEGATION-IN-FORCE       VALUE 'Y'.
          88 WS-DELEGATION-NOT-IN-FORCE   VALUE 'N'.
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE PROGRAM.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(74).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           MOVE DFHCOMMAREA TO DELEGATION-CHECK-COMMAREA.

           SET DLC-NOT-IN-FORCE TO TRUE.
           MOVE ZERO TO DLC-DELEGATOR-COUNT.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-CURRENT-DATE)
                END-EXEC.

           IF DLC-FN-LIST
              PERFORM 2000-LIST-DELEGATORS
           ELSE
              PERFORM 1000-CHECK-ONE-DELEGATOR
           END-IF.

           MOVE DELEGATION-CHECK-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

       SUB-ROUTINE SECTION.
      *
       1000-CHECK-ONE-DELEGATOR.
      *    READ THE NAMED DELEGATOR'S DELEGATION AND SEE WHETHER IT
      *    NAMES THIS USER AND IS IN FORCE TODAY
           EXEC CICS READ
                FILE(AC-DELEGATION-FILENAME)
                INTO (DELEGATION-RECORD)
                RIDFLD(DLC-DELEGATOR-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 3000-TEST-DELEGATION
              IF WS-DELEGATION-IN-FORCE
                 SET DLC-IN-FORCE TO TRUE
              END-IF
           END-IF.

       2000-LIST-DELEGATORS.
      *    THE DELEGATION FILE IS SHORT - WALK ALL OF IT FOR THE
      *    DELEGATIONS NAMING THIS USER
           MOVE LOW-VALUES TO WS-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE(AC-DELEGATION-FILENAME)
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-BROWSE-NOT-DONE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 2100-CHECK-NEXT-DELEGATION
                 UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-DELEGATION-FILENAME)
                   END-EXEC
           END-IF.

           IF DLC-DELEGATOR-COUNT IS GREATER THAN ZERO
              SET DLC-IN-FORCE TO TRUE
           END-IF.

       2100-CHECK-NEXT-DELEGATION.
      *    READ THE NEXT DELEGATION AND ADD ITS DELEGATOR TO THE LIST
      *    IF IT IS IN FORCE FOR THIS USER
           EXEC CICS READNEXT
                FILE(AC-DELEGATION-FILENAME)
                INTO (DELEGATION-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR DLC-DELEGATOR-COUNT IS NOT LESS THAN 5
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 3000-TEST-DELEGATION
              IF WS-DELEGATION-IN-FORCE
                 ADD 1 TO DLC-DELEGATOR-COUNT
                 MOVE DG-DELEGATOR-ID TO
                    DLC-LIST-DELEGATOR-ID (DLC-DELEGATOR-COUNT)
                 MOVE RU-USER-TYPE TO
                    DLC-LIST-DELEGATOR-TYPE (DLC-DELEGATOR-COUNT)
              END-IF
           END-IF.

       3000-TEST-DELEGATION.
      *    IN FORCE = NAMES THIS USER, TODAY INSIDE THE DATE RANGE,
      *    AND THE DELEGATOR STILL AN ACTIVE ACCOUNT
           SET WS-DELEGATION-NOT-IN-FORCE TO TRUE.

           IF DG-DELEGATE-ID IS EQUAL TO DLC-USER-ID
              AND DG-FROM-DATE IS NOT GREATER THAN WS-CURRENT-DATE
              AND DG-TO-DATE IS NOT LESS THAN WS-CURRENT-DATE
              EXEC CICS READ
                   FILE(AC-REG-USER-FILENAME)
                   INTO (REG-USER-RECORD)
                   RIDFLD(DG-DELEGATOR-ID)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 AND RU-ST-ACTIVE
                 SET WS-DELEGATION-IN-FORCE TO TRUE
              END-IF
           END-IF.
