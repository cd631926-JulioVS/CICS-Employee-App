       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDEPHED.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - COMMON DEPARTMENT HEAD LOOKUP PROGRAM
      *        LINKED TO BY EVERY SCREEN THAT ROUTES AN ITEM TO THE
      *        EM-MANAGER-ID OF ITS USER (EACRMNT, EPRFUPD) WHEN THAT
      *        MANAGER IS BLANK.  STARTS AT THE USER'S DEPARTMENT ON
      *        EDEPMST AND CLIMBS THE PARENT CHAIN, NO FURTHER THAN THE
      *        LEVEL LIMIT, TO THE FIRST HEAD WHO IS AN ACTIVE ADM OR
      *        MGR ACCOUNT AND IS NOT THE USER THEMSELVES - A HEAD
      *        NEVER APPROVES THEIR OWN REQUEST.  NO HEAD FOUND MEANS
      *        THE CALLER ROUTES AS IT DID BEFORE, TO THE
      *        ADMINISTRATORS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS, COMM-AREA AND RECORD
      *      LAYOUT COPYBOOKS.
      ******************************************************************
       COPY ECONST.
       COPY EDEPHED.
       COPY EDEPMST.
       COPY EREGUSR.
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CLIMB-DEPARTMENT       PIC X(10).
       01 WS-CLIMB-LEVEL            PIC 9(2).
       01 WS-CLIMB-SWITCH           PIC X(1).
          88 WS-CLIMB-DONE                VALUE 'Y'.
          88 WS-CLIMB-NOT-DONE            VALUE 'N'.
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE PROGRAM.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(27).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           MOVE DFHCOMMAREA TO DEPARTMENT-HEAD-COMMAREA.

           SET DH-NO-HEAD TO TRUE.
           MOVE SPACES TO DH-HEAD-USER-ID.

           MOVE DH-DEPARTMENT-CODE TO WS-CLIMB-DEPARTMENT.
           MOVE ZERO TO WS-CLIMB-LEVEL.
           SET WS-CLIMB-NOT-DONE TO TRUE.

           PERFORM 1000-CLIMB-ONE-LEVEL UNTIL WS-CLIMB-DONE.

           MOVE DEPARTMENT-HEAD-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

       SUB-ROUTINE SECTION.
      *
       1000-CLIMB-ONE-LEVEL.
      *    READ ONE DEPARTMENT ON THE CHAIN - TAKE ITS HEAD IF THE HEAD
      *    WILL DO, OTHERWISE STEP UP TO ITS PARENT
           ADD 1 TO WS-CLIMB-LEVEL.

           IF WS-CLIMB-DEPARTMENT IS EQUAL TO SPACES
              OR WS-CLIMB-LEVEL IS GREATER THAN
                 AC-DEPARTMENT-LEVEL-LIMIT
              SET WS-CLIMB-DONE TO TRUE
           ELSE
              EXEC CICS READ
                   FILE(AC-DEPMST-FILENAME)
                   INTO (DEPARTMENT-MASTER-RECORD)
                   RIDFLD(WS-CLIMB-DEPARTMENT)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                 SET WS-CLIMB-DONE TO TRUE
              ELSE
                 IF DM-HEAD-USER-ID IS NOT EQUAL TO SPACES
                    AND DM-HEAD-USER-ID IS NOT EQUAL TO DH-FOR-USER-ID
                    PERFORM 2000-CHECK-HEAD-ACCOUNT
                 END-IF
                 IF DH-HEAD-FOUND
                    SET WS-CLIMB-DONE TO TRUE
                 ELSE
                    MOVE DM-PARENT-DEPARTMENT TO WS-CLIMB-DEPARTMENT
                 END-IF
              END-IF
           END-IF.

       2000-CHECK-HEAD-ACCOUNT.
      *    A HEAD WHO HAS LEFT OR LOST THE ROLE SINCE BEING NAMED IS
      *    PASSED OVER FOR THE NEXT ONE UP
           EXEC CICS READ
                FILE(AC-REG-USER-FILENAME)
                INTO (REG-USER-RECORD)
                RIDFLD(DM-HEAD-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND RU-ST-ACTIVE
              AND (RU-UT-ADMINISTRATOR OR RU-UT-MANAGER)
              SET DH-HEAD-FOUND TO TRUE
              MOVE DM-HEAD-USER-ID TO DH-HEAD-USER-ID
           END-IF.
