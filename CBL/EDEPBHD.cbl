       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDEPBHD.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'BATCH DEPARTMENT HEAD LOOKUP' UTILITY SUBPROGRAM
      *        A PLAIN COBOL SUBPROGRAM (NO EXEC CICS OF ITS OWN, IN
      *        THE SAME SPIRIT AS ENOTBWR) CALLED BY ANY BATCH JOB THAT
      *        ROUTES WORK TO AN EM-MANAGER-ID AND FINDS IT BLANK -
      *        ERCROPN, EMOVRVW AND EAPRAGE.  IT DOES FOR BATCH WHAT
      *        EDEPHED DOES UNDER CICS: STARTS AT THE DEPARTMENT ON
      *        EDEPMST AND CLIMBS THE PARENT CHAIN, NO FURTHER THAN THE
      *        LEVEL LIMIT, TO THE FIRST HEAD WHO IS AN ACTIVE ADM OR
      *        MGR ACCOUNT AND IS NOT THE USER THE WORK IS FOR.  A
      *        MISSING DEPARTMENT FILE SIMPLY FINDS NO HEAD.  OWNS THE
      *        OPEN/READ/CLOSE FOR EACH CALL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO EDEPMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DM-DEPARTMENT-CODE
              FILE STATUS IS WS-EDEPMST-STATUS.

           SELECT REGISTERED-USER-FILE ASSIGN TO EREGUSR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RU-USER-ID
              FILE STATUS IS WS-EREGUSR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-MASTER-FILE.
       COPY EDEPMST.

       FD  REGISTERED-USER-FILE.
       COPY EREGUSR.

       WORKING-STORAGE SECTION.
       COPY ECONST.
      ******************************************************************
      *   FILE STATUS FIELDS AND THE PARENT-CHAIN CLIMB.
      ******************************************************************
       01 WS-EDEPMST-STATUS          PIC X(2).
          88 WS-EDEPMST-OK                 VALUE '00'.
       01 WS-EREGUSR-STATUS          PIC X(2).
          88 WS-EREGUSR-OK                 VALUE '00'.
       01 WS-CLIMB-DEPARTMENT        PIC X(10).
       01 WS-CLIMB-LEVEL             PIC 9(2).
       01 WS-CLIMB-SWITCH            PIC X(1).
          88 WS-CLIMB-DONE                 VALUE 'Y'.
          88 WS-CLIMB-NOT-DONE             VALUE 'N'.

       LINKAGE SECTION.
       COPY EDEPBHD.

       PROCEDURE DIVISION USING BATCH-DEPT-HEAD-AREA.
       MAIN-LOGIC SECTION.
      *
           SET BH-NO-HEAD TO TRUE.
           MOVE SPACES TO BH-HEAD-USER-ID.

           OPEN INPUT DEPARTMENT-MASTER-FILE.
           OPEN INPUT REGISTERED-USER-FILE.

           IF WS-EDEPMST-OK AND WS-EREGUSR-OK
              MOVE BH-DEPARTMENT-CODE TO WS-CLIMB-DEPARTMENT
              MOVE ZERO TO WS-CLIMB-LEVEL
              SET WS-CLIMB-NOT-DONE TO TRUE
              PERFORM 1000-CLIMB-ONE-LEVEL UNTIL WS-CLIMB-DONE
           END-IF.

           IF WS-EDEPMST-OK
              CLOSE DEPARTMENT-MASTER-FILE
           END-IF.
           IF WS-EREGUSR-OK
              CLOSE REGISTERED-USER-FILE
           END-IF.

           GOBACK.

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
              MOVE WS-CLIMB-DEPARTMENT TO DM-DEPARTMENT-CODE
              READ DEPARTMENT-MASTER-FILE
              IF NOT WS-EDEPMST-OK
                 SET WS-CLIMB-DONE TO TRUE
              ELSE
                 IF DM-HEAD-USER-ID IS NOT EQUAL TO SPACES
                    AND DM-HEAD-USER-ID IS NOT EQUAL TO BH-FOR-USER-ID
                    PERFORM 2000-CHECK-HEAD-ACCOUNT
                 END-IF
                 IF BH-HEAD-FOUND
                    SET WS-CLIMB-DONE TO TRUE
                 ELSE
                    MOVE DM-PARENT-DEPARTMENT TO WS-CLIMB-DEPARTMENT
                 END-IF
              END-IF
           END-IF.

       2000-CHECK-HEAD-ACCOUNT.
      *    A HEAD WHO HAS LEFT OR LOST THE ROLE SINCE BEING NAMED IS
      *    PASSED OVER FOR THE NEXT ONE UP
           MOVE DM-HEAD-USER-ID TO RU-USER-ID.
           READ REGISTERED-USER-FILE.

           IF WS-EREGUSR-OK
              AND RU-ST-ACTIVE
              AND (RU-UT-ADMINISTRATOR OR RU-UT-MANAGER)
              SET BH-HEAD-FOUND TO TRUE
              MOVE DM-HEAD-USER-ID TO BH-HEAD-USER-ID
           END-IF.
