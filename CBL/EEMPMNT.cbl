      *        LETS AN ADMINISTRATOR ADD, CHANGE, DELETE OR INQUIRE ON
      *        AN EEMPMST EMPLOYEE MASTER RECORD (NAME, DEPARTMENT,
      *        JOB TITLE, MANAGER, LOCATION, PHONE) FOR A REGISTERED
      *        USER ID, RESTRICTED TO RU-UT-ADMINISTRATOR USERS.  A
      *        CHANGE TO SOMEONE'S DEPARTMENT OR MANAGER IS LOGGED TO
      *        EMOVEVT SO EMOVRVW OPENS A MOVER ACCESS REVIEW.  A
      *        DEPARTMENT KEYED MUST BE ONE OF THE CODES ON THE EDEPMST
      *        DEPARTMENT MASTER (MAINTAINED ON THE EDEP SCREEN).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ECONST.
       COPY EREGUSR.
       COPY EEMPMST.
       COPY EMOVEVT.
       COPY EDEPMST.
       COPY EAUTHCK.
       COPY ESESCHK.
      ******************************************************************
       01 WS-ECHO-SWITCH            PIC X(1).
          88 WS-ECHO-RECORD               VALUE 'Y'.
          88 WS-NO-ECHO-RECORD            VALUE 'N'.
       01 WS-DEPARTMENT-CODE        PIC X(10).
       01 WS-DEPARTMENT-SWITCH      PIC X(1).
          88 WS-DEPARTMENT-KNOWN          VALUE 'Y'.
          88 WS-DEPARTMENT-UNKNOWN        VALUE 'N'.
      ******************************************************************
      *   THE DEPARTMENT AND MANAGER AS THEY STOOD BEFORE A CHANGE,
      *   AND THE TIMESTAMP FIELDS USED TO STAMP A MOVER EVENT.
      ******************************************************************
       01 WS-OLD-DEPARTMENT         PIC X(10).
       01 WS-OLD-MANAGER-ID         PIC X(8).
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
           ELSE
              EVALUATE ACTIONI
              WHEN 'A'
                   PERFORM 5300-CHECK-DEPARTMENT-CODE
                   IF WS-DEPARTMENT-KNOWN
                      PERFORM 5000-ADD-EMPLOYEE
                   END-IF
              WHEN 'C'
                   PERFORM 5300-CHECK-DEPARTMENT-CODE
                   IF WS-DEPARTMENT-KNOWN
                      PERFORM 6000-CHANGE-EMPLOYEE
                   END-IF
              WHEN 'D'
                   PERFORM 7000-DELETE-EMPLOYEE
              WHEN 'I'
              MOVE PHONEI TO EM-PHONE-NUMBER
           END-IF.

       5300-CHECK-DEPARTMENT-CODE.
      *    A DEPARTMENT KEYED MUST BE ON THE DEPARTMENT MASTER, SO ONE
      *    TEAM CANNOT END UP UNDER SEVERAL SPELLINGS OF ITS CODE.  A
      *    DEPARTMENT LEFT BLANK IS NOT BEING SET AND PASSES.
           SET WS-DEPARTMENT-KNOWN TO TRUE.
           MOVE DEPTI TO WS-DEPARTMENT-CODE.
           INSPECT WS-DEPARTMENT-CODE REPLACING ALL LOW-VALUE BY SPACE.

           IF WS-DEPARTMENT-CODE IS NOT EQUAL TO SPACES
              EXEC CICS READ
                   FILE(AC-DEPMST-FILENAME)
                   INTO (DEPARTMENT-MASTER-RECORD)
                   RIDFLD(WS-DEPARTMENT-CODE)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                 SET WS-DEPARTMENT-UNKNOWN TO TRUE
                 MOVE 'Unknown department code - see the EDEP screen.'
                    TO WS-MESSAGE-TEXT
              END-IF
           END-IF.

       6000-CHANGE-EMPLOYEE.
      *    UPDATE AN EXISTING EEMPMST RECORD IN PLACE
           EXEC CICS READ
              MOVE 'No employee profile on file for that user ID.'
                 TO WS-MESSAGE-TEXT
           ELSE
              MOVE EM-DEPARTMENT TO WS-OLD-DEPARTMENT
              MOVE EM-MANAGER-ID TO WS-OLD-MANAGER-ID
              PERFORM 5200-MOVE-FIELDS-TO-RECORD
              EXEC CICS REWRITE
                   FILE(AC-EMP-MASTER-FILENAME)
              ELSE
                 SET WS-ECHO-RECORD TO TRUE
                 MOVE 'Employee profile updated.' TO WS-MESSAGE-TEXT
                 PERFORM 6100-LOG-MOVER-EVENT
              END-IF
           END-IF.

       6100-LOG-MOVER-EVENT.
      *    A PERSON WHOSE DEPARTMENT OR MANAGER HAS JUST CHANGED IS A
      *    MOVER - LOG THE EVENT SO THE NIGHTLY EMOVRVW JOB PUTS
      *    THEIR ENTITLEMENT OVERRIDES IN FRONT OF THE NEW MANAGER.
      *    A FIELD BEING FILLED IN FOR THE FIRST TIME IS NOT A MOVE.
           IF (EM-DEPARTMENT NOT EQUAL WS-OLD-DEPARTMENT
                 AND WS-OLD-DEPARTMENT NOT EQUAL SPACES)
              OR (EM-MANAGER-ID NOT EQUAL WS-OLD-MANAGER-ID
                 AND WS-OLD-MANAGER-ID NOT EQUAL SPACES)
              INITIALIZE MOVER-EVENT-RECORD
              MOVE EM-USER-ID TO MV-USER-ID

              EXEC CICS ASKTIME
                   ABSTIME(WS-ABSTIME)
                   END-EXEC
              EXEC CICS FORMATTIME
                   ABSTIME(WS-ABSTIME)
                   YYYYMMDD(MV-EVENT-DATE)
                   TIME(MV-EVENT-TIME)
                   END-EXEC

              SET MV-SRC-ONLINE TO TRUE
              MOVE WS-ADMIN-ID TO MV-CHANGED-BY
              MOVE WS-OLD-DEPARTMENT TO MV-OLD-DEPARTMENT
              MOVE EM-DEPARTMENT TO MV-NEW-DEPARTMENT
              MOVE WS-OLD-MANAGER-ID TO MV-OLD-MANAGER-ID
              MOVE EM-MANAGER-ID TO MV-NEW-MANAGER-ID
              SET MV-ST-NEW TO TRUE

              EXEC CICS WRITE
                   FILE(AC-MOVER-EVENT-FILENAME)
                   FROM (MOVER-EVENT-RECORD)
                   RIDFLD(MV-EVENT-KEY)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'Profile updated, but the mover was not logged.'
                    TO WS-MESSAGE-TEXT
              ELSE
                 MOVE 'Profile updated, mover review will be opened.'
                    TO WS-MESSAGE-TEXT
              END-IF
           END-IF.

