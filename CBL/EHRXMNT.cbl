      *        X=ABANDON; A RESUBMITTED RECORD IS APPLIED AT ONCE -
      *        THE ADMINISTRATOR'S DECISION STANDS IN FOR THE
      *        EFFECTIVE DATE.  ON AN EMPLOYEE-DATA ('E') EXCEPTION
      *        ONLY THE USER ID AND THE DEPARTMENT ARE CORRECTABLE
      *        HERE; THE OTHER PERSON FIELDS RIDE THROUGH AS CAPTURED.
      *        THE DEPARTMENT MUST BE A CODE ON THE EDEPMST DEPARTMENT
      *        MASTER, AS IT MUST IN EHRFEED.  WHEN A REPAIRED NEW
      *        HIRE GOES ON, THE NEW USER AND THEIR EEMPMST MANAGER
      *        EACH GET AN ENOTIFY ITEM SAYING THE ACCOUNT IS READY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EHRFEED.
       COPY EREGUSR.
       COPY EEMPMST.
       COPY EDEPMST.
       COPY EMNTAUD.
       COPY EAUDWRT.
       COPY ENOTWRT.
       COPY EAUTHCK.
       COPY ESESCHK.
      ******************************************************************
           MOVE HR-USER-PASSWORD TO FLDPWDO.
           MOVE HR-SECURITY-QUESTION-NUM TO FLDQNMO.
           MOVE HR-SECURITY-ANSWER TO FLDANSO.
           IF HR-ACT-EMPLOYEE-DATA
              MOVE HRE-DEPARTMENT TO FLDDPTO
           END-IF.

           MOVE SPACES TO WS-LIST-LINE.
           STRING 'REJECTED: ' DELIMITED BY SIZE
      *    VIEW - THE TWO LAYOUTS ONLY ALIAS EACH OTHER UNDER AN FD,
      *    AND THE 'E' APPLY PATH BELOW READS THE HRE- FIELDS
           MOVE HR-FEED-RECORD TO HR-FEED-EMPLOYEE-RECORD.
           IF HR-ACT-EMPLOYEE-DATA
              AND FLDDPTI IS NOT EQUAL TO SPACES AND LOW-VALUES
              MOVE FLDDPTI TO HRE-DEPARTMENT
           END-IF.

           MOVE SPACES TO WS-APPLY-REASON.


           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              MOVE 'WRITE TO EREGUSR FAILED' TO WS-APPLY-REASON
           ELSE
              PERFORM 6270-NOTIFY-NEW-HIRE
           END-IF.

       6270-NOTIFY-NEW-HIRE.
      *    THE NEW ACCOUNT IS ON FILE AT LAST - TELL THE NEW USER,
      *    AND THE MANAGER ON THEIR EEMPMST PROFILE IF ONE IS KEYED,
      *    INSTEAD OF LEAVING THEM TO FIND OUT BY PHONE
           INITIALIZE NOTIFY-WRITE-COMMAREA.
           MOVE HR-USER-ID TO NW-RECIPIENT-ID.
           MOVE 'HIRE' TO NW-CATEGORY.
           MOVE SPACES TO NW-ACTION-TRANS-ID.
           MOVE 'Welcome - your account is now set up and ready.'
              TO NW-MESSAGE.
           MOVE WS-ADMIN-ID TO NW-SENT-BY.

           EXEC CICS LINK
                PROGRAM(AC-NOTWRT-PROGRAM-NAME)
                COMMAREA(NOTIFY-WRITE-COMMAREA)
                LENGTH(LENGTH OF NOTIFY-WRITE-COMMAREA)
                END-EXEC.

           EXEC CICS READ
                FILE(AC-EMP-MASTER-FILENAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(HR-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND EM-MANAGER-ID IS NOT EQUAL TO SPACES
              INITIALIZE NOTIFY-WRITE-COMMAREA
              MOVE EM-MANAGER-ID TO NW-RECIPIENT-ID
              MOVE 'HIRE' TO NW-CATEGORY
              MOVE AC-TEAMST-TRANSACTION-ID TO NW-ACTION-TRANS-ID
              STRING 'New hire ' DELIMITED BY SIZE
                     HR-USER-ID DELIMITED BY SIZE
                     ' now has a working account.' DELIMITED BY SIZE
                 INTO NW-MESSAGE
              END-STRING
              MOVE WS-ADMIN-ID TO NW-SENT-BY

              EXEC CICS LINK
                   PROGRAM(AC-NOTWRT-PROGRAM-NAME)
                   COMMAREA(NOTIFY-WRITE-COMMAREA)
                   LENGTH(LENGTH OF NOTIFY-WRITE-COMMAREA)
                   END-EXEC
           END-IF.

       6300-APPLY-TERMINATION.
       6500-APPLY-EMPLOYEE-DATA.
      *    APPLY THE PERSON DATA TO EEMPMST THE WAY EHRFEED'S
      *    2500-APPLY-EMPLOYEE-DATA WOULD - THE TARGET MUST BE A
      *    REGISTERED USER AND A DEPARTMENT CODE MUST BE ON EDEPMST
           EXEC CICS READ
                FILE(AC-REG-USER-FILENAME)
                INTO (REG-USER-RECORD)
              MOVE 'UNKNOWN USER ID ON EMPLOYEE DATA' TO
                 WS-APPLY-REASON
           ELSE
              PERFORM 6510-CHECK-DEPARTMENT-CODE
           END-IF.

           IF WS-APPLY-REASON IS EQUAL TO SPACES
              EXEC CICS READ
                   FILE(AC-EMP-MASTER-FILENAME)
                   INTO (EMPLOYEE-MASTER-RECORD)
              END-IF
           END-IF.

       6510-CHECK-DEPARTMENT-CODE.
      *    A BLANK DEPARTMENT LEAVES THE PROFILE'S OWN ALONE AND
      *    PASSES; ANYTHING ELSE MUST BE ON THE DEPARTMENT MASTER
           IF HRE-DEPARTMENT IS NOT EQUAL TO SPACES
              EXEC CICS READ
                   FILE(AC-DEPMST-FILENAME)
                   INTO (DEPARTMENT-MASTER-RECORD)
                   RIDFLD(HRE-DEPARTMENT)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'UNKNOWN DEPARTMENT CODE ON EMPLOYEE DATA' TO
                    WS-APPLY-REASON
              END-IF
           END-IF.

       6550-MOVE-EMPLOYEE-FIELDS.
      *    COPY THE FED PERSON FIELDS INTO THE RECORD, LEAVING ANY
      *    FIELD HR DID NOT FILL UNTOUCHED
           MOVE WS-MA-BEFORE TO MA-BEFORE-IMAGE.
           MOVE WS-MA-AFTER TO MA-AFTER-IMAGE.

           INITIALIZE AUDIT-WRITE-COMMAREA.
           SET AW-MAINT-AUDIT TO TRUE.
           MOVE MAINT-AUDIT-RECORD TO AW-AUDIT-RECORD.

           EXEC CICS LINK
                PROGRAM(AC-AUDWRT-PROGRAM-NAME)
                COMMAREA(AUDIT-WRITE-COMMAREA)
                LENGTH(LENGTH OF AUDIT-WRITE-COMMAREA)
                END-EXEC.

           MOVE AW-RESPONSE TO WS-CICS-RESPONSE.

       9100-SEND-MAP.
      *    SENDS MAP TO THE ADMINISTRATOR
           EXEC CICS SEND
