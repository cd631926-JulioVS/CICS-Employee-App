      *        LETS AN ADMINISTRATOR ADD A NEW EREGUSR RECORD,
      *        INACTIVATE/REACTIVATE AN EXISTING ONE, OR RESET AN
      *        EXISTING USER'S PASSWORD, RESTRICTED TO RU-UT-
      *        ADMINISTRATOR USERS.  A SERVICE (SVC) ACCOUNT FOR A
      *        BATCH JOB OR INTERFACE MUST NAME AN ACTIVE ADM OR MGR
      *        AS ITS OWNER WHEN IT IS ADDED, AND ACTION O HANDS AN
      *        EXISTING SERVICE ACCOUNT TO A NEW OWNER.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EPWDHST.
       COPY EPNDAPR.
       COPY EMNTAUD.
       COPY EAUDWRT.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
          88 WS-COMPOSITION-REJECTED      VALUE 'N'.
       01 WS-COMPOSITION-REASON     PIC X(60).
      ******************************************************************
      *   RESULT OF THE OWNER CHECK FOR A SERVICE ACCOUNT.
      ******************************************************************
       01 WS-OWNER-SWITCH           PIC X(1).
          88 WS-OWNER-ACCEPTED            VALUE 'Y'.
          88 WS-OWNER-REJECTED            VALUE 'N'.
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO KEY A PENDING-APPROVAL REQUEST.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE IS COMPUTATIONAL-3.
                   PERFORM 8000-RESET-PASSWORD
              WHEN 'V'
                   PERFORM 8500-UPDATE-VALIDITY-DATES
              WHEN 'O'
                   PERFORM 8700-CHANGE-OWNER
              WHEN OTHER
                   MOVE 'Action must be A, I, R, P, V or O.'
                      TO WS-MESSAGE-TEXT
              END-EVALUATE
           END-IF.
           INITIALIZE EUSRMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              MOVE 'Enter ID, type, owner, pwd, dates, A/I/R/P/V/O.'
                 TO MESSO
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'That user ID already exists.' TO WS-MESSAGE-TEXT
           ELSE
              IF NOT (USRTYPI IS EQUAL TO 'ADM' OR 'MGR' OR 'STD'
                      OR 'SVC')
                 MOVE 'User type must be ADM, MGR, STD or SVC.'
                    TO WS-MESSAGE-TEXT
              ELSE
                 PERFORM 5050-CHECK-OWNER-FOR-TYPE
                 IF WS-OWNER-REJECTED
                    CONTINUE
                 ELSE
                 IF NOT (QNUMI IS EQUAL TO '01' OR '02' OR '03')
                    MOVE 'Security question must be 01, 02 or 03.'
                       TO WS-MESSAGE-TEXT
                       END-IF
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.

       5050-CHECK-OWNER-FOR-TYPE.
      *    A SERVICE ACCOUNT MUST BE ADDED WITH ITS OWNER - EVERY
      *    OTHER TYPE BELONGS TO A PERSON AND TAKES NO OWNER
           IF USRTYPI IS EQUAL TO 'SVC'
              PERFORM 5200-CHECK-OWNER
           ELSE
              IF OWNERI IS EQUAL TO SPACES OR LOW-VALUES
                 SET WS-OWNER-ACCEPTED TO TRUE
              ELSE
                 SET WS-OWNER-REJECTED TO TRUE
                 MOVE 'Only a service account takes an owner.'
                    TO WS-MESSAGE-TEXT
              END-IF
           END-IF.

           IF EXPDTI IS NUMERIC
              MOVE EXPDTI TO RU-EXPIRES-ON-DATE
           END-IF.
           IF RU-UT-SERVICE
              MOVE OWNERI TO RU-OWNER-USER-ID
           END-IF.

           EXEC CICS WRITE
                FILE(AC-REG-USER-FILENAME)
              INITIALIZE WS-MAINT-AUDIT-FIELDS
              MOVE 'ADD' TO WS-MA-ACTION
              MOVE USERIDI TO WS-MA-TARGET
              IF RU-UT-SERVICE
                 STRING 'SVC OWNER=' DELIMITED BY SIZE
                        RU-OWNER-USER-ID DELIMITED BY SIZE
                    INTO WS-MA-AFTER
                 END-STRING
              ELSE
                 STRING 'TYPE=' DELIMITED BY SIZE
                        USRTYPI DELIMITED BY SIZE
                        ' STATUS=A' DELIMITED BY SIZE
                    INTO WS-MA-AFTER
                 END-STRING
              END-IF
              PERFORM 9600-WRITE-MAINT-AUDIT
              MOVE 'User added.' TO WS-MESSAGE-TEXT
           ELSE
                 TO WS-MESSAGE-TEXT
           END-IF.

       5200-CHECK-OWNER.
      *    THE OWNER OF A SERVICE ACCOUNT MUST BE AN ACTIVE ADM OR MGR
      *    - NOBODY SIGNS ON WITH THE ACCOUNT ITSELF, SO THE OWNER IS
      *    WHO ANSWERS FOR IT IN RECERTIFICATION
           SET WS-OWNER-REJECTED TO TRUE.

           IF OWNERI IS EQUAL TO SPACES OR LOW-VALUES
              MOVE 'A service account needs an owning user ID.'
                 TO WS-MESSAGE-TEXT
           ELSE
              EXEC CICS READ
                   FILE(AC-REG-USER-FILENAME)
                   INTO (REG-USER-RECORD)
                   RIDFLD(OWNERI)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'Unknown owner user ID.' TO WS-MESSAGE-TEXT
              ELSE
                 IF RU-ST-ACTIVE
                    AND (RU-UT-ADMINISTRATOR OR RU-UT-MANAGER)
                    SET WS-OWNER-ACCEPTED TO TRUE
                 ELSE
                    MOVE 'The owner must be an active ADM or MGR user.'
                       TO WS-MESSAGE-TEXT
                 END-IF
              END-IF
           END-IF.

       5300-QUEUE-ADM-CREATE-REQUEST.
      *    CREATING AN ADMINISTRATOR IS A TWO-PERSON ACTION - ONE
      *    ADMINISTRATOR RAISES THE REQUEST HERE AND A DIFFERENT ONE
              END-IF
           END-IF.

       8700-CHANGE-OWNER.
      *    HAND AN EXISTING SERVICE ACCOUNT TO A NEW OWNER - THIS IS
      *    HOW AN ACCOUNT ON THE ORPHANED SERVICE ACCOUNT REPORT GETS
      *    PICKED UP WHEN ITS OWNER LEAVES
           PERFORM 5200-CHECK-OWNER.
           IF WS-OWNER-ACCEPTED
              PERFORM 8800-REWRITE-OWNER
           END-IF.

       8800-REWRITE-OWNER.
      *    THE NEW OWNER PASSED - WRITE IT ONTO THE SERVICE ACCOUNT
           EXEC CICS READ
                FILE(AC-REG-USER-FILENAME)
                INTO (REG-USER-RECORD)
                RIDFLD(USERIDI)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              MOVE 'Unknown user ID.' TO WS-MESSAGE-TEXT
           ELSE
              IF NOT RU-UT-SERVICE
                 MOVE 'Only a service account takes an owner.'
                    TO WS-MESSAGE-TEXT
              ELSE
                 INITIALIZE WS-MAINT-AUDIT-FIELDS
                 MOVE 'OWNER' TO WS-MA-ACTION
                 MOVE USERIDI TO WS-MA-TARGET
                 STRING 'OWNER=' DELIMITED BY SIZE
                        RU-OWNER-USER-ID DELIMITED BY SIZE
                    INTO WS-MA-BEFORE
                 END-STRING
                 MOVE OWNERI TO RU-OWNER-USER-ID

                 EXEC CICS REWRITE
                      FILE(AC-REG-USER-FILENAME)
                      FROM (REG-USER-RECORD)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC

                 IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'Unable to change the owner, try again.'
                       TO WS-MESSAGE-TEXT
                 ELSE
                    STRING 'OWNER=' DELIMITED BY SIZE
                           RU-OWNER-USER-ID DELIMITED BY SIZE
                       INTO WS-MA-AFTER
                    END-STRING
                    PERFORM 9600-WRITE-MAINT-AUDIT
                    MOVE 'Service account owner changed.'
                       TO WS-MESSAGE-TEXT
                 END-IF
              END-IF
           END-IF.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF WHAT THIS ADMINISTRATOR JUST
      *    DID, WITH THE BEFORE AND AFTER VALUES - SIGN-ONS HAVE HAD
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
