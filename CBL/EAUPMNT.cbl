       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAUPMNT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - ACCEPTABLE-USE POLICY MAINTENANCE PROGRAM
      *        THE ACCEPTABLE-USE POLICY USED TO BE A PAPER FORM
      *        NOBODY COULD FIND.  ADMINISTRATORS KEEP EACH VERSION OF
      *        IT ON EAUPTXT HERE - A TITLE, UP TO TWELVE LINES OF
      *        TEXT, THE DATE IT TAKES EFFECT AND THE GRACE DAYS USERS
      *        HAVE TO ACCEPT IT - AND ESONP SHOWS THE VERSION IN FORCE
      *        TO EVERY USER WHO HAS NOT YET ACCEPTED IT.  VERSIONS GO
      *        ON IN ORDER: A NEW ONE MUST BE NUMBERED AND DATED AFTER
      *        EVERY VERSION ALREADY ON FILE, AND ONLY THE LATEST ONE
      *        CAN BE CHANGED OR DELETED, AND ONLY UNTIL ITS EFFECTIVE
      *        DATE COMES - AFTER THAT IT IS WHAT PEOPLE ACCEPTED.  AN
      *        ADMINISTRATOR CAN ALSO REOPEN THE GRACE PERIOD FOR ONE
      *        USER WHOSE SIGN-ON EACTMON IS TURNING AWAY AS OVERDUE,
      *        SO THE GRACE DAYS RUN AGAIN FROM TODAY.  EVERY CHANGE IS
      *        WRITTEN TO THE EMNTAUD MAINTENANCE AUDIT.  RESTRICTED
      *        TO ADMINISTRATOR USERS.  ACTIONS: D=DISPLAY, A=ADD,
      *        C=CHANGE, X=DELETE, G=REOPEN GRACE FOR THE USER ID.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY EAUPMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY EAUPTXT.
       COPY EAUPACK.
       COPY EAUPCHK.
       COPY EREGUSR.
       COPY EMNTAUD.
       COPY EAUDWRT.
       COPY EAUTHCK.
       COPY ESESCHK.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-OPER-ID             PIC X(8).
          05 WS-OPER-AUTHENTICATED  PIC X(1).
             88 WS-OPER-IS-AUTH           VALUE 'Y'.
             88 WS-OPER-NOT-AUTH          VALUE 'N'.
      ******************************************************************
      *   WORKING FIELDS
      ******************************************************************
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-MESSAGE-TEXT           PIC X(60).
       01 WS-ECHO-SWITCH            PIC X(1).
          88 WS-ECHO-INPUT                VALUE 'Y'.
          88 WS-SHOW-FILE                 VALUE 'N'.
       01 WS-POLICY-KEY             PIC 9(3).
       01 WS-ENTERED-VERSION        PIC X(3).
       01 WS-ENTERED-VERSION-NUM REDEFINES WS-ENTERED-VERSION
                                    PIC 9(3).
       01 WS-NEW-EFFECTIVE-DATE     PIC X(8).
       01 WS-NEW-GRACE-DAYS         PIC X(3).
       01 WS-NEW-GRACE-DAYS-NUM REDEFINES WS-NEW-GRACE-DAYS
                                    PIC 9(3).
       01 WS-NEW-TITLE              PIC X(40).
       01 WS-TARGET-USER-ID         PIC X(8).
      ******************************************************************
      *   THE POLICY TEXT AS KEYED ON THE SCREEN, ONE ENTRY PER LINE,
      *   GATHERED BEFORE IT IS MOVED ONTO THE RECORD.
      ******************************************************************
       01 WS-NEW-TEXT-AREA.
          05 WS-NEW-TEXT-LINE       PIC X(76) OCCURS 12 TIMES.
       01 WS-LINE-INDEX             PIC 9(2) USAGE COMP.
      ******************************************************************
      *   THE LATEST VERSION ON FILE AND THE ONE IN FORCE TODAY,
      *   FOUND BY BROWSING EAUPTXT FROM THE START.
      ******************************************************************
       01 WS-BROWSE-SWITCH          PIC X(1).
          88 WS-BROWSE-ACTIVE             VALUE 'Y'.
          88 WS-BROWSE-DONE               VALUE 'N'.
       01 WS-LATEST-VERSION         PIC 9(3).
       01 WS-LATEST-EFFECTIVE-DATE  PIC X(8).
       01 WS-IN-FORCE-VERSION       PIC 9(3).
       01 WS-IN-FORCE-EFFECTIVE     PIC X(8).
       01 WS-IN-FORCE-GRACE-DAYS    PIC 9(3).
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO STAMP THE RECORDS AND THE AUDIT.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
       01 WS-NOW-DATE               PIC X(8).
       01 WS-NOW-TIME               PIC X(6).
      ******************************************************************
      *   STAGING FIELDS FOR THE MAINTENANCE AUDIT RECORD WRITTEN BY
      *   9600-WRITE-MAINT-AUDIT.  THE TARGET IS THE VERSION (OR THE
      *   USER FOR A REOPENED GRACE PERIOD); THE IMAGES CARRY THE
      *   EFFECTIVE DATE AND GRACE DAYS, OR THE GRACE START DATE.
      ******************************************************************
       01 WS-MAINT-AUDIT-FIELDS.
          05 WS-MA-ACTION            PIC X(8).
          05 WS-MA-TARGET            PIC X(8).
          05 WS-MA-BEFORE            PIC X(20).
          05 WS-MA-AFTER             PIC X(20).
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(9).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           IF EIBCALEN IS EQUAL TO ZERO
              PERFORM 1000-FIRST-INTERACTION
           ELSE
              MOVE DFHCOMMAREA TO WS-SESSION-STATE
              IF WS-OPER-NOT-AUTH
                 PERFORM 1000-FIRST-INTERACTION
              ELSE
                 PERFORM 3000-PROCESS-ACTION
              END-IF
           END-IF.

       SUB-ROUTINE SECTION.
      *
       1000-FIRST-INTERACTION.
      *    FIRST CALL - INSTEAD OF ASKING FOR AN ID AND PASSWORD ALL
      *    OVER AGAIN, ASK THE COMMON SESSION CHECK WHO IS SIGNED ON
      *    AT THIS TERMINAL AND WHETHER THEY MAY USE THIS FUNCTION
           INITIALIZE WS-SESSION-STATE.
           SET WS-OPER-NOT-AUTH TO TRUE.

           PERFORM 1100-VERIFY-TERMINAL-SESSION.
           IF SES-NOT-SIGNED-ON
              MOVE 'Please sign on through ESON first.'
                 TO WS-MESSAGE-TEXT
              PERFORM 9500-SEND-MESSAGE-AND-END
           END-IF.

           PERFORM 1200-CHECK-AUTHORIZATION.
           IF ATH-DENIED
              MOVE 'You are not authorized for this function.'
                 TO WS-MESSAGE-TEXT
              PERFORM 9500-SEND-MESSAGE-AND-END
           END-IF.

           MOVE SES-USER-ID TO WS-OPER-ID.
           SET WS-OPER-IS-AUTH TO TRUE.
           MOVE SPACES TO WS-MESSAGE-TEXT.
           SET WS-SHOW-FILE TO TRUE.
           MOVE ZERO TO WS-POLICY-KEY.
           PERFORM 4000-DISPLAY-POLICY.

       1100-VERIFY-TERMINAL-SESSION.
      *    ASK ESESCHK WHO IS SIGNED ON AT THIS TERMINAL - EACTMON
      *    ALREADY STAMPED THE SESSION WHEN THEY CAME IN THROUGH THE
      *    SIGN-ON TRANSACTION, SO THERE IS NO NEED TO ASK FOR THEIR
      *    PASSWORD A SECOND TIME
           INITIALIZE SESSION-CHECK-COMMAREA.
           MOVE EIBTRMID TO SES-TERMINAL-ID.

           EXEC CICS LINK
                PROGRAM(AC-SESCHK-PROGRAM-NAME)
                COMMAREA(SESSION-CHECK-COMMAREA)
                LENGTH(LENGTH OF SESSION-CHECK-COMMAREA)
                END-EXEC.

       1200-CHECK-AUTHORIZATION.
      *    ROUTE THE ACCESS DECISION THROUGH THE COMMON AUTHORIZATION
      *    CHECK SO A EUSRENT ENTITLEMENT CAN GRANT OR WITHDRAW THIS
      *    FUNCTION PER USER, WITH THE ROLE AS THE DEFAULT
           INITIALIZE AUTHORIZATION-CHECK-COMMAREA.
           MOVE SES-USER-ID TO ATH-USER-ID.
           MOVE SES-USER-TYPE TO ATH-USER-TYPE.
           MOVE EIBTRNID TO ATH-TRANS-ID.

           EXEC CICS LINK
                PROGRAM(AC-AUTHCK-PROGRAM-NAME)
                COMMAREA(AUTHORIZATION-CHECK-COMMAREA)
                LENGTH(LENGTH OF AUTHORIZATION-CHECK-COMMAREA)
                END-EXEC.

       1400-GET-CURRENT-TIME.
      *    TAKE THE CURRENT DATE AND TIME FOR THE EFFECTIVE-DATE
      *    CHECKS AND THE MAINTENANCE STAMPS
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
                END-EXEC.

       1500-SCAN-VERSIONS.
      *    BROWSE EVERY VERSION ON FILE FOR THE LATEST ONE AND THE
      *    ONE IN FORCE TODAY - ZERO WHEN THERE IS NONE
           PERFORM 1400-GET-CURRENT-TIME.
           MOVE ZERO TO WS-LATEST-VERSION.
           MOVE SPACES TO WS-LATEST-EFFECTIVE-DATE.
           MOVE ZERO TO WS-IN-FORCE-VERSION.
           MOVE SPACES TO WS-IN-FORCE-EFFECTIVE.
           MOVE ZERO TO WS-IN-FORCE-GRACE-DAYS.
           MOVE ZERO TO PT-VERSION.

           EXEC CICS STARTBR
                FILE(AC-AUPTXT-FILENAME)
                RIDFLD(PT-VERSION)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-BROWSE-ACTIVE TO TRUE
              PERFORM 1510-READ-NEXT-VERSION UNTIL WS-BROWSE-DONE

              EXEC CICS ENDBR
                   FILE(AC-AUPTXT-FILENAME)
                   END-EXEC
           END-IF.

       1510-READ-NEXT-VERSION.
      *    ONE VERSION OFF THE FILE
           EXEC CICS READNEXT
                FILE(AC-AUPTXT-FILENAME)
                INTO (POLICY-TEXT-RECORD)
                RIDFLD(PT-VERSION)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              MOVE PT-VERSION TO WS-LATEST-VERSION
              MOVE PT-EFFECTIVE-DATE TO WS-LATEST-EFFECTIVE-DATE
              IF PT-EFFECTIVE-DATE IS NOT GREATER THAN WS-NOW-DATE
                 MOVE PT-VERSION TO WS-IN-FORCE-VERSION
                 MOVE PT-EFFECTIVE-DATE TO WS-IN-FORCE-EFFECTIVE
                 MOVE PT-GRACE-DAYS TO WS-IN-FORCE-GRACE-DAYS
              END-IF
           END-IF.

       3000-PROCESS-ACTION.
      *    DISPATCH THE REQUESTED ACTION
           EXEC CICS RECEIVE
                MAP(AC-AUPMNT-MAP-NAME)
                MAPSET(AC-AUPMNT-MAPSET-NAME)
                INTO (EAUPMI)
                END-EXEC.

           IF EIBAID IS EQUAL TO DFHPF3
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SPACES TO WS-MESSAGE-TEXT.
           MOVE SPACES TO WS-MAINT-AUDIT-FIELDS.
           SET WS-SHOW-FILE TO TRUE.
           MOVE VERSIONI TO WS-ENTERED-VERSION.
           INSPECT WS-ENTERED-VERSION REPLACING ALL LOW-VALUE BY SPACE.
           MOVE ZERO TO WS-POLICY-KEY.

           EVALUATE ACTIONI
           WHEN 'D'
           WHEN SPACE
           WHEN LOW-VALUE
                PERFORM 5000-DISPLAY-VERSION
           WHEN 'A'
                PERFORM 6000-ADD-VERSION
           WHEN 'C'
                PERFORM 7000-CHANGE-VERSION
           WHEN 'X'
                PERFORM 8000-DELETE-VERSION
           WHEN 'G'
                PERFORM 8500-REOPEN-GRACE
           WHEN OTHER
                MOVE 'Action must be D, A, C, X or G.'
                   TO WS-MESSAGE-TEXT
                SET WS-ECHO-INPUT TO TRUE
           END-EVALUATE.

           PERFORM 4000-DISPLAY-POLICY.

       4000-DISPLAY-POLICY.
      *    SHOW WHICH VERSION IS IN FORCE, THEN THE VERSION ASKED FOR
      *    (THE ONE IN FORCE WHEN NONE WAS).  AFTER A REJECTED ENTRY
      *    THE ADMINISTRATOR'S OWN INPUT IS SHOWN BACK INSTEAD, SO
      *    THE TEXT NEED NOT ALL BE KEYED AGAIN
           PERFORM 1500-SCAN-VERSIONS.

           INITIALIZE EAUPMO.

           IF WS-IN-FORCE-VERSION IS EQUAL TO ZERO
              MOVE 'NO POLICY VERSION IS IN FORCE YET' TO CURRENTO
           ELSE
              STRING 'VERSION IN FORCE: ' DELIMITED BY SIZE
                     WS-IN-FORCE-VERSION DELIMITED BY SIZE
                     ' EFFECTIVE ' DELIMITED BY SIZE
                     WS-IN-FORCE-EFFECTIVE DELIMITED BY SIZE
                     ' GRACE DAYS ' DELIMITED BY SIZE
                     WS-IN-FORCE-GRACE-DAYS DELIMITED BY SIZE
                 INTO CURRENTO
              END-STRING
           END-IF.

           IF WS-POLICY-KEY IS EQUAL TO ZERO
              MOVE WS-IN-FORCE-VERSION TO WS-POLICY-KEY
           END-IF.

           IF WS-POLICY-KEY IS GREATER THAN ZERO
              PERFORM 4100-SHOW-ONE-VERSION
           END-IF.

           IF WS-ECHO-INPUT
              PERFORM 4200-ECHO-INPUT
           END-IF.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              MOVE 'Key a version and an action, or PF3 to exit.'
                 TO MESSO
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       4100-SHOW-ONE-VERSION.
      *    READ THE VERSION AND PUT IT ON THE SCREEN
           MOVE WS-POLICY-KEY TO PT-VERSION.

           EXEC CICS READ
                FILE(AC-AUPTXT-FILENAME)
                INTO (POLICY-TEXT-RECORD)
                RIDFLD(PT-VERSION)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE PT-VERSION TO VERSIONO
              MOVE PT-EFFECTIVE-DATE TO EFFDATEO
              MOVE PT-GRACE-DAYS TO GRACEO
              MOVE PT-TITLE TO TITLEO
              MOVE PT-TEXT-LINE (1) TO TXT01O
              MOVE PT-TEXT-LINE (2) TO TXT02O
              MOVE PT-TEXT-LINE (3) TO TXT03O
              MOVE PT-TEXT-LINE (4) TO TXT04O
              MOVE PT-TEXT-LINE (5) TO TXT05O
              MOVE PT-TEXT-LINE (6) TO TXT06O
              MOVE PT-TEXT-LINE (7) TO TXT07O
              MOVE PT-TEXT-LINE (8) TO TXT08O
              MOVE PT-TEXT-LINE (9) TO TXT09O
              MOVE PT-TEXT-LINE (10) TO TXT10O
              MOVE PT-TEXT-LINE (11) TO TXT11O
              MOVE PT-TEXT-LINE (12) TO TXT12O
              STRING 'LAST CHANGED BY ' DELIMITED BY SIZE
                     PT-MAINT-BY DELIMITED BY SIZE
                     ' ON ' DELIMITED BY SIZE
                     PT-MAINT-DATE DELIMITED BY SIZE
                 INTO LASTSETO
              END-STRING
           END-IF.

       4200-ECHO-INPUT.
      *    SHOW THE ADMINISTRATOR'S OWN ENTRY BACK AFTER A REJECTION
           PERFORM 4300-GATHER-INPUT.
           MOVE WS-ENTERED-VERSION TO VERSIONO.
           MOVE WS-NEW-EFFECTIVE-DATE TO EFFDATEO.
           MOVE WS-NEW-GRACE-DAYS TO GRACEO.
           MOVE WS-NEW-TITLE TO TITLEO.
           MOVE WS-NEW-TEXT-LINE (1) TO TXT01O.
           MOVE WS-NEW-TEXT-LINE (2) TO TXT02O.
           MOVE WS-NEW-TEXT-LINE (3) TO TXT03O.
           MOVE WS-NEW-TEXT-LINE (4) TO TXT04O.
           MOVE WS-NEW-TEXT-LINE (5) TO TXT05O.
           MOVE WS-NEW-TEXT-LINE (6) TO TXT06O.
           MOVE WS-NEW-TEXT-LINE (7) TO TXT07O.
           MOVE WS-NEW-TEXT-LINE (8) TO TXT08O.
           MOVE WS-NEW-TEXT-LINE (9) TO TXT09O.
           MOVE WS-NEW-TEXT-LINE (10) TO TXT10O.
           MOVE WS-NEW-TEXT-LINE (11) TO TXT11O.
           MOVE WS-NEW-TEXT-LINE (12) TO TXT12O.
           MOVE WS-TARGET-USER-ID TO USERIDO.

       4300-GATHER-INPUT.
      *    PICK THE KEYED FIELDS OFF THE SCREEN, LOW-VALUES CLEANED
           MOVE EFFDATEI TO WS-NEW-EFFECTIVE-DATE.
           MOVE GRACEI TO WS-NEW-GRACE-DAYS.
           MOVE TITLEI TO WS-NEW-TITLE.
           MOVE USERIDI TO WS-TARGET-USER-ID.
           MOVE TXT01I TO WS-NEW-TEXT-LINE (1).
           MOVE TXT02I TO WS-NEW-TEXT-LINE (2).
           MOVE TXT03I TO WS-NEW-TEXT-LINE (3).
           MOVE TXT04I TO WS-NEW-TEXT-LINE (4).
           MOVE TXT05I TO WS-NEW-TEXT-LINE (5).
           MOVE TXT06I TO WS-NEW-TEXT-LINE (6).
           MOVE TXT07I TO WS-NEW-TEXT-LINE (7).
           MOVE TXT08I TO WS-NEW-TEXT-LINE (8).
           MOVE TXT09I TO WS-NEW-TEXT-LINE (9).
           MOVE TXT10I TO WS-NEW-TEXT-LINE (10).
           MOVE TXT11I TO WS-NEW-TEXT-LINE (11).
           MOVE TXT12I TO WS-NEW-TEXT-LINE (12).
           INSPECT WS-NEW-EFFECTIVE-DATE
              REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NEW-GRACE-DAYS REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NEW-TITLE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-TARGET-USER-ID REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NEW-TEXT-AREA REPLACING ALL LOW-VALUE BY SPACE.

       5000-DISPLAY-VERSION.
      *    SHOW THE VERSION KEYED, OR THE ONE IN FORCE WHEN NONE WAS
           IF WS-ENTERED-VERSION IS EQUAL TO SPACES
              CONTINUE
           ELSE
              IF WS-ENTERED-VERSION IS NOT NUMERIC
                 MOVE 'The version must be a three-digit number.'
                    TO WS-MESSAGE-TEXT
              ELSE
                 MOVE WS-ENTERED-VERSION-NUM TO PT-VERSION

                 EXEC CICS READ
                      FILE(AC-AUPTXT-FILENAME)
                      INTO (POLICY-TEXT-RECORD)
                      RIDFLD(PT-VERSION)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC

                 IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                    MOVE WS-ENTERED-VERSION-NUM TO WS-POLICY-KEY
                 ELSE
                    MOVE 'That policy version is not on file.'
                       TO WS-MESSAGE-TEXT
                 END-IF
              END-IF
           END-IF.

       5100-VALIDATE-VERSION-FIELDS.
      *    THE FIELDS EVERY ADDED OR CHANGED VERSION MUST CARRY - AN
      *    EFFECTIVE DATE NOT IN THE PAST, THE GRACE DAYS, A TITLE
      *    AND AT LEAST THE FIRST LINE OF TEXT
           PERFORM 4300-GATHER-INPUT.

           EVALUATE TRUE
           WHEN WS-NEW-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE 'Key the effective date as YYYYMMDD.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-NEW-EFFECTIVE-DATE IS LESS THAN WS-NOW-DATE
                MOVE 'The effective date cannot be in the past.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-NEW-GRACE-DAYS IS NOT NUMERIC
                MOVE 'Key the grace days as a three-digit number.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-NEW-TITLE IS EQUAL TO SPACES
                MOVE 'Key a title for this policy version.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-NEW-TEXT-LINE (1) IS EQUAL TO SPACES
                MOVE 'Key the policy text, starting on the first line.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       5200-FILL-POLICY-RECORD.
      *    MOVE THE VALIDATED ENTRY ONTO THE RECORD AND STAMP WHO
      *    MAINTAINED IT AND WHEN
           MOVE WS-NEW-EFFECTIVE-DATE TO PT-EFFECTIVE-DATE.
           MOVE WS-NEW-GRACE-DAYS-NUM TO PT-GRACE-DAYS.
           MOVE WS-NEW-TITLE TO PT-TITLE.
           MOVE WS-OPER-ID TO PT-MAINT-BY.
           MOVE WS-NOW-DATE TO PT-MAINT-DATE.
           MOVE 1 TO WS-LINE-INDEX.
           PERFORM 5210-MOVE-ONE-TEXT-LINE
              UNTIL WS-LINE-INDEX IS GREATER THAN AC-POLICY-LINE-LIMIT.

       5210-MOVE-ONE-TEXT-LINE.
      *    ONE LINE OF THE KEYED TEXT ONTO THE RECORD
           MOVE WS-NEW-TEXT-LINE (WS-LINE-INDEX) TO
              PT-TEXT-LINE (WS-LINE-INDEX).
           ADD 1 TO WS-LINE-INDEX.

       5300-FORMAT-POLICY-IMAGE.
      *    EFFECTIVE DATE AND GRACE DAYS OF THE VERSION NOW ON THE
      *    RECORD, AS THE AUDIT IMAGE
           MOVE SPACES TO WS-MA-AFTER.
           STRING PT-EFFECTIVE-DATE DELIMITED BY SIZE
                  ' GRACE ' DELIMITED BY SIZE
                  PT-GRACE-DAYS DELIMITED BY SIZE
              INTO WS-MA-AFTER
           END-STRING.

       6000-ADD-VERSION.
      *    A NEW VERSION IS NUMBERED AFTER THE LATEST ONE ON FILE AND
      *    TAKES EFFECT NO EARLIER THAN IT, SO THE VERSION IN FORCE
      *    ONLY EVER MOVES FORWARD
           PERFORM 1500-SCAN-VERSIONS.
           PERFORM 5100-VALIDATE-VERSION-FIELDS.

           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              EVALUATE TRUE
              WHEN WS-ENTERED-VERSION IS NOT NUMERIC
                OR WS-ENTERED-VERSION-NUM IS EQUAL TO ZERO
                   MOVE 'The version must be a three-digit number.'
                      TO WS-MESSAGE-TEXT
              WHEN WS-ENTERED-VERSION-NUM IS NOT GREATER THAN
                   WS-LATEST-VERSION
                   MOVE 'A new version must be numbered after the last.'
                      TO WS-MESSAGE-TEXT
              WHEN WS-LATEST-VERSION IS GREATER THAN ZERO
               AND WS-NEW-EFFECTIVE-DATE IS LESS THAN
                   WS-LATEST-EFFECTIVE-DATE
                   MOVE 'It cannot take effect before the last version.'
                      TO WS-MESSAGE-TEXT
              WHEN OTHER
                   PERFORM 6100-WRITE-VERSION
              END-EVALUATE
           END-IF.

           IF WS-MESSAGE-TEXT IS NOT EQUAL TO SPACES
              AND WS-MA-ACTION IS EQUAL TO SPACES
              SET WS-ECHO-INPUT TO TRUE
           END-IF.

       6100-WRITE-VERSION.
      *    WRITE THE NEW VERSION AND AUDIT IT
           INITIALIZE POLICY-TEXT-RECORD.
           MOVE WS-ENTERED-VERSION-NUM TO PT-VERSION.
           PERFORM 5200-FILL-POLICY-RECORD.

           EXEC CICS WRITE
                FILE(AC-AUPTXT-FILENAME)
                FROM (POLICY-TEXT-RECORD)
                RIDFLD(PT-VERSION)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'AUPADD' TO WS-MA-ACTION
              MOVE WS-ENTERED-VERSION TO WS-MA-TARGET
              MOVE 'NEW' TO WS-MA-BEFORE
              PERFORM 5300-FORMAT-POLICY-IMAGE
              PERFORM 9600-WRITE-MAINT-AUDIT
              MOVE PT-VERSION TO WS-POLICY-KEY
              MOVE 'Policy version added.' TO WS-MESSAGE-TEXT
           ELSE
              MOVE 'Unable to add the policy version, try again.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       7000-CHANGE-VERSION.
      *    ONLY THE LATEST VERSION, AND ONLY BEFORE IT TAKES EFFECT,
      *    MAY BE CHANGED - NOT EARLIER THAN THE VERSION BEFORE IT
           PERFORM 1500-SCAN-VERSIONS.
           PERFORM 5100-VALIDATE-VERSION-FIELDS.

           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              PERFORM 7050-CHECK-VERSION-OPEN
           END-IF.

           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              AND WS-NEW-EFFECTIVE-DATE IS LESS THAN
                 WS-IN-FORCE-EFFECTIVE
              MOVE 'It cannot take effect before the last version.'
                 TO WS-MESSAGE-TEXT
           END-IF.

           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              PERFORM 7100-REWRITE-VERSION
           END-IF.

           IF WS-MESSAGE-TEXT IS NOT EQUAL TO SPACES
              AND WS-MA-ACTION IS EQUAL TO SPACES
              SET WS-ECHO-INPUT TO TRUE
           END-IF.

       7050-CHECK-VERSION-OPEN.
      *    THE VERSION KEYED MUST BE THE LATEST ON FILE AND STILL
      *    FUTURE-DATED - ONE ALREADY IN FORCE IS WHAT PEOPLE
      *    ACCEPTED AND STAYS AS IT WAS
           EVALUATE TRUE
           WHEN WS-ENTERED-VERSION IS NOT NUMERIC
                MOVE 'The version must be a three-digit number.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-LATEST-VERSION IS EQUAL TO ZERO
             OR WS-ENTERED-VERSION-NUM IS GREATER THAN
                WS-LATEST-VERSION
                MOVE 'That policy version is not on file.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-ENTERED-VERSION-NUM IS LESS THAN WS-LATEST-VERSION
                MOVE 'Only the latest policy version can be altered.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-LATEST-EFFECTIVE-DATE IS NOT GREATER THAN
                WS-NOW-DATE
                MOVE 'That version is already in force, add a new one.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       7100-REWRITE-VERSION.
      *    TAKE THE VERSION FOR UPDATE AND CHANGE IT IN PLACE
           MOVE WS-ENTERED-VERSION-NUM TO PT-VERSION.

           EXEC CICS READ
                FILE(AC-AUPTXT-FILENAME)
                INTO (POLICY-TEXT-RECORD)
                RIDFLD(PT-VERSION)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 5300-FORMAT-POLICY-IMAGE
              MOVE WS-MA-AFTER TO WS-MA-BEFORE
              PERFORM 5200-FILL-POLICY-RECORD

              EXEC CICS REWRITE
                   FILE(AC-AUPTXT-FILENAME)
                   FROM (POLICY-TEXT-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'AUPCHG' TO WS-MA-ACTION
              MOVE WS-ENTERED-VERSION TO WS-MA-TARGET
              PERFORM 5300-FORMAT-POLICY-IMAGE
              PERFORM 9600-WRITE-MAINT-AUDIT
              MOVE PT-VERSION TO WS-POLICY-KEY
              MOVE 'Policy version changed.' TO WS-MESSAGE-TEXT
           ELSE
              MOVE 'Unable to change the policy version, try again.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       8000-DELETE-VERSION.
      *    A VERSION KEYED AHEAD THAT SHOULD NEVER TAKE EFFECT IS
      *    DELETED - UNDER THE SAME RULE AS A CHANGE
           PERFORM 1500-SCAN-VERSIONS.
           PERFORM 7050-CHECK-VERSION-OPEN.

           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              MOVE WS-ENTERED-VERSION-NUM TO PT-VERSION

              EXEC CICS READ
                   FILE(AC-AUPTXT-FILENAME)
                   INTO (POLICY-TEXT-RECORD)
                   RIDFLD(PT-VERSION)
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 PERFORM 5300-FORMAT-POLICY-IMAGE
                 MOVE WS-MA-AFTER TO WS-MA-BEFORE

                 EXEC CICS DELETE
                      FILE(AC-AUPTXT-FILENAME)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
              END-IF

              PERFORM 8100-AUDIT-THE-DELETE
           END-IF.

       8100-AUDIT-THE-DELETE.
      *    RECORD THE DELETE AND TELL THE ADMINISTRATOR
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'AUPDEL' TO WS-MA-ACTION
              MOVE WS-ENTERED-VERSION TO WS-MA-TARGET
              MOVE 'DELETED' TO WS-MA-AFTER
              PERFORM 9600-WRITE-MAINT-AUDIT
              MOVE ZERO TO WS-POLICY-KEY
              MOVE 'Policy version deleted.' TO WS-MESSAGE-TEXT
           ELSE
              MOVE 'Unable to delete the policy version, try again.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       8500-REOPEN-GRACE.
      *    A USER TURNED AWAY AS OVERDUE GETS THE GRACE DAYS OF THE
      *    VERSION IN FORCE AGAIN, COUNTED FROM TODAY.  THE STAMP
      *    GOES ON THE USER'S ACKNOWLEDGMENT RECORD FOR THAT VERSION
      *    (A NEW ONE IF THEY NEVER ANSWERED) AND EAUPCHK TAKES IT
      *    FROM THERE
           PERFORM 1400-GET-CURRENT-TIME.
           PERFORM 4300-GATHER-INPUT.
           MOVE WS-TARGET-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILENAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              INITIALIZE POLICY-CHECK-COMMAREA
              MOVE RU-USER-ID TO AUC-USER-ID
              MOVE RU-USER-TYPE TO AUC-USER-TYPE

              EXEC CICS LINK
                   PROGRAM(AC-AUPCHK-PROGRAM-NAME)
                   COMMAREA(POLICY-CHECK-COMMAREA)
                   LENGTH(LENGTH OF POLICY-CHECK-COMMAREA)
                   END-EXEC
           END-IF.

           EVALUATE TRUE
           WHEN WS-TARGET-USER-ID IS EQUAL TO SPACES
                MOVE 'Key the user ID to reopen the grace period for.'
                   TO WS-MESSAGE-TEXT
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE 'That user ID is not registered.'
                   TO WS-MESSAGE-TEXT
           WHEN AUC-NO-POLICY
                MOVE 'No policy acceptance is owed by that user.'
                   TO WS-MESSAGE-TEXT
           WHEN AUC-ACKNOWLEDGED
                MOVE 'That user has already accepted the policy.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                PERFORM 8600-STAMP-GRACE-START
           END-EVALUATE.

           IF WS-MESSAGE-TEXT IS NOT EQUAL TO SPACES
              AND WS-MA-ACTION IS EQUAL TO SPACES
              SET WS-ECHO-INPUT TO TRUE
           END-IF.

       8600-STAMP-GRACE-START.
      *    UPDATE THE USER'S RECORD FOR THE VERSION IN FORCE, OR
      *    START ONE THAT CARRIES NOTHING BUT THE GRACE STAMP
           MOVE AUC-USER-ID TO AK-USER-ID.
           MOVE AUC-VERSION TO AK-VERSION.

           EXEC CICS READ
                FILE(AC-AUPACK-FILENAME)
                INTO (POLICY-ACK-RECORD)
                RIDFLD(AK-ACK-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              IF AK-GRACE-FROM-DATE IS NUMERIC
                 MOVE AK-GRACE-FROM-DATE TO WS-MA-BEFORE
              ELSE
                 MOVE AUC-EFFECTIVE-DATE TO WS-MA-BEFORE
              END-IF
              MOVE WS-NOW-DATE TO AK-GRACE-FROM-DATE
              MOVE WS-OPER-ID TO AK-GRACE-SET-BY

              EXEC CICS REWRITE
                   FILE(AC-AUPACK-FILENAME)
                   FROM (POLICY-ACK-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE POLICY-ACK-RECORD
              MOVE AUC-USER-ID TO AK-USER-ID
              MOVE AUC-VERSION TO AK-VERSION
              SET AK-ST-GRACE-ONLY TO TRUE
              MOVE WS-NOW-DATE TO AK-ACTION-DATE
              MOVE WS-NOW-TIME TO AK-ACTION-TIME
              MOVE WS-NOW-DATE TO AK-GRACE-FROM-DATE
              MOVE WS-OPER-ID TO AK-GRACE-SET-BY
              MOVE AUC-EFFECTIVE-DATE TO WS-MA-BEFORE

              EXEC CICS WRITE
                   FILE(AC-AUPACK-FILENAME)
                   FROM (POLICY-ACK-RECORD)
                   RIDFLD(AK-ACK-KEY)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'AUPGRACE' TO WS-MA-ACTION
              MOVE AUC-USER-ID TO WS-MA-TARGET
              STRING 'V' DELIMITED BY SIZE
                     AUC-VERSION DELIMITED BY SIZE
                     ' FROM ' DELIMITED BY SIZE
                     WS-NOW-DATE DELIMITED BY SIZE
                 INTO WS-MA-AFTER
              END-STRING
              PERFORM 9600-WRITE-MAINT-AUDIT
              MOVE 'Grace period reopened for the user from today.'
                 TO WS-MESSAGE-TEXT
           ELSE
              MOVE 'Unable to reopen the grace period, try again.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF WHAT THE ADMINISTRATOR JUST
      *    DID - THE POLICY TEXT AND ITS GRACE PERIODS ARE COMPLIANCE
      *    RECORDS AND GET THE SAME TRAIL AS ANY OTHER MAINTENANCE
           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE WS-OPER-ID TO MA-ADMIN-ID.
           MOVE WS-NOW-DATE TO MA-AUDIT-DATE.
           MOVE WS-NOW-TIME TO MA-AUDIT-TIME.
           MOVE EIBTRNID TO MA-TRANS-ID.
           MOVE WS-MA-ACTION TO MA-ACTION.
           MOVE WS-MA-TARGET TO MA-TARGET-KEY.
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

       9100-SEND-MAP.
      *    SENDS MAP TO THE ADMINISTRATOR
           EXEC CICS SEND
                MAP(AC-AUPMNT-MAP-NAME)
                MAPSET(AC-AUPMNT-MAPSET-NAME)
                FROM (EAUPMO)
                ERASE
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
           EXEC CICS RETURN
                TRANSID(AC-AUPMNT-TRANSACTION-ID)
                COMMAREA(WS-SESSION-STATE)
                END-EXEC.

       9400-RETURN-AND-END.
      *    PF3 WAS PRESSED - END THE CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       9500-SEND-MESSAGE-AND-END.
      *    SHOW THE MESSAGE SET ABOVE AND END THE CONVERSATION
           INITIALIZE EAUPMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.
