       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELVRSWP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - NIGHTLY LEAVER ACCESS SWEEP PROGRAM
      *        STARTED AUTOMATICALLY EACH NIGHT (AN AUTOMATIC TIME-
      *        INITIATED START OF THE ELVR TRANSID, UNATTENDED - NO
      *        TERMINAL IS INVOLVED).  AN ACCOUNT CAN GO INACTIVE
      *        FROM EHRFEED, EHRPEND, EDORMNT, ERCRCLS, EHRRECN OR
      *        EUSRMNT, AND EACH OF THOSE ONLY LOCKS THE FRONT DOOR -
      *        THE OVERRIDES, FIRECALL GRANTS, OPEN REQUESTS AND ANY
      *        LIVE SESSION ARE LEFT BEHIND.  THIS SWEEP WALKS
      *        EREGUSR AND, FOR EVERY INACTIVE ACCOUNT NOT YET ON
      *        ELVRCTL (INACTIVATED SINCE THE LAST RUN), FORCES OFF
      *        ANY LIVE SESSION THROUGH EACTMON, DELETES ITS EUSRENT
      *        OVERRIDES AND EFIRCAL GRANTS, CANCELS ITS OWN OPEN
      *        EACCREQ AND EPNDAPR REQUESTS AND ITS PENDING EPRFPND
      *        CHANGE, WRITES EACH ACTION TO EMNTAUD, AND LISTS WHAT
      *        WAS REMOVED PER PERSON ON THE LVRQ TD QUEUE.  THE
      *        ACCOUNT IS THEN RECORDED ON ELVRCTL SO IT IS SWEPT
      *        ONCE; A REACTIVATED ACCOUNT COMES OFF ELVRCTL AGAIN.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS AND RECORD LAYOUTS.
      ******************************************************************
       COPY ECONST.
       COPY EREGUSR.
       COPY EEMPMST.
       COPY EUSRENT.
       COPY EFIRCAL.
       COPY EACCREQ.
       COPY EPRFPND.
       COPY EPNDAPR.
       COPY ELVRCTL.
       COPY EUACTTS.
       COPY EMONCTR.
       COPY EMNTAUD.
       COPY EAUDWRT.
      ******************************************************************
      *   WORKING FIELDS USED TO WALK EREGUSR AND SWEEP EACH LEAVER.
      ******************************************************************
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
       01 WS-USER-BROWSE-KEY        PIC X(8).
       01 WS-USER-SCAN-SWITCH       PIC X(1).
          88 WS-USER-SCAN-DONE            VALUE 'Y'.
          88 WS-USER-SCAN-MORE            VALUE 'N'.
       01 WS-USER-ACTIVITY-QUEUE-NAME.
          05 WS-UA-QNAME-PREFIX        PIC X(8).
          05 WS-UA-QNAME-USERID        PIC X(8).
       01 WS-SESSION-TERMINAL-ID    PIC X(4).
       01 WS-LEAVER-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-ITEMS-REMOVED          PIC 9(5) VALUE ZERO.
      ******************************************************************
      *   KEYS FOUND FOR THE LEAVER ON ONE BROWSE PASS.  THE KEYS ARE
      *   GATHERED FIRST AND ACTED ON AFTER THE BROWSE ENDS, SO NO
      *   RECORD IS UPDATED UNDER AN OPEN BROWSE OF ITS OWN FILE; A
      *   FULL TABLE SIMPLY MEANS ANOTHER PASS.
      ******************************************************************
       01 WS-ITEM-BROWSE-KEY.
          05 WS-ITEM-USER-ID           PIC X(8).
          05 WS-ITEM-TRANS-ID          PIC X(4).
       01 WS-ITEM-SCAN-SWITCH       PIC X(1).
          88 WS-ITEM-SCAN-DONE            VALUE 'Y'.
          88 WS-ITEM-SCAN-MORE            VALUE 'N'.
       01 WS-PASS-SWITCH            PIC X(1).
          88 WS-PASS-WAS-FULL             VALUE 'Y'.
          88 WS-PASS-NOT-FULL             VALUE 'N'.
       01 WS-PASS-REMOVED           PIC S9(4) USAGE IS COMPUTATIONAL.
       01 WS-FOUND-COUNT            PIC S9(4) USAGE IS COMPUTATIONAL.
       01 WS-FOUND-INDEX            PIC S9(4) USAGE IS COMPUTATIONAL.
       01 WS-FOUND-TABLE.
          05 WS-FOUND-ENTRY            OCCURS 20 TIMES.
             10 WS-FOUND-KEY           PIC X(14).
             10 WS-FOUND-FLAG          PIC X(1).
      ******************************************************************
      *   MAINTENANCE AUDIT FIELDS STAGED BEFORE EACH EMNTAUD WRITE.
      ******************************************************************
       01 WS-MAINT-AUDIT-FIELDS.
          05 WS-MA-ACTION            PIC X(8).
          05 WS-MA-TARGET            PIC X(8).
          05 WS-MA-BEFORE            PIC X(20).
          05 WS-MA-AFTER             PIC X(20).
      ******************************************************************
      *   REPORT LINE LAYOUTS WRITTEN TO THE LVRQ TD QUEUE.
      ******************************************************************
       01 WS-HEADER-LINE            PIC X(80) VALUE
          'NIGHTLY LEAVER ACCESS SWEEP'.
       01 WS-LEAVER-LINE.
          05 FILLER                    PIC X(7) VALUE 'LEAVER '.
          05 WS-LVR-USER-ID            PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 WS-LVR-NAME               PIC X(25).
          05 FILLER                    PIC X(7) VALUE '  TYPE '.
          05 WS-LVR-USER-TYPE          PIC X(3).
          05 FILLER                    PIC X(28) VALUE SPACES.
       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 WS-DTL-ACTION             PIC X(28).
          05 WS-DTL-ITEM               PIC X(20).
          05 FILLER                    PIC X(28) VALUE SPACES.
       01 WS-TOTALS-LINE.
          05 FILLER                    PIC X(18) VALUE
             'LEAVERS SWEPT....'.
          05 WS-TOT-LEAVERS            PIC ZZZZ9.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             'ITEMS REMOVED....'.
          05 WS-TOT-ITEMS              PIC ZZZZ9.
          05 FILLER                    PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCAN-REGISTERED-USERS.
           PERFORM 9000-WRITE-TOTALS.

           EXEC CICS RETURN
                END-EXEC.

       SUB-ROUTINE SECTION.
      *
       1000-INITIALIZE.
      *    WRITE THE REPORT HEADER LINE
           EXEC CICS WRITEQ TD
                QUEUE(AC-LVRSWP-TDQUEUE-NAME)
                FROM (WS-HEADER-LINE)
                LENGTH(LENGTH OF WS-HEADER-LINE)
                END-EXEC.

       2000-SCAN-REGISTERED-USERS.
      *    WALK EVERY REGISTERED ACCOUNT - INACTIVE ONES NOT YET
      *    SWEPT ARE THE NEW LEAVERS, ACTIVE ONES STILL ON ELVRCTL
      *    HAVE BEEN REACTIVATED SINCE THEY WERE SWEPT
           MOVE LOW-VALUES TO WS-USER-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE(AC-REG-USER-FILENAME)
                RIDFLD(WS-USER-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-USER-SCAN-MORE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-USER-SCAN-DONE TO TRUE
           ELSE
              PERFORM 2100-CHECK-NEXT-ACCOUNT UNTIL WS-USER-SCAN-DONE
              EXEC CICS ENDBR
                   FILE(AC-REG-USER-FILENAME)
                   END-EXEC
           END-IF.

       2100-CHECK-NEXT-ACCOUNT.
      *    READ ONE ACCOUNT AND SORT IT INTO LEAVER OR REACTIVATED
           EXEC CICS READNEXT
                FILE(AC-REG-USER-FILENAME)
                INTO (REG-USER-RECORD)
                RIDFLD(WS-USER-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-USER-SCAN-DONE TO TRUE
           ELSE
              IF RU-ST-INACTIVE
                 PERFORM 2200-CHECK-FOR-NEW-LEAVER
              ELSE
                 PERFORM 2300-REARM-REACTIVATED
              END-IF
           END-IF.

       2200-CHECK-FOR-NEW-LEAVER.
      *    AN INACTIVE ACCOUNT WITH NO ELVRCTL RECORD WAS INACTIVATED
      *    SINCE THE LAST RUN - SWEEP IT NOW
           EXEC CICS READ
                FILE(AC-LEAVER-CTL-FILENAME)
                INTO (LEAVER-CONTROL-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NOTFND)
              PERFORM 3000-SWEEP-LEAVER
           END-IF.

       2300-REARM-REACTIVATED.
      *    AN ACTIVE ACCOUNT CARRIES NO ELVRCTL RECORD, SO IF IT IS
      *    INACTIVATED AGAIN LATER IT IS SWEPT AGAIN - NOT FOUND IS
      *    THE USUAL CASE AND IS FINE
           EXEC CICS DELETE
                FILE(AC-LEAVER-CTL-FILENAME)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3000-SWEEP-LEAVER.
      *    CLOSE DOWN EVERYTHING THE LEAVER STILL HOLDS - THE LIVE
      *    SESSION FIRST, THEN THE ACCESS, THEN THE OPEN REQUESTS
           INITIALIZE LEAVER-CONTROL-RECORD.
           MOVE RU-USER-ID TO LV-USER-ID.
           SET LV-NO-SESSION TO TRUE.
           MOVE RU-USER-ID TO WS-MA-TARGET.

           PERFORM 3050-REPORT-THE-LEAVER.
           PERFORM 3100-END-LIVE-SESSION.
           PERFORM 3200-REMOVE-OVERRIDES.
           PERFORM 3300-REMOVE-FIRECALL-GRANTS.
           PERFORM 3400-CANCEL-ACCESS-REQUESTS.
           PERFORM 3500-CANCEL-PROFILE-CHANGE.
           PERFORM 3600-CANCEL-PRIVILEGED-REQS.
           PERFORM 3900-RECORD-LEAVER-SWEPT.

       3050-REPORT-THE-LEAVER.
      *    NAME THE PERSON THE FOLLOWING LINES BELONG TO
           MOVE RU-USER-ID TO WS-LVR-USER-ID.
           MOVE RU-USER-TYPE TO WS-LVR-USER-TYPE.

           EXEC CICS READ
                FILE(AC-EMP-MASTER-FILENAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE EM-EMPLOYEE-NAME TO WS-LVR-NAME
           ELSE
              MOVE '(NO EMPLOYEE RECORD)' TO WS-LVR-NAME
           END-IF.

           EXEC CICS WRITEQ TD
                QUEUE(AC-LVRSWP-TDQUEUE-NAME)
                FROM (WS-LEAVER-LINE)
                LENGTH(LENGTH OF WS-LEAVER-LINE)
                END-EXEC.

       3100-END-LIVE-SESSION.
      *    A LEAVER STILL SIGNED ON IS SIGNED OFF THROUGH EACTMON THE
      *    SAME WAY A SUPERVISOR'S ESGF FORCED SIGN-OFF WOULD BE
           MOVE AC-USER-ACTIVITY-QPREFIX TO WS-UA-QNAME-PREFIX.
           MOVE RU-USER-ID TO WS-UA-QNAME-USERID.

           EXEC CICS READQ TS
                QUEUE(WS-USER-ACTIVITY-QUEUE-NAME)
                INTO (USER-ACTIVITY-RECORD)
                ITEM(1)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND UA-ST-SIGNED-ON
              MOVE UA-TERMINAL-ID TO WS-SESSION-TERMINAL-ID
              PERFORM 3150-CALL-ACTIVITY-MONITOR
              IF MON-RESP-NORMAL
                 SET LV-SESSION-FORCED-OFF TO TRUE
                 MOVE 'SESSION FORCED OFF' TO WS-DTL-ACTION
                 MOVE SPACES TO WS-DTL-ITEM
                 STRING 'TERMINAL ' DELIMITED BY SIZE
                        WS-SESSION-TERMINAL-ID DELIMITED BY SIZE
                    INTO WS-DTL-ITEM
                 END-STRING
                 PERFORM 9700-WRITE-DETAIL-LINE
                 MOVE 'LVRSGNOF' TO WS-MA-ACTION
                 MOVE SPACES TO WS-MA-BEFORE
                 STRING 'SIGNED ON AT ' DELIMITED BY SIZE
                        WS-SESSION-TERMINAL-ID DELIMITED BY SIZE
                    INTO WS-MA-BEFORE
                 END-STRING
                 MOVE 'FORCED OFF - LEAVER' TO WS-MA-AFTER
                 PERFORM 9600-WRITE-MAINT-AUDIT
              END-IF
           END-IF.

       3150-CALL-ACTIVITY-MONITOR.
      *    HAND THE SIGN-OFF TO EACTMON, NAMING THE TERMINAL THE
      *    SESSION WAS FOUND ON
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           SET MON-ACT-SIGNOFF TO TRUE.
           SET MON-SOR-FORCED TO TRUE.
           MOVE RU-USER-ID TO MON-USER-ID.
           MOVE UA-USER-TYPE TO MON-USER-TYPE.
           MOVE WS-SESSION-TERMINAL-ID TO MON-TERMINAL-ID.

           EXEC CICS PUT
                CONTAINER(AC-ACTMON-CONTAINER-NAME)
                CHANNEL(AC-ACTMON-CHANNEL-NAME)
                FROM (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                END-EXEC.

           EXEC CICS LINK
                PROGRAM(AC-ACTMON-PROGRAM-NAME)
                CHANNEL(AC-ACTMON-CHANNEL-NAME)
                END-EXEC.

           EXEC CICS GET
                CONTAINER(AC-ACTMON-CONTAINER-NAME)
                CHANNEL(AC-ACTMON-CHANNEL-NAME)
                INTO (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                END-EXEC.

       3200-REMOVE-OVERRIDES.
      *    DELETE EVERY EUSRENT OVERRIDE THE LEAVER HOLDS, GRANT OR
      *    DENY, A TABLE-FULL AT A TIME
           SET WS-PASS-WAS-FULL TO TRUE.
           PERFORM 3210-OVERRIDE-PASS UNTIL WS-PASS-NOT-FULL.

       3210-OVERRIDE-PASS.
      *    GATHER THE NEXT BATCH OF OVERRIDE KEYS, THEN DELETE THEM
           MOVE ZERO TO WS-FOUND-COUNT.
           MOVE ZERO TO WS-PASS-REMOVED.
           MOVE RU-USER-ID TO WS-ITEM-USER-ID.
           MOVE LOW-VALUES TO WS-ITEM-TRANS-ID.

           EXEC CICS STARTBR
                FILE(AC-ENTITLEMENT-FILENAME)
                RIDFLD(WS-ITEM-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-SCAN-MORE TO TRUE
              PERFORM 3220-GATHER-NEXT-OVERRIDE
                 UNTIL WS-ITEM-SCAN-DONE
              EXEC CICS ENDBR
                   FILE(AC-ENTITLEMENT-FILENAME)
                   END-EXEC
           END-IF.

           MOVE 1 TO WS-FOUND-INDEX.
           PERFORM 3230-DELETE-ONE-OVERRIDE
              UNTIL WS-FOUND-INDEX IS GREATER THAN WS-FOUND-COUNT.

           PERFORM 3990-CHECK-PASS-FULL.

       3220-GATHER-NEXT-OVERRIDE.
      *    READ THE NEXT OVERRIDE AND KEEP ITS KEY IF IT IS THE
      *    LEAVER'S
           EXEC CICS READNEXT
                FILE(AC-ENTITLEMENT-FILENAME)
                INTO (USER-ENTITLEMENT-RECORD)
                RIDFLD(WS-ITEM-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR UE-USER-ID IS NOT EQUAL TO RU-USER-ID
              SET WS-ITEM-SCAN-DONE TO TRUE
           ELSE
              ADD 1 TO WS-FOUND-COUNT
              MOVE UE-ENTITLEMENT-KEY TO WS-FOUND-KEY (WS-FOUND-COUNT)
              MOVE UE-PERMIT-FLAG TO WS-FOUND-FLAG (WS-FOUND-COUNT)
              IF WS-FOUND-COUNT IS EQUAL TO 20
                 SET WS-ITEM-SCAN-DONE TO TRUE
              END-IF
           END-IF.

       3230-DELETE-ONE-OVERRIDE.
      *    DELETE ONE OVERRIDE, LIST IT AND AUDIT IT
           MOVE WS-FOUND-KEY (WS-FOUND-INDEX) TO UE-ENTITLEMENT-KEY.

           EXEC CICS DELETE
                FILE(AC-ENTITLEMENT-FILENAME)
                RIDFLD(UE-ENTITLEMENT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO LV-OVERRIDES-REMOVED
              ADD 1 TO WS-PASS-REMOVED
              MOVE 'OVERRIDE REMOVED' TO WS-DTL-ACTION
              MOVE SPACES TO WS-DTL-ITEM
              STRING UE-TRANS-ID DELIMITED BY SIZE
                     ' PERMIT=' DELIMITED BY SIZE
                     WS-FOUND-FLAG (WS-FOUND-INDEX) DELIMITED BY SIZE
                 INTO WS-DTL-ITEM
              END-STRING
              PERFORM 9700-WRITE-DETAIL-LINE
              MOVE 'LVRENTDL' TO WS-MA-ACTION
              MOVE SPACES TO WS-MA-BEFORE
              STRING 'TRANS=' DELIMITED BY SIZE
                     UE-TRANS-ID DELIMITED BY SIZE
                     ' PERMIT=' DELIMITED BY SIZE
                     WS-FOUND-FLAG (WS-FOUND-INDEX) DELIMITED BY SIZE
                 INTO WS-MA-BEFORE
              END-STRING
              MOVE 'REMOVED - LEAVER' TO WS-MA-AFTER
              PERFORM 9600-WRITE-MAINT-AUDIT
           END-IF.

           ADD 1 TO WS-FOUND-INDEX.

       3300-REMOVE-FIRECALL-GRANTS.
      *    DELETE EVERY EFIRCAL BREAK-GLASS GRANT STILL ON FILE FOR
      *    THE LEAVER, EXPIRED OR NOT
           SET WS-PASS-WAS-FULL TO TRUE.
           PERFORM 3310-FIRECALL-PASS UNTIL WS-PASS-NOT-FULL.

       3310-FIRECALL-PASS.
      *    GATHER THE NEXT BATCH OF GRANT KEYS, THEN DELETE THEM
           MOVE ZERO TO WS-FOUND-COUNT.
           MOVE ZERO TO WS-PASS-REMOVED.
           MOVE RU-USER-ID TO WS-ITEM-USER-ID.
           MOVE LOW-VALUES TO WS-ITEM-TRANS-ID.

           EXEC CICS STARTBR
                FILE(AC-FIRECALL-FILENAME)
                RIDFLD(WS-ITEM-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-SCAN-MORE TO TRUE
              PERFORM 3320-GATHER-NEXT-GRANT
                 UNTIL WS-ITEM-SCAN-DONE
              EXEC CICS ENDBR
                   FILE(AC-FIRECALL-FILENAME)
                   END-EXEC
           END-IF.

           MOVE 1 TO WS-FOUND-INDEX.
           PERFORM 3330-DELETE-ONE-GRANT
              UNTIL WS-FOUND-INDEX IS GREATER THAN WS-FOUND-COUNT.

           PERFORM 3990-CHECK-PASS-FULL.

       3320-GATHER-NEXT-GRANT.
      *    READ THE NEXT GRANT AND KEEP ITS KEY IF IT IS THE LEAVER'S
           EXEC CICS READNEXT
                FILE(AC-FIRECALL-FILENAME)
                INTO (FIRECALL-GRANT-RECORD)
                RIDFLD(WS-ITEM-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR FC-USER-ID IS NOT EQUAL TO RU-USER-ID
              SET WS-ITEM-SCAN-DONE TO TRUE
           ELSE
              ADD 1 TO WS-FOUND-COUNT
              MOVE FC-GRANT-KEY TO WS-FOUND-KEY (WS-FOUND-COUNT)
              MOVE SPACE TO WS-FOUND-FLAG (WS-FOUND-COUNT)
              IF WS-FOUND-COUNT IS EQUAL TO 20
                 SET WS-ITEM-SCAN-DONE TO TRUE
              END-IF
           END-IF.

       3330-DELETE-ONE-GRANT.
      *    DELETE ONE FIRECALL GRANT, LIST IT AND AUDIT IT
           MOVE WS-FOUND-KEY (WS-FOUND-INDEX) TO FC-GRANT-KEY.

           EXEC CICS DELETE
                FILE(AC-FIRECALL-FILENAME)
                RIDFLD(FC-GRANT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO LV-GRANTS-REMOVED
              ADD 1 TO WS-PASS-REMOVED
              MOVE 'FIRECALL GRANT REMOVED' TO WS-DTL-ACTION
              MOVE FC-TRANS-ID TO WS-DTL-ITEM
              PERFORM 9700-WRITE-DETAIL-LINE
              MOVE 'LVRFCDEL' TO WS-MA-ACTION
              MOVE SPACES TO WS-MA-BEFORE
              STRING 'FIRECALL TRANS=' DELIMITED BY SIZE
                     FC-TRANS-ID DELIMITED BY SIZE
                 INTO WS-MA-BEFORE
              END-STRING
              MOVE 'REMOVED - LEAVER' TO WS-MA-AFTER
              PERFORM 9600-WRITE-MAINT-AUDIT
           END-IF.

           ADD 1 TO WS-FOUND-INDEX.

       3400-CANCEL-ACCESS-REQUESTS.
      *    CANCEL EVERY EACCREQ REQUEST THE LEAVER RAISED THAT IS
      *    STILL WAITING ON A MANAGER OR AN ADMINISTRATOR
           SET WS-PASS-WAS-FULL TO TRUE.
           PERFORM 3410-REQUEST-PASS UNTIL WS-PASS-NOT-FULL.

       3410-REQUEST-PASS.
      *    GATHER THE NEXT BATCH OF OPEN REQUEST KEYS, THEN CANCEL
      *    THEM
           MOVE ZERO TO WS-FOUND-COUNT.
           MOVE ZERO TO WS-PASS-REMOVED.
           MOVE RU-USER-ID TO WS-ITEM-USER-ID.
           MOVE LOW-VALUES TO WS-ITEM-TRANS-ID.

           EXEC CICS STARTBR
                FILE(AC-ACCREQ-FILENAME)
                RIDFLD(WS-ITEM-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-SCAN-MORE TO TRUE
              PERFORM 3420-GATHER-NEXT-REQUEST
                 UNTIL WS-ITEM-SCAN-DONE
              EXEC CICS ENDBR
                   FILE(AC-ACCREQ-FILENAME)
                   END-EXEC
           END-IF.

           MOVE 1 TO WS-FOUND-INDEX.
           PERFORM 3430-CANCEL-ONE-REQUEST
              UNTIL WS-FOUND-INDEX IS GREATER THAN WS-FOUND-COUNT.

           PERFORM 3990-CHECK-PASS-FULL.

       3420-GATHER-NEXT-REQUEST.
      *    READ THE NEXT REQUEST AND KEEP ITS KEY IF IT IS THE
      *    LEAVER'S AND STILL OPEN - DECIDED ONES STAY AS HISTORY
           EXEC CICS READNEXT
                FILE(AC-ACCREQ-FILENAME)
                INTO (ACCESS-REQUEST-RECORD)
                RIDFLD(WS-ITEM-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR AQ-USER-ID IS NOT EQUAL TO RU-USER-ID
              SET WS-ITEM-SCAN-DONE TO TRUE
           ELSE
              IF AQ-ST-AWAITING-MANAGER OR AQ-ST-AWAITING-ADMIN
                 ADD 1 TO WS-FOUND-COUNT
                 MOVE AQ-REQUEST-KEY TO WS-FOUND-KEY (WS-FOUND-COUNT)
                 MOVE AQ-STATUS TO WS-FOUND-FLAG (WS-FOUND-COUNT)
                 IF WS-FOUND-COUNT IS EQUAL TO 20
                    SET WS-ITEM-SCAN-DONE TO TRUE
                 END-IF
              END-IF
           END-IF.

       3430-CANCEL-ONE-REQUEST.
      *    CANCEL ONE OPEN REQUEST, LIST IT AND AUDIT IT - ONE
      *    DECIDED IN THE MEANTIME IS LEFT ALONE
           MOVE WS-FOUND-KEY (WS-FOUND-INDEX) TO AQ-REQUEST-KEY.

           EXEC CICS READ
                FILE(AC-ACCREQ-FILENAME)
                INTO (ACCESS-REQUEST-RECORD)
                RIDFLD(AQ-REQUEST-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              IF AQ-ST-AWAITING-MANAGER OR AQ-ST-AWAITING-ADMIN
                 SET AQ-ST-CANCELLED TO TRUE
                 EXEC CICS REWRITE
                      FILE(AC-ACCREQ-FILENAME)
                      FROM (ACCESS-REQUEST-RECORD)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
                 IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                    PERFORM 3440-REPORT-CANCELLED-REQUEST
                 END-IF
              ELSE
                 EXEC CICS UNLOCK
                      FILE(AC-ACCREQ-FILENAME)
                      END-EXEC
              END-IF
           END-IF.

           ADD 1 TO WS-FOUND-INDEX.

       3440-REPORT-CANCELLED-REQUEST.
      *    LIST AND AUDIT ONE CANCELLED ACCESS REQUEST
           ADD 1 TO LV-REQUESTS-CANCELLED.
           ADD 1 TO WS-PASS-REMOVED.
           MOVE 'ACCESS REQUEST CANCELLED' TO WS-DTL-ACTION.
           MOVE AQ-TRANS-ID TO WS-DTL-ITEM.
           PERFORM 9700-WRITE-DETAIL-LINE.
           MOVE 'LVRREQCN' TO WS-MA-ACTION.
           MOVE SPACES TO WS-MA-BEFORE.
           IF WS-FOUND-FLAG (WS-FOUND-INDEX) IS EQUAL TO 'P'
              STRING 'TRANS=' DELIMITED BY SIZE
                     AQ-TRANS-ID DELIMITED BY SIZE
                     ' AWAIT-MGR' DELIMITED BY SIZE
                 INTO WS-MA-BEFORE
              END-STRING
           ELSE
              STRING 'TRANS=' DELIMITED BY SIZE
                     AQ-TRANS-ID DELIMITED BY SIZE
                     ' AWAIT-ADM' DELIMITED BY SIZE
                 INTO WS-MA-BEFORE
              END-STRING
           END-IF.
           MOVE 'CANCELLED - LEAVER' TO WS-MA-AFTER.
           PERFORM 9600-WRITE-MAINT-AUDIT.

       3500-CANCEL-PROFILE-CHANGE.
      *    A SELF-SERVICE PROFILE CHANGE STILL WAITING FOR ITS
      *    APPROVER COMES OFF EPRFPND - THERE IS AT MOST ONE
           EXEC CICS READ
                FILE(AC-PRF-PENDING-FILENAME)
                INTO (PENDING-PROFILE-RECORD)
                RIDFLD(RU-USER-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              EXEC CICS DELETE
                   FILE(AC-PRF-PENDING-FILENAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 ADD 1 TO LV-CHANGES-CANCELLED
                 MOVE 'PROFILE CHANGE CANCELLED' TO WS-DTL-ACTION
                 MOVE PU-REQUEST-DATE TO WS-DTL-ITEM
                 PERFORM 9700-WRITE-DETAIL-LINE
                 MOVE 'LVRPRFCN' TO WS-MA-ACTION
                 MOVE SPACES TO WS-MA-BEFORE
                 STRING PU-NEW-PHONE DELIMITED BY SIZE
                        '/' DELIMITED BY SIZE
                        PU-NEW-LOCATION (1:7) DELIMITED BY SIZE
                    INTO WS-MA-BEFORE
                 END-STRING
                 MOVE 'CANCELLED - LEAVER' TO WS-MA-AFTER
                 PERFORM 9600-WRITE-MAINT-AUDIT
              END-IF
           END-IF.

       3600-CANCEL-PRIVILEGED-REQS.
      *    REJECT EVERY EPNDAPR PRIVILEGED-ACTION REQUEST THE LEAVER
      *    RAISED THAT IS STILL PENDING, SO NOBODY APPROVES A LEFT
      *    ADMINISTRATOR'S REQUEST AFTER THEY HAVE GONE
           SET WS-PASS-WAS-FULL TO TRUE.
           PERFORM 3610-APPROVAL-PASS UNTIL WS-PASS-NOT-FULL.

       3610-APPROVAL-PASS.
      *    EPNDAPR IS KEYED ON THE REQUEST TIMESTAMP, SO EACH PASS
      *    BROWSES THE WHOLE (SHORT) FILE FOR THE LEAVER'S REQUESTS
           MOVE ZERO TO WS-FOUND-COUNT.
           MOVE ZERO TO WS-PASS-REMOVED.
           MOVE LOW-VALUES TO PA-REQUEST-KEY.

           EXEC CICS STARTBR
                FILE(AC-PENDING-APPR-FILENAME)
                RIDFLD(PA-REQUEST-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-SCAN-MORE TO TRUE
              PERFORM 3620-GATHER-NEXT-APPROVAL
                 UNTIL WS-ITEM-SCAN-DONE
              EXEC CICS ENDBR
                   FILE(AC-PENDING-APPR-FILENAME)
                   END-EXEC
           END-IF.

           MOVE 1 TO WS-FOUND-INDEX.
           PERFORM 3630-CANCEL-ONE-APPROVAL
              UNTIL WS-FOUND-INDEX IS GREATER THAN WS-FOUND-COUNT.

           PERFORM 3990-CHECK-PASS-FULL.

       3620-GATHER-NEXT-APPROVAL.
      *    READ THE NEXT REQUEST AND KEEP ITS KEY IF THE LEAVER
      *    RAISED IT AND IT IS STILL PENDING
           EXEC CICS READNEXT
                FILE(AC-PENDING-APPR-FILENAME)
                INTO (PENDING-APPROVAL-RECORD)
                RIDFLD(PA-REQUEST-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-ITEM-SCAN-DONE TO TRUE
           ELSE
              IF PA-ST-PENDING
                 AND PA-REQUESTED-BY IS EQUAL TO RU-USER-ID
                 ADD 1 TO WS-FOUND-COUNT
                 MOVE PA-REQUEST-KEY TO WS-FOUND-KEY (WS-FOUND-COUNT)
                 MOVE PA-ACTION TO WS-FOUND-FLAG (WS-FOUND-COUNT)
                 IF WS-FOUND-COUNT IS EQUAL TO 20
                    SET WS-ITEM-SCAN-DONE TO TRUE
                 END-IF
              END-IF
           END-IF.

       3630-CANCEL-ONE-APPROVAL.
      *    REJECT ONE PENDING REQUEST ON THE LEAVER'S BEHALF, LIST IT
      *    AND AUDIT IT
           MOVE WS-FOUND-KEY (WS-FOUND-INDEX) TO PA-REQUEST-KEY.

           EXEC CICS READ
                FILE(AC-PENDING-APPR-FILENAME)
                INTO (PENDING-APPROVAL-RECORD)
                RIDFLD(PA-REQUEST-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              IF PA-ST-PENDING
                 SET PA-ST-REJECTED TO TRUE
                 MOVE AC-LVRSWP-PROGRAM-NAME TO PA-DECIDED-BY
                 EXEC CICS REWRITE
                      FILE(AC-PENDING-APPR-FILENAME)
                      FROM (PENDING-APPROVAL-RECORD)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
                 IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                    PERFORM 3640-REPORT-CANCELLED-APPROVAL
                 END-IF
              ELSE
                 EXEC CICS UNLOCK
                      FILE(AC-PENDING-APPR-FILENAME)
                      END-EXEC
              END-IF
           END-IF.

           ADD 1 TO WS-FOUND-INDEX.

       3640-REPORT-CANCELLED-APPROVAL.
      *    LIST AND AUDIT ONE CANCELLED PRIVILEGED-ACTION REQUEST
           ADD 1 TO LV-REQUESTS-CANCELLED.
           ADD 1 TO WS-PASS-REMOVED.
           IF PA-ACT-CREATE-ADM
              MOVE 'CREATE ADM REQ CANCELLED' TO WS-DTL-ACTION
           ELSE
              MOVE 'UNLOCK ADM REQ CANCELLED' TO WS-DTL-ACTION
           END-IF.
           MOVE SPACES TO WS-DTL-ITEM.
           STRING 'TARGET=' DELIMITED BY SIZE
                  PA-TARGET-USER-ID DELIMITED BY SIZE
              INTO WS-DTL-ITEM
           END-STRING.
           PERFORM 9700-WRITE-DETAIL-LINE.
           MOVE 'LVRAPRCN' TO WS-MA-ACTION.
           MOVE SPACES TO WS-MA-BEFORE.
           STRING 'REQ=' DELIMITED BY SIZE
                  PA-REQUEST-KEY DELIMITED BY SIZE
              INTO WS-MA-BEFORE
           END-STRING.
           MOVE 'CANCELLED - LEAVER' TO WS-MA-AFTER.
           PERFORM 9600-WRITE-MAINT-AUDIT.

       3900-RECORD-LEAVER-SWEPT.
      *    FILE THE LEAVER ON ELVRCTL WITH WHAT WAS TAKEN AWAY, SO
      *    THE ACCOUNT IS NOT SWEPT AGAIN TOMORROW NIGHT
           IF LV-OVERRIDES-REMOVED IS EQUAL TO ZERO
              AND LV-GRANTS-REMOVED IS EQUAL TO ZERO
              AND LV-REQUESTS-CANCELLED IS EQUAL TO ZERO
              AND LV-CHANGES-CANCELLED IS EQUAL TO ZERO
              AND LV-NO-SESSION
              MOVE 'NOTHING LEFT TO REMOVE' TO WS-DTL-ACTION
              MOVE SPACES TO WS-DTL-ITEM
              PERFORM 9700-WRITE-DETAIL-LINE
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(LV-SWEPT-DATE)
                TIME(LV-SWEPT-TIME)
                END-EXEC.

           EXEC CICS WRITE
                FILE(AC-LEAVER-CTL-FILENAME)
                FROM (LEAVER-CONTROL-RECORD)
                RIDFLD(LV-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           ADD 1 TO WS-LEAVER-COUNT.
           ADD LV-OVERRIDES-REMOVED TO WS-ITEMS-REMOVED.
           ADD LV-GRANTS-REMOVED TO WS-ITEMS-REMOVED.
           ADD LV-REQUESTS-CANCELLED TO WS-ITEMS-REMOVED.
           ADD LV-CHANGES-CANCELLED TO WS-ITEMS-REMOVED.

       3990-CHECK-PASS-FULL.
      *    ANOTHER PASS IS ONLY NEEDED WHEN THIS ONE FILLED THE TABLE
      *    AND GOT SOMEWHERE - A PASS THAT REMOVED NOTHING STOPS, SO
      *    A RECORD THAT WILL NOT DELETE CANNOT LOOP THE SWEEP
           IF WS-FOUND-COUNT IS LESS THAN 20
              OR WS-PASS-REMOVED IS EQUAL TO ZERO
              SET WS-PASS-NOT-FULL TO TRUE
           END-IF.

       9000-WRITE-TOTALS.
      *    WRITE THE CLOSING TOTALS LINE
           MOVE WS-LEAVER-COUNT TO WS-TOT-LEAVERS.
           MOVE WS-ITEMS-REMOVED TO WS-TOT-ITEMS.

           EXEC CICS WRITEQ TD
                QUEUE(AC-LVRSWP-TDQUEUE-NAME)
                FROM (WS-TOTALS-LINE)
                LENGTH(LENGTH OF WS-TOTALS-LINE)
                END-EXEC.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF EACH THING TAKEN AWAY FROM THE
      *    LEAVER - THE SWEEP ITSELF IS THE ACTING ID
           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE AC-LVRSWP-PROGRAM-NAME TO MA-ADMIN-ID.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(MA-AUDIT-DATE)
                TIME(MA-AUDIT-TIME)
                END-EXEC.

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

       9700-WRITE-DETAIL-LINE.
      *    WRITE ONE "WHAT WAS REMOVED" LINE UNDER THE LEAVER
           EXEC CICS WRITEQ TD
                QUEUE(AC-LVRSWP-TDQUEUE-NAME)
                FROM (WS-DETAIL-LINE)
                LENGTH(LENGTH OF WS-DETAIL-LINE)
                END-EXEC.
