       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERPTINQ.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'REPORT REPOSITORY INQUIRY' PROGRAM
      *        LISTS THE OVERNIGHT REPORT RUNS FILED ON ERPTREP THAT
      *        THE SIGNED-ON USER MAY SEE - EACH REPORT CARRIES AN
      *        ACCESS ID THAT IS PUT THROUGH EAUTHCK EXACTLY LIKE A
      *        SCREEN'S TRANSACTION ID, SO ERACCES, EUSRENT AND A
      *        FIRECALL GRANT GOVERN REPORTS THE SAME WAY THEY GOVERN
      *        SCREENS - AND PAGES THROUGH ONE OF THEM ONLINE.  ENTER
      *        WITH A REPORT NAME LISTS FROM THAT NAME ON; ENTER WITH A
      *        NAME AND RUN DATE OPENS THAT RUN AT THE PAGE KEYED (OR
      *        THE FIRST); PF8/PF7 PAGE FORWARD/BACK THROUGH THE LIST
      *        OR THE OPEN REPORT; ENTER WITH THE NAME BLANKED GOES
      *        BACK TO THE LIST; PF3 ENDS.  ON A SECTIONED REPORT A
      *        MANAGER ONLY SEES THE PAGES FILED UNDER THEIR OWN USER
      *        ID AND THE PAGES COMMON TO ALL READERS - THE REST ARE
      *        STEPPED OVER.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY ERPIMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY ERPTREP.
       COPY EAUTHCK.
       COPY ESESCHK.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      *      THE LIST RESUME KEY IS THE NAME/DATE OF THE LAST RUN
      *      LISTED WITH PAGE 9999, SO THE NEXT LIST PAGE STARTS PAST
      *      EVERY PAGE OF THAT RUN; THE VIEW FIELDS HOLD THE REPORT
      *      RUN OPEN IN PAGE MODE AND THE PAGE ON THE SCREEN.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-USER-ID             PIC X(8).
          05 WS-USER-AUTHENTICATED  PIC X(1).
             88 WS-USER-IS-AUTH           VALUE 'Y'.
             88 WS-USER-NOT-AUTH          VALUE 'N'.
          05 WS-USER-TYPE           PIC X(3).
             88 WS-USER-IS-ADMIN          VALUE 'ADM'.
          05 WS-SCREEN-MODE         PIC X(1).
             88 WS-LIST-MODE              VALUE 'L'.
             88 WS-PAGE-MODE              VALUE 'P'.
          05 WS-LIST-START-KEY      PIC X(20).
          05 WS-LIST-RESUME-KEY     PIC X(20).
          05 WS-VIEW-REPORT-NAME    PIC X(8).
          05 WS-VIEW-RUN-DATE       PIC X(8).
          05 WS-VIEW-PAGE           PIC 9(4).
          05 WS-VIEW-PAGE-COUNT     PIC 9(4).
          05 WS-VIEW-SECTIONED      PIC X(1).
             88 WS-VIEW-IS-SECTIONED      VALUE 'Y'.
      ******************************************************************
      *   WORKING FIELDS USED TO BROWSE ERPTREP AND BUILD THE SCREEN
      ******************************************************************
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-BROWSE-SWITCH          PIC X(1).
          88 WS-BROWSE-DONE               VALUE 'Y'.
          88 WS-BROWSE-NOT-DONE           VALUE 'N'.
       01 WS-PAGE-FULL-SWITCH       PIC X(1).
          88 WS-PAGE-IS-FULL              VALUE 'Y'.
          88 WS-PAGE-NOT-FULL             VALUE 'N'.
       01 WS-FOUND-SWITCH           PIC X(1).
          88 WS-PAGE-FOUND                VALUE 'Y'.
          88 WS-PAGE-NOT-FOUND            VALUE 'N'.
       01 WS-LINE-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-LINE-INDEX             PIC 9(2) USAGE COMP.
       01 WS-BROWSE-KEY.
          05 WS-BROWSE-REPORT-NAME  PIC X(8).
          05 WS-BROWSE-RUN-DATE     PIC X(8).
          05 WS-BROWSE-PAGE         PIC 9(4).
       01 WS-READ-KEY.
          05 WS-READ-REPORT-NAME    PIC X(8).
          05 WS-READ-RUN-DATE       PIC X(8).
          05 WS-READ-PAGE           PIC 9(4).
       01 WS-TARGET-PAGE            PIC 9(4).
       01 WS-STEP-DIRECTION         PIC X(1).
          88 WS-STEP-FORWARD              VALUE 'F'.
          88 WS-STEP-BACKWARD             VALUE 'B'.
       01 WS-LIST-LINE              PIC X(80).
       01 WS-EDIT-PAGE-COUNT        PIC Z(3)9.
       01 WS-EDIT-PAGE              PIC Z(3)9.
       01 WS-MESSAGE-TEXT           PIC X(60).
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(78).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           IF EIBCALEN IS EQUAL TO ZERO
              PERFORM 1000-FIRST-INTERACTION
           ELSE
              MOVE DFHCOMMAREA TO WS-SESSION-STATE
              IF WS-USER-NOT-AUTH
                 PERFORM 1000-FIRST-INTERACTION
              ELSE
                 PERFORM 2000-PROCESS-ACTION
              END-IF
           END-IF.

       SUB-ROUTINE SECTION.
      *
       1000-FIRST-INTERACTION.
      *    FIRST CALL - ASK THE COMMON SESSION CHECK WHO IS SIGNED ON
      *    AT THIS TERMINAL AND WHETHER THEY MAY USE THIS FUNCTION,
      *    THEN LIST THE REPORTS FROM THE TOP
           INITIALIZE WS-SESSION-STATE.
           SET WS-USER-NOT-AUTH TO TRUE.

           PERFORM 1100-VERIFY-TERMINAL-SESSION.
           IF SES-NOT-SIGNED-ON
              MOVE 'Please sign on through ESON first.'
                 TO WS-MESSAGE-TEXT
              PERFORM 9500-SEND-MESSAGE-AND-END
           END-IF.

           INITIALIZE AUTHORIZATION-CHECK-COMMAREA.
           MOVE EIBTRNID TO ATH-TRANS-ID.
           PERFORM 1200-CHECK-AUTHORIZATION.
           IF ATH-DENIED
              MOVE 'You are not authorized for this function.'
                 TO WS-MESSAGE-TEXT
              PERFORM 9500-SEND-MESSAGE-AND-END
           END-IF.

           MOVE SES-USER-ID TO WS-USER-ID.
           MOVE SES-USER-TYPE TO WS-USER-TYPE.
           SET WS-USER-IS-AUTH TO TRUE.

           MOVE SPACES TO WS-MESSAGE-TEXT.
           MOVE LOW-VALUES TO WS-LIST-START-KEY.
           PERFORM 4000-LIST-REPORTS.

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
      *    CHECK - THE CALLER HAS PUT THE TRANSACTION OR REPORT
      *    ACCESS ID IN ATH-TRANS-ID AND, FOR A LIST LINE, ASKED FOR
      *    AN INQUIRY-ONLY CHECK
           MOVE SES-USER-ID TO ATH-USER-ID.
           MOVE SES-USER-TYPE TO ATH-USER-TYPE.

           EXEC CICS LINK
                PROGRAM(AC-AUTHCK-PROGRAM-NAME)
                COMMAREA(AUTHORIZATION-CHECK-COMMAREA)
                LENGTH(LENGTH OF AUTHORIZATION-CHECK-COMMAREA)
                END-EXEC.

       1300-CHECK-REPORT-ACCESS.
      *    ASK EAUTHCK WHETHER THE USER HOLDS THE ACCESS ID OF THE
      *    REPORT WHOSE DIRECTORY PAGE WAS JUST READ - ONLY ASKING,
      *    SINCE LISTING A REPORT IS NOT USING IT.  THE SESSION STATE
      *    CARRIES THE USER, SO SET THE SESSION CHECK FIELDS BACK UP
      *    FROM IT
           INITIALIZE AUTHORIZATION-CHECK-COMMAREA.
           MOVE WS-USER-ID TO SES-USER-ID.
           MOVE WS-USER-TYPE TO SES-USER-TYPE.
           MOVE RR-ACCESS-ID TO ATH-TRANS-ID.
           SET ATH-CHECK-INQUIRY-ONLY TO TRUE.
           PERFORM 1200-CHECK-AUTHORIZATION.

       1350-CHECK-REPORT-USE.
      *    THE SAME CHECK AS A REAL USE OF THE REPORT, SO A FIRECALL
      *    GRANT OF ITS ACCESS ID IS AUDITED AS USED
           INITIALIZE AUTHORIZATION-CHECK-COMMAREA.
           MOVE WS-USER-ID TO SES-USER-ID.
           MOVE WS-USER-TYPE TO SES-USER-TYPE.
           MOVE RR-ACCESS-ID TO ATH-TRANS-ID.
           SET ATH-CHECK-FOR-USE TO TRUE.
           PERFORM 1200-CHECK-AUTHORIZATION.

       2000-PROCESS-ACTION.
      *    RECEIVE THE SCREEN AND DECIDE WHAT THE USER ASKED FOR -
      *    OPEN A RUN, PAGE THE OPEN ONE, OR LIST THE REPORTS
           EXEC CICS RECEIVE
                MAP(AC-RPTINQ-MAP-NAME)
                MAPSET(AC-RPTINQ-MAPSET-NAME)
                INTO (ERPIMI)
                END-EXEC.

           IF EIBAID IS EQUAL TO DFHPF3
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SPACES TO WS-MESSAGE-TEXT.
           IF RPTNAMEI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO RPTNAMEI
           END-IF.
           IF RUNDATEI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO RUNDATEI
           END-IF.
           IF PAGENOI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO PAGENOI
           END-IF.

           EVALUATE TRUE
           WHEN RPTNAMEI IS EQUAL TO SPACES
                IF WS-LIST-MODE AND EIBAID IS EQUAL TO DFHPF8
                   PERFORM 2100-NEXT-LIST-PAGE
                ELSE
                   MOVE LOW-VALUES TO WS-LIST-START-KEY
                   PERFORM 4000-LIST-REPORTS
                END-IF
           WHEN RUNDATEI IS EQUAL TO SPACES
                PERFORM 2200-LIST-FROM-NAME
           WHEN RUNDATEI IS NOT NUMERIC
                MOVE 'Run date must be numeric YYYYMMDD.'
                   TO WS-MESSAGE-TEXT
                PERFORM 2200-LIST-FROM-NAME
           WHEN WS-PAGE-MODE
            AND RPTNAMEI IS EQUAL TO WS-VIEW-REPORT-NAME
            AND RUNDATEI IS EQUAL TO WS-VIEW-RUN-DATE
                PERFORM 5100-PAGE-THE-REPORT
           WHEN OTHER
                PERFORM 5000-OPEN-REPORT
           END-EVALUATE.

       2100-NEXT-LIST-PAGE.
      *    PF8 ON THE LIST - CARRY ON FROM THE RUN AFTER THE LAST ONE
      *    LISTED, OR SAY THERE IS NO MORE
           IF WS-LIST-RESUME-KEY IS EQUAL TO SPACES
              MOVE 'That is the end of the list.' TO WS-MESSAGE-TEXT
              PERFORM 4000-LIST-REPORTS
           ELSE
              MOVE WS-LIST-RESUME-KEY TO WS-LIST-START-KEY
              PERFORM 4000-LIST-REPORTS
           END-IF.

       2200-LIST-FROM-NAME.
      *    A REPORT NAME WITHOUT A RUN DATE LISTS FROM THAT NAME ON
           MOVE LOW-VALUES TO WS-LIST-START-KEY.
           MOVE RPTNAMEI TO WS-LIST-START-KEY (1:8).
           PERFORM 4000-LIST-REPORTS.

       4000-LIST-REPORTS.
      *    BROWSE ERPTREP FROM THE LIST START KEY AND LIST UP TO
      *    SIXTEEN COMPLETE REPORT RUNS THE USER MAY SEE
           SET WS-LIST-MODE TO TRUE.
           INITIALIZE ERPIMO.
           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE SPACES TO WS-LIST-RESUME-KEY.
           SET WS-PAGE-NOT-FULL TO TRUE.

           MOVE WS-LIST-START-KEY TO WS-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE(AC-RPTREP-FILENAME)
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-BROWSE-NOT-DONE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

           PERFORM 4100-BROWSE-NEXT-ENTRY UNTIL WS-BROWSE-DONE.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              EXEC CICS ENDBR
                   FILE(AC-RPTREP-FILENAME)
                   END-EXEC
           END-IF.

           PERFORM 8000-SEND-LIST-SCREEN.

       4100-BROWSE-NEXT-ENTRY.
      *    READ THE NEXT PAGE - ONLY A DIRECTORY PAGE STARTS A LIST
      *    LINE, AND ONCE IT IS DEALT WITH THE BROWSE SKIPS STRAIGHT
      *    PAST THE REST OF THAT RUN'S PAGES
           EXEC CICS READNEXT
                FILE(AC-RPTREP-FILENAME)
                INTO (REPORT-PAGE-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                SET WS-BROWSE-DONE TO TRUE
           WHEN NOT RR-DIRECTORY-PAGE
      *         A PAGE OF A RUN STILL BEING FILED - NOT LISTED YET
                CONTINUE
           WHEN WS-PAGE-IS-FULL
      *         ANOTHER RUN TO LIST - THERE IS MORE FOR PF8
                SET WS-BROWSE-DONE TO TRUE
           WHEN OTHER
                PERFORM 1300-CHECK-REPORT-ACCESS
                IF ATH-GRANTED
                   PERFORM 4200-FORMAT-LIST-LINE
                END-IF
                PERFORM 4300-SKIP-REST-OF-RUN
           END-EVALUATE.

       4200-FORMAT-LIST-LINE.
      *    FORMAT AND APPEND ONE LIST LINE FOR THIS REPORT RUN
           ADD 1 TO WS-LINE-COUNT.
           MOVE RR-PAGE-COUNT TO WS-EDIT-PAGE-COUNT.
           MOVE SPACES TO WS-LIST-LINE.
           STRING RR-REPORT-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RR-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RR-RUN-TIME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EDIT-PAGE-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  RR-REPORT-TITLE DELIMITED BY SIZE
              INTO WS-LIST-LINE
           END-STRING.

           MOVE WS-LIST-LINE (1:79) TO
                LISTAREAO (((WS-LINE-COUNT - 1) * 80) + 1 : 79).

           IF WS-LINE-COUNT IS NOT LESS THAN 16
              SET WS-PAGE-IS-FULL TO TRUE
              MOVE RR-REPORT-NAME TO WS-LIST-RESUME-KEY (1:8)
              MOVE RR-RUN-DATE TO WS-LIST-RESUME-KEY (9:8)
              MOVE '9999' TO WS-LIST-RESUME-KEY (17:4)
           END-IF.

       4300-SKIP-REST-OF-RUN.
      *    REPOSITION THE BROWSE PAST THE LAST POSSIBLE PAGE OF THE
      *    RUN JUST LISTED, SO ITS PAGES ARE NOT READ ONE BY ONE
           MOVE RR-REPORT-NAME TO WS-BROWSE-REPORT-NAME.
           MOVE RR-RUN-DATE TO WS-BROWSE-RUN-DATE.
           MOVE 9999 TO WS-BROWSE-PAGE.

           EXEC CICS RESETBR
                FILE(AC-RPTREP-FILENAME)
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       5000-OPEN-REPORT.
      *    A REPORT NAME AND RUN DATE WERE KEYED - READ THE RUN'S
      *    DIRECTORY PAGE, CHECK THE USER MAY SEE THE REPORT, AND
      *    SHOW THE PAGE KEYED OR THE FIRST ONE THEY MAY SEE
           MOVE RPTNAMEI TO WS-READ-REPORT-NAME.
           MOVE RUNDATEI TO WS-READ-RUN-DATE.
           MOVE ZERO TO WS-READ-PAGE.
           PERFORM 5300-READ-ONE-PAGE.

           IF WS-PAGE-NOT-FOUND
              MOVE 'No complete run of that report on that date.'
                 TO WS-MESSAGE-TEXT
              PERFORM 2200-LIST-FROM-NAME
           END-IF.

           PERFORM 1350-CHECK-REPORT-USE.
           IF ATH-DENIED
              MOVE 'You are not authorized for that report.'
                 TO WS-MESSAGE-TEXT
              PERFORM 2200-LIST-FROM-NAME
           END-IF.

           MOVE RR-REPORT-NAME TO WS-VIEW-REPORT-NAME.
           MOVE RR-RUN-DATE TO WS-VIEW-RUN-DATE.
           MOVE RR-PAGE-COUNT TO WS-VIEW-PAGE-COUNT.
           MOVE RR-SECTIONED TO WS-VIEW-SECTIONED.
           MOVE ZERO TO WS-VIEW-PAGE.

           MOVE 1 TO WS-TARGET-PAGE.
           IF PAGENOI IS NUMERIC
              MOVE PAGENOI TO WS-TARGET-PAGE
           END-IF.
           SET WS-STEP-FORWARD TO TRUE.
           PERFORM 5200-FIND-VISIBLE-PAGE.

           IF WS-PAGE-NOT-FOUND
              MOVE 'No page of that report is filed for you to see.'
                 TO WS-MESSAGE-TEXT
              PERFORM 2200-LIST-FROM-NAME
           END-IF.

           SET WS-PAGE-MODE TO TRUE.
           PERFORM 8100-SEND-PAGE-SCREEN.

       5100-PAGE-THE-REPORT.
      *    THE OPEN RUN WAS LEFT ON THE SCREEN - PF8/PF7 STEP TO THE
      *    NEXT/PREVIOUS PAGE THE USER MAY SEE, ENTER GOES TO THE PAGE
      *    KEYED.  IF THERE IS NOWHERE TO GO THE CURRENT PAGE STAYS
           EVALUATE TRUE
           WHEN EIBAID IS EQUAL TO DFHPF8
                COMPUTE WS-TARGET-PAGE = WS-VIEW-PAGE + 1
                SET WS-STEP-FORWARD TO TRUE
           WHEN EIBAID IS EQUAL TO DFHPF7
                COMPUTE WS-TARGET-PAGE = WS-VIEW-PAGE - 1
                SET WS-STEP-BACKWARD TO TRUE
           WHEN PAGENOI IS NUMERIC
                MOVE PAGENOI TO WS-TARGET-PAGE
                SET WS-STEP-FORWARD TO TRUE
           WHEN OTHER
                MOVE WS-VIEW-PAGE TO WS-TARGET-PAGE
                SET WS-STEP-FORWARD TO TRUE
           END-EVALUATE.

           PERFORM 5200-FIND-VISIBLE-PAGE.

           IF WS-PAGE-NOT-FOUND
              IF WS-STEP-BACKWARD
                 MOVE 'That is the first page.' TO WS-MESSAGE-TEXT
              ELSE
                 MOVE 'That is the last page.' TO WS-MESSAGE-TEXT
              END-IF
              MOVE WS-VIEW-PAGE TO WS-TARGET-PAGE
              PERFORM 5200-FIND-VISIBLE-PAGE
           END-IF.

           PERFORM 8100-SEND-PAGE-SCREEN.

       5200-FIND-VISIBLE-PAGE.
      *    STARTING AT THE TARGET PAGE, STEP IN THE DIRECTION ASKED
      *    UNTIL A PAGE THE USER MAY SEE IS READ OR THE RUN RUNS OUT
           SET WS-PAGE-NOT-FOUND TO TRUE.
           SET WS-BROWSE-NOT-DONE TO TRUE.
           PERFORM 5250-TRY-ONE-PAGE UNTIL WS-BROWSE-DONE.

           IF WS-PAGE-FOUND
              MOVE WS-TARGET-PAGE TO WS-VIEW-PAGE
           END-IF.

       5250-TRY-ONE-PAGE.
      *    READ THE TARGET PAGE IF IT IS IN THE RUN.  ON A SECTIONED
      *    REPORT A PAGE FILED UNDER ANOTHER MANAGER IS STEPPED OVER
      *    UNLESS THE USER IS AN ADMINISTRATOR
           IF WS-TARGET-PAGE IS LESS THAN 1
           OR WS-TARGET-PAGE IS GREATER THAN WS-VIEW-PAGE-COUNT
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              MOVE WS-VIEW-REPORT-NAME TO WS-READ-REPORT-NAME
              MOVE WS-VIEW-RUN-DATE TO WS-READ-RUN-DATE
              MOVE WS-TARGET-PAGE TO WS-READ-PAGE
              PERFORM 5300-READ-ONE-PAGE
              IF WS-PAGE-FOUND
                 IF WS-VIEW-IS-SECTIONED
                 AND NOT WS-USER-IS-ADMIN
                 AND RR-SECTION-OWNER IS NOT EQUAL TO SPACES
                 AND RR-SECTION-OWNER IS NOT EQUAL TO WS-USER-ID
                    SET WS-PAGE-NOT-FOUND TO TRUE
                 ELSE
                    SET WS-BROWSE-DONE TO TRUE
                 END-IF
              END-IF
              IF WS-PAGE-NOT-FOUND
                 IF WS-STEP-BACKWARD
                    SUBTRACT 1 FROM WS-TARGET-PAGE
                 ELSE
                    ADD 1 TO WS-TARGET-PAGE
                 END-IF
              END-IF
           END-IF.

       5300-READ-ONE-PAGE.
      *    READ ONE REPORT PAGE BY ITS FULL KEY
           EXEC CICS READ
                FILE(AC-RPTREP-FILENAME)
                INTO (REPORT-PAGE-RECORD)
                RIDFLD(WS-READ-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-PAGE-FOUND TO TRUE
           ELSE
              SET WS-PAGE-NOT-FOUND TO TRUE
           END-IF.

       8000-SEND-LIST-SCREEN.
      *    SHOW THE LIST JUST BUILT WITH ITS COLUMN HEADING
           MOVE 'REPORT   RUN DATE TIME   PAGES  TITLE' TO RPTHEADO.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              EVALUATE TRUE
              WHEN WS-PAGE-IS-FULL
                   MOVE 'Key name and run date to view. PF8=more.'
                      TO MESSO
              WHEN WS-LINE-COUNT IS EQUAL TO ZERO
                   MOVE 'No reports on file that you may see.'
                      TO MESSO
              WHEN OTHER
                   MOVE 'Key a report name and run date to view it.'
                      TO MESSO
              END-EVALUATE
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       8100-SEND-PAGE-SCREEN.
      *    SHOW THE PAGE JUST READ UNDER A HEADING NAMING THE REPORT
      *    AND WHERE IN THE RUN IT IS
           INITIALIZE ERPIMO.
           MOVE WS-VIEW-REPORT-NAME TO RPTNAMEO.
           MOVE WS-VIEW-RUN-DATE TO RUNDATEO.
           MOVE WS-VIEW-PAGE TO PAGENOO.

           MOVE WS-VIEW-PAGE TO WS-EDIT-PAGE.
           MOVE WS-VIEW-PAGE-COUNT TO WS-EDIT-PAGE-COUNT.
           MOVE SPACES TO RPTHEADO.
           STRING 'PAGE' DELIMITED BY SIZE
                  WS-EDIT-PAGE DELIMITED BY SIZE
                  ' OF' DELIMITED BY SIZE
                  WS-EDIT-PAGE-COUNT DELIMITED BY SIZE
              INTO RPTHEADO
           END-STRING.
           IF RR-SECTION-OWNER IS NOT EQUAL TO SPACES
              MOVE 'SECTION' TO RPTHEADO (20:7)
              MOVE RR-SECTION-OWNER TO RPTHEADO (28:8)
           END-IF.

           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-LINE-INDEX.
           PERFORM 8150-MOVE-ONE-LINE
              UNTIL WS-LINE-INDEX IS NOT LESS THAN RR-LINE-COUNT.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              MOVE 'PF8/PF7=next/previous page, blank name=list.'
                 TO MESSO
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       8150-MOVE-ONE-LINE.
      *    COPY ONE PRINT LINE OF THE PAGE ONTO THE SCREEN
           ADD 1 TO WS-LINE-INDEX.
           MOVE RR-PAGE-LINE (WS-LINE-INDEX) (1:79) TO
                LISTAREAO (((WS-LINE-INDEX - 1) * 80) + 1 : 79).

       9100-SEND-MAP.
      *    SENDS MAP TO THE USER
           EXEC CICS SEND
                MAP(AC-RPTINQ-MAP-NAME)
                MAPSET(AC-RPTINQ-MAPSET-NAME)
                FROM (ERPIMO)
                ERASE
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
           EXEC CICS RETURN
                TRANSID(AC-RPTINQ-TRANSACTION-ID)
                COMMAREA(WS-SESSION-STATE)
                END-EXEC.

       9400-RETURN-AND-END.
      *    PF3 WAS PRESSED - END THE CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       9500-SEND-MESSAGE-AND-END.
      *    SHOW THE MESSAGE SET ABOVE AND END THE CONVERSATION
           INITIALIZE ERPIMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.
