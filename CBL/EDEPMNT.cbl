       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDEPMNT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - DEPARTMENT MASTER MAINTENANCE PROGRAM
      *        LISTS THE DEPARTMENTS ON EDEPMST - CODE, NAME, PARENT,
      *        HEAD AND COST CENTER - TEN FROM THE CODE KEYED, SHOWS
      *        ONE IN FULL WHEN A CODE IS KEYED WITH NO ACTION, AND
      *        LETS AN ADMINISTRATOR ADD, UPDATE OR DELETE ONE.  THESE
      *        ARE THE ONLY DEPARTMENT CODES EEMPMNT, EHRFEED AND
      *        EHRXMNT WILL ACCEPT.  A PARENT MUST ALREADY BE ON FILE
      *        AND MAY NOT SIT UNDER THE DEPARTMENT ITSELF, NOR TAKE
      *        THE HIERARCHY PAST THE LEVEL LIMIT - COUNTING EVERY
      *        DEPARTMENT ALREADY UNDER THIS ONE, WHICH MOVES WITH IT
      *        WHEN THE PARENT IS CHANGED.  A HEAD MUST BE AN
      *        ACTIVE ADM OR MGR ACCOUNT - THE HEAD STANDS IN AS
      *        APPROVER FOR ANYONE IN THE DEPARTMENT WITH NO MANAGER.
      *        A DEPARTMENT WITH DEPARTMENTS UNDER IT CANNOT BE
      *        DELETED.  EVERY CHANGE IS WRITTEN TO THE EMNTAUD
      *        MAINTENANCE AUDIT.
      *        RESTRICTED TO RU-UT-ADMINISTRATOR USERS.
      *        ACTIONS: A=ADD, U=UPDATE, D=DELETE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY SYMBOLIC MAP COPYBOOK AND IBM'S AID KEYS' ONE.
      ******************************************************************
       COPY EDEPMAP.
       COPY DFHAID.
       COPY ECONST.
       COPY EDEPMST.
       COPY EREGUSR.
       COPY EMNTAUD.
       COPY EAUDWRT.
       COPY EAUTHCK.
       COPY ESESCHK.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
      ******************************************************************
       01 WS-SESSION-STATE.
          05 WS-ADMIN-ID            PIC X(8).
          05 WS-ADMIN-AUTHENTICATED PIC X(1).
             88 WS-ADMIN-IS-AUTH          VALUE 'Y'.
             88 WS-ADMIN-NOT-AUTH         VALUE 'N'.
      ******************************************************************
      *   WORKING FIELDS
      ******************************************************************
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-LISTED-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-LIST-LINE              PIC X(64).
       01 WS-MESSAGE-TEXT           PIC X(60).
       01 WS-TODAY                  PIC X(8).
       01 WS-BROWSE-CODE            PIC X(10).
       01 WS-BROWSE-SWITCH          PIC X(1).
          88 WS-BROWSE-DONE               VALUE 'Y'.
          88 WS-BROWSE-NOT-DONE           VALUE 'N'.
       01 WS-ENTRY-SWITCH           PIC X(1).
          88 WS-ENTRY-ACCEPTED            VALUE 'Y'.
          88 WS-ENTRY-REJECTED            VALUE 'N'.
       01 WS-CHILD-SWITCH           PIC X(1).
          88 WS-HAS-CHILDREN              VALUE 'Y'.
          88 WS-HAS-NO-CHILDREN           VALUE 'N'.
      ******************************************************************
      *   THE DEPARTMENT AS KEYED (OR AS LAST SHOWN), REDISPLAYED ON
      *   EVERY SEND SO A REJECTED ENTRY CAN BE CORRECTED IN PLACE.
      ******************************************************************
       01 WS-ENTRY-FIELDS.
          05 WS-ENTRY-CODE          PIC X(10).
          05 WS-ENTRY-NAME          PIC X(30).
          05 WS-ENTRY-PARENT        PIC X(10).
          05 WS-ENTRY-HEAD          PIC X(8).
          05 WS-ENTRY-COST-CENTER   PIC X(8).
      ******************************************************************
      *   PARENT-CHAIN WALK - CLIMBS FROM THE PARENT KEYED TO THE TOP
      *   OF THE HIERARCHY LOOKING FOR THE DEPARTMENT ITSELF.
      ******************************************************************
       01 WS-WALK-DEPARTMENT        PIC X(10).
       01 WS-WALK-LEVEL             PIC 9(2).
       01 WS-WALK-SWITCH            PIC X(1).
          88 WS-WALK-DONE                 VALUE 'Y'.
          88 WS-WALK-NOT-DONE             VALUE 'N'.
      ******************************************************************
      *   SUBTREE MEASURE - HOW MANY LEVELS OF DEPARTMENTS SIT UNDER
      *   THE ONE BEING MAINTAINED, FOUND BY CLIMBING EACH DEPARTMENT
      *   ON FILE UNTIL IT MEETS THIS ONE OR THE TOP.
      ******************************************************************
       01 WS-PARENT-DEPTH           PIC 9(2).
       01 WS-SUBTREE-DEPTH          PIC 9(2).
       01 WS-CLIMB-DEPARTMENT       PIC X(10).
       01 WS-CLIMB-LEVEL            PIC 9(2).
       01 WS-CLIMB-SWITCH           PIC X(1).
          88 WS-CLIMB-DONE                VALUE 'Y'.
          88 WS-CLIMB-NOT-DONE            VALUE 'N'.
      ******************************************************************
      *   TIMESTAMP FIELDS USED TO STAMP THE CHANGE AND THE AUDIT.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
      ******************************************************************
      *   STAGING FIELDS FOR THE MAINTENANCE AUDIT RECORD WRITTEN BY
      *   9600-WRITE-MAINT-AUDIT.  THE TARGET IS THE DEPARTMENT CODE
      *   (ITS FIRST EIGHT CHARACTERS) AND EACH IMAGE IS THE PARENT
      *   AND THE HEAD.
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
              IF WS-ADMIN-NOT-AUTH
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
           SET WS-ADMIN-NOT-AUTH TO TRUE.

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

           MOVE SES-USER-ID TO WS-ADMIN-ID.
           SET WS-ADMIN-IS-AUTH TO TRUE.
           MOVE SPACES TO WS-MESSAGE-TEXT.
           PERFORM 9700-GET-TIMESTAMP.
           MOVE SPACES TO WS-ENTRY-FIELDS.
           PERFORM 4000-DISPLAY-DEPARTMENTS.

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

       3000-PROCESS-ACTION.
      *    DISPATCH THE REQUESTED ACTION
           EXEC CICS RECEIVE
                MAP(AC-DEPMNT-MAP-NAME)
                MAPSET(AC-DEPMNT-MAPSET-NAME)
                INTO (EDEPMI)
                END-EXEC.

           IF EIBAID IS EQUAL TO DFHPF3
              PERFORM 9400-RETURN-AND-END
           END-IF.

           MOVE SPACES TO WS-MESSAGE-TEXT.
           PERFORM 9700-GET-TIMESTAMP.

           MOVE DEPTCDI TO WS-ENTRY-CODE.
           MOVE DEPTNMI TO WS-ENTRY-NAME.
           MOVE PARENTI TO WS-ENTRY-PARENT.
           MOVE HEADIDI TO WS-ENTRY-HEAD.
           MOVE COSTCTRI TO WS-ENTRY-COST-CENTER.
           INSPECT WS-ENTRY-FIELDS REPLACING ALL LOW-VALUE BY SPACE.

           EVALUATE ACTIONI
           WHEN 'A'
           WHEN 'U'
                IF WS-ENTRY-CODE IS EQUAL TO SPACES
                   MOVE 'Key the department code first.'
                      TO WS-MESSAGE-TEXT
                ELSE
                   PERFORM 5000-VALIDATE-ENTRY
                   IF WS-ENTRY-ACCEPTED
                      IF ACTIONI IS EQUAL TO 'A'
                         PERFORM 6000-ADD-DEPARTMENT
                      ELSE
                         PERFORM 7000-UPDATE-DEPARTMENT
                      END-IF
                   END-IF
                END-IF
           WHEN 'D'
                IF WS-ENTRY-CODE IS EQUAL TO SPACES
                   MOVE 'Key the department code to be deleted.'
                      TO WS-MESSAGE-TEXT
                ELSE
                   PERFORM 8000-DELETE-DEPARTMENT
                END-IF
           WHEN SPACE
           WHEN LOW-VALUE
                IF WS-ENTRY-CODE IS NOT EQUAL TO SPACES
                   PERFORM 5900-SHOW-DEPARTMENT
                END-IF
           WHEN OTHER
                MOVE 'Action must be A, U or D.' TO WS-MESSAGE-TEXT
           END-EVALUATE.

           PERFORM 4000-DISPLAY-DEPARTMENTS.

       4000-DISPLAY-DEPARTMENTS.
      *    LIST TEN DEPARTMENTS FROM THE CODE KEYED - OR FROM THE
      *    START WHEN NO CODE WAS KEYED
           INITIALIZE EDEPMO.
           MOVE SPACES TO LISTAREAO.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE WS-ENTRY-CODE TO WS-BROWSE-CODE.

           EXEC CICS STARTBR
                FILE(AC-DEPMST-FILENAME)
                RIDFLD(WS-BROWSE-CODE)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-BROWSE-NOT-DONE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 4100-BROWSE-NEXT-DEPARTMENT UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-DEPMST-FILENAME)
                   END-EXEC
           END-IF.

           MOVE WS-ENTRY-CODE TO DEPTCDO.
           MOVE WS-ENTRY-NAME TO DEPTNMO.
           MOVE WS-ENTRY-PARENT TO PARENTO.
           MOVE WS-ENTRY-HEAD TO HEADIDO.
           MOVE WS-ENTRY-COST-CENTER TO COSTCTRO.

           MOVE WS-MESSAGE-TEXT TO MESSO.
           IF WS-MESSAGE-TEXT IS EQUAL TO SPACES
              IF WS-LISTED-COUNT IS EQUAL TO ZERO
                 MOVE 'No departments on file from that code on.'
                    TO MESSO
              ELSE
                 MOVE 'Key a code alone to show it, or with A, U or D.'
                    TO MESSO
              END-IF
           END-IF.

           PERFORM 9100-SEND-MAP.
           PERFORM 9200-RETURN-STATEFULLY.

       4100-BROWSE-NEXT-DEPARTMENT.
      *    READ THE NEXT DEPARTMENT AND APPEND A LIST LINE - THE NAME
      *    IS CUT SHORT TO FIT THE LINE
           EXEC CICS READNEXT
                FILE(AC-DEPMST-FILENAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(WS-BROWSE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR WS-LISTED-COUNT IS NOT LESS THAN 10
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              MOVE SPACES TO WS-LIST-LINE
              STRING DM-DEPARTMENT-CODE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DM-DEPARTMENT-NAME (1:24) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DM-PARENT-DEPARTMENT DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DM-HEAD-USER-ID DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DM-COST-CENTER DELIMITED BY SIZE
                 INTO WS-LIST-LINE
              END-STRING
              ADD 1 TO WS-LISTED-COUNT
              MOVE WS-LIST-LINE TO
                   LISTAREAO (((WS-LISTED-COUNT - 1) * 64) + 1 : 64)
           END-IF.

       5000-VALIDATE-ENTRY.
      *    A NAME IS REQUIRED; THE PARENT AND HEAD ARE OPTIONAL BUT
      *    MUST STAND UP WHEN KEYED
           SET WS-ENTRY-ACCEPTED TO TRUE.

           IF WS-ENTRY-NAME IS EQUAL TO SPACES
              SET WS-ENTRY-REJECTED TO TRUE
              MOVE 'Key the department name.' TO WS-MESSAGE-TEXT
           END-IF.

           IF WS-ENTRY-ACCEPTED
              AND WS-ENTRY-PARENT IS NOT EQUAL TO SPACES
              PERFORM 5100-CHECK-PARENT
           END-IF.

           IF WS-ENTRY-ACCEPTED
              AND WS-ENTRY-HEAD IS NOT EQUAL TO SPACES
              PERFORM 5200-CHECK-HEAD
           END-IF.

       5100-CHECK-PARENT.
      *    CLIMB FROM THE PARENT KEYED TO THE TOP OF THE HIERARCHY -
      *    MEETING THIS DEPARTMENT ON THE WAY UP WOULD MAKE A LOOP
           MOVE WS-ENTRY-PARENT TO WS-WALK-DEPARTMENT.
           MOVE ZERO TO WS-WALK-LEVEL.
           SET WS-WALK-NOT-DONE TO TRUE.

           PERFORM 5150-WALK-ONE-LEVEL UNTIL WS-WALK-DONE.

           IF WS-ENTRY-ACCEPTED
              COMPUTE WS-PARENT-DEPTH = WS-WALK-LEVEL - 1
              PERFORM 5160-MEASURE-SUBTREE
              IF WS-PARENT-DEPTH + 1 + WS-SUBTREE-DEPTH IS GREATER
                 THAN AC-DEPARTMENT-LEVEL-LIMIT
                 SET WS-ENTRY-REJECTED TO TRUE
                 MOVE 'Its sub-departments would end up too deep.'
                    TO WS-MESSAGE-TEXT
              END-IF
           END-IF.

       5150-WALK-ONE-LEVEL.
      *    READ ONE DEPARTMENT ON THE CHAIN AND STEP TO ITS PARENT
           ADD 1 TO WS-WALK-LEVEL.

           EVALUATE TRUE
           WHEN WS-WALK-DEPARTMENT IS EQUAL TO SPACES
                SET WS-WALK-DONE TO TRUE
           WHEN WS-WALK-DEPARTMENT IS EQUAL TO WS-ENTRY-CODE
                SET WS-ENTRY-REJECTED TO TRUE
                MOVE 'That parent sits under this department already.'
                   TO WS-MESSAGE-TEXT
                SET WS-WALK-DONE TO TRUE
           WHEN WS-WALK-LEVEL IS NOT LESS THAN
                AC-DEPARTMENT-LEVEL-LIMIT
                SET WS-ENTRY-REJECTED TO TRUE
                MOVE 'That parent would make the hierarchy too deep.'
                   TO WS-MESSAGE-TEXT
                SET WS-WALK-DONE TO TRUE
           WHEN OTHER
                EXEC CICS READ
                     FILE(AC-DEPMST-FILENAME)
                     INTO (DEPARTMENT-MASTER-RECORD)
                     RIDFLD(WS-WALK-DEPARTMENT)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                   MOVE DM-PARENT-DEPARTMENT TO WS-WALK-DEPARTMENT
                ELSE
                   IF WS-WALK-LEVEL IS EQUAL TO 1
                      SET WS-ENTRY-REJECTED TO TRUE
                      MOVE 'Parent department is not on file.'
                         TO WS-MESSAGE-TEXT
                   END-IF
                   SET WS-WALK-DONE TO TRUE
                END-IF
           END-EVALUATE.

       5160-MEASURE-SUBTREE.
      *    THE DEPARTMENT TAKES EVERYTHING UNDER IT ALONG - THE FILE
      *    IS SHORT, SO CLIMB FROM EVERY DEPARTMENT ON IT AND KEEP THE
      *    MOST LEVELS CLIMBED BEFORE MEETING THIS ONE
           MOVE ZERO TO WS-SUBTREE-DEPTH.
           MOVE LOW-VALUES TO WS-BROWSE-CODE.

           EXEC CICS STARTBR
                FILE(AC-DEPMST-FILENAME)
                RIDFLD(WS-BROWSE-CODE)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-BROWSE-NOT-DONE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 5170-MEASURE-NEXT-DEPARTMENT
                 UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-DEPMST-FILENAME)
                   END-EXEC
           END-IF.

       5170-MEASURE-NEXT-DEPARTMENT.
      *    READ THE NEXT DEPARTMENT AND CLIMB FROM IT TOWARD THE TOP
           EXEC CICS READNEXT
                FILE(AC-DEPMST-FILENAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(WS-BROWSE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF DM-DEPARTMENT-CODE IS NOT EQUAL TO WS-ENTRY-CODE
                 MOVE DM-PARENT-DEPARTMENT TO WS-CLIMB-DEPARTMENT
                 MOVE ZERO TO WS-CLIMB-LEVEL
                 SET WS-CLIMB-NOT-DONE TO TRUE
                 PERFORM 5180-CLIMB-ONE-LEVEL UNTIL WS-CLIMB-DONE
              END-IF
           END-IF.

       5180-CLIMB-ONE-LEVEL.
      *    STEP ONE DEPARTMENT UP - MEETING THIS ONE MEANS THE
      *    DEPARTMENT BROWSED SITS THAT MANY LEVELS UNDER IT
           ADD 1 TO WS-CLIMB-LEVEL.

           EVALUATE TRUE
           WHEN WS-CLIMB-DEPARTMENT IS EQUAL TO SPACES
                SET WS-CLIMB-DONE TO TRUE
           WHEN WS-CLIMB-DEPARTMENT IS EQUAL TO WS-ENTRY-CODE
                IF WS-CLIMB-LEVEL IS GREATER THAN WS-SUBTREE-DEPTH
                   MOVE WS-CLIMB-LEVEL TO WS-SUBTREE-DEPTH
                END-IF
                SET WS-CLIMB-DONE TO TRUE
           WHEN WS-CLIMB-LEVEL IS NOT LESS THAN
                AC-DEPARTMENT-LEVEL-LIMIT
                SET WS-CLIMB-DONE TO TRUE
           WHEN OTHER
                EXEC CICS READ
                     FILE(AC-DEPMST-FILENAME)
                     INTO (DEPARTMENT-MASTER-RECORD)
                     RIDFLD(WS-CLIMB-DEPARTMENT)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                   MOVE DM-PARENT-DEPARTMENT TO WS-CLIMB-DEPARTMENT
                ELSE
                   SET WS-CLIMB-DONE TO TRUE
                END-IF
           END-EVALUATE.

       5200-CHECK-HEAD.
      *    THE HEAD APPROVES IN PLACE OF A MISSING MANAGER, SO IT
      *    MUST BE AN ACTIVE ADMINISTRATOR OR MANAGER ACCOUNT
           EXEC CICS READ
                FILE(AC-REG-USER-FILENAME)
                INTO (REG-USER-RECORD)
                RIDFLD(WS-ENTRY-HEAD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              OR NOT RU-ST-ACTIVE
              OR NOT (RU-UT-ADMINISTRATOR OR RU-UT-MANAGER)
              SET WS-ENTRY-REJECTED TO TRUE
              MOVE 'The head must be an active ADM or MGR user ID.'
                 TO WS-MESSAGE-TEXT
           END-IF.

       5900-SHOW-DEPARTMENT.
      *    NO ACTION, JUST A CODE - FILL THE ENTRY FIELDS FROM FILE
           EXEC CICS READ
                FILE(AC-DEPMST-FILENAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(WS-ENTRY-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE DM-DEPARTMENT-NAME TO WS-ENTRY-NAME
              MOVE DM-PARENT-DEPARTMENT TO WS-ENTRY-PARENT
              MOVE DM-HEAD-USER-ID TO WS-ENTRY-HEAD
              MOVE DM-COST-CENTER TO WS-ENTRY-COST-CENTER
           ELSE
              MOVE 'Department not on file.' TO WS-MESSAGE-TEXT
           END-IF.

       6000-ADD-DEPARTMENT.
      *    WRITE THE NEW DEPARTMENT AND AUDIT IT
           INITIALIZE DEPARTMENT-MASTER-RECORD.
           MOVE WS-ENTRY-CODE TO DM-DEPARTMENT-CODE.
           MOVE WS-ENTRY-NAME TO DM-DEPARTMENT-NAME.
           MOVE WS-ENTRY-PARENT TO DM-PARENT-DEPARTMENT.
           MOVE WS-ENTRY-HEAD TO DM-HEAD-USER-ID.
           MOVE WS-ENTRY-COST-CENTER TO DM-COST-CENTER.
           MOVE WS-ADMIN-ID TO DM-LAST-CHANGED-BY.
           MOVE WS-TODAY TO DM-LAST-CHANGED-DATE.

           EXEC CICS WRITE
                FILE(AC-DEPMST-FILENAME)
                FROM (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DM-DEPARTMENT-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                MOVE 'DEPTADD' TO WS-MA-ACTION
                MOVE SPACES TO WS-MA-BEFORE
                PERFORM 9650-BUILD-AFTER-IMAGE
                PERFORM 9600-WRITE-MAINT-AUDIT
                MOVE 'Department added.' TO WS-MESSAGE-TEXT
           WHEN WS-CICS-RESPONSE IS EQUAL TO DFHRESP(DUPREC)
                MOVE 'That department code is already on file.'
                   TO WS-MESSAGE-TEXT
           WHEN OTHER
                MOVE 'Unable to add that department, try again.'
                   TO WS-MESSAGE-TEXT
           END-EVALUATE.

       7000-UPDATE-DEPARTMENT.
      *    REWRITE THE DEPARTMENT WITH THE FIELDS KEYED AND AUDIT THE
      *    OLD AND NEW PARENT AND HEAD
           EXEC CICS READ
                FILE(AC-DEPMST-FILENAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(WS-ENTRY-CODE)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              MOVE 'Department not on file.' TO WS-MESSAGE-TEXT
           ELSE
              PERFORM 9640-BUILD-BEFORE-IMAGE
              MOVE WS-ENTRY-NAME TO DM-DEPARTMENT-NAME
              MOVE WS-ENTRY-PARENT TO DM-PARENT-DEPARTMENT
              MOVE WS-ENTRY-HEAD TO DM-HEAD-USER-ID
              MOVE WS-ENTRY-COST-CENTER TO DM-COST-CENTER
              MOVE WS-ADMIN-ID TO DM-LAST-CHANGED-BY
              MOVE WS-TODAY TO DM-LAST-CHANGED-DATE

              EXEC CICS REWRITE
                   FILE(AC-DEPMST-FILENAME)
                   FROM (DEPARTMENT-MASTER-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE 'DEPTUPD' TO WS-MA-ACTION
                 PERFORM 9650-BUILD-AFTER-IMAGE
                 PERFORM 9600-WRITE-MAINT-AUDIT
                 MOVE 'Department updated.' TO WS-MESSAGE-TEXT
              ELSE
                 MOVE 'Unable to update that department, try again.'
                    TO WS-MESSAGE-TEXT
              END-IF
           END-IF.

       8000-DELETE-DEPARTMENT.
      *    A DEPARTMENT STILL PARENTING OTHERS STAYS - THEY WOULD BE
      *    LEFT HANGING FROM A CODE THAT NO LONGER EXISTS
           PERFORM 8100-CHECK-FOR-CHILDREN.

           IF WS-HAS-CHILDREN
              MOVE 'Move the departments under it before deleting.'
                 TO WS-MESSAGE-TEXT
           ELSE
              EXEC CICS READ
                   FILE(AC-DEPMST-FILENAME)
                   INTO (DEPARTMENT-MASTER-RECORD)
                   RIDFLD(WS-ENTRY-CODE)
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'Department not on file.' TO WS-MESSAGE-TEXT
              ELSE
                 PERFORM 9640-BUILD-BEFORE-IMAGE
                 EXEC CICS DELETE
                      FILE(AC-DEPMST-FILENAME)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
                 IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                    MOVE 'DEPTDEL' TO WS-MA-ACTION
                    MOVE SPACES TO WS-MA-AFTER
                    PERFORM 9600-WRITE-MAINT-AUDIT
                    MOVE SPACES TO WS-ENTRY-NAME
                    MOVE SPACES TO WS-ENTRY-PARENT
                    MOVE SPACES TO WS-ENTRY-HEAD
                    MOVE SPACES TO WS-ENTRY-COST-CENTER
                    MOVE 'Department deleted.' TO WS-MESSAGE-TEXT
                 ELSE
                    MOVE 'Unable to delete that department, try again.'
                       TO WS-MESSAGE-TEXT
                 END-IF
              END-IF
           END-IF.

       8100-CHECK-FOR-CHILDREN.
      *    THE DEPARTMENT FILE IS SHORT - WALK ALL OF IT FOR ANY
      *    DEPARTMENT NAMING THIS ONE AS ITS PARENT
           SET WS-HAS-NO-CHILDREN TO TRUE.
           MOVE LOW-VALUES TO WS-BROWSE-CODE.

           EXEC CICS STARTBR
                FILE(AC-DEPMST-FILENAME)
                RIDFLD(WS-BROWSE-CODE)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           SET WS-BROWSE-NOT-DONE TO TRUE.
           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM 8150-CHECK-NEXT-DEPARTMENT UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                   FILE(AC-DEPMST-FILENAME)
                   END-EXEC
           END-IF.

       8150-CHECK-NEXT-DEPARTMENT.
      *    READ THE NEXT DEPARTMENT AND STOP AT THE FIRST CHILD
           EXEC CICS READNEXT
                FILE(AC-DEPMST-FILENAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(WS-BROWSE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE NOT EQUAL DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF DM-PARENT-DEPARTMENT IS EQUAL TO WS-ENTRY-CODE
                 SET WS-HAS-CHILDREN TO TRUE
                 SET WS-BROWSE-DONE TO TRUE
              END-IF
           END-IF.

       9600-WRITE-MAINT-AUDIT.
      *    APPEND A PERMANENT RECORD OF WHAT THE ADMINISTRATOR JUST
      *    DID - A NEW HEAD CHANGES WHO APPROVES FOR THE DEPARTMENT
           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE WS-ADMIN-ID TO MA-ADMIN-ID.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(MA-AUDIT-DATE)
                TIME(MA-AUDIT-TIME)
                END-EXEC.

           MOVE WS-ENTRY-CODE TO WS-MA-TARGET.

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

           MOVE AW-RESPONSE TO WS-CICS-RESPONSE.

       9640-BUILD-BEFORE-IMAGE.
      *    THE PARENT AND HEAD AS THEY STAND ON FILE
           MOVE SPACES TO WS-MA-BEFORE.
           STRING DM-PARENT-DEPARTMENT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DM-HEAD-USER-ID DELIMITED BY SIZE
              INTO WS-MA-BEFORE
           END-STRING.

       9650-BUILD-AFTER-IMAGE.
      *    THE PARENT AND HEAD AS NOW KEYED
           MOVE SPACES TO WS-MA-AFTER.
           STRING WS-ENTRY-PARENT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ENTRY-HEAD DELIMITED BY SIZE
              INTO WS-MA-AFTER
           END-STRING.

       9700-GET-TIMESTAMP.
      *    TODAY'S DATE, FOR THE LAST-CHANGED STAMP
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
                END-EXEC.

       9100-SEND-MAP.
      *    SENDS MAP TO THE ADMINISTRATOR
           EXEC CICS SEND
                MAP(AC-DEPMNT-MAP-NAME)
                MAPSET(AC-DEPMNT-MAPSET-NAME)
                FROM (EDEPMO)
                ERASE
                END-EXEC.

       9200-RETURN-STATEFULLY.
      *    RETURNS SAVING THE CURRENT SESSION STATE
           EXEC CICS RETURN
                TRANSID(AC-DEPMNT-TRANSACTION-ID)
                COMMAREA(WS-SESSION-STATE)
                END-EXEC.

       9400-RETURN-AND-END.
      *    PF3 WAS PRESSED - END THE CONVERSATION
           EXEC CICS RETURN
                END-EXEC.

       9500-SEND-MESSAGE-AND-END.
      *    SHOW THE MESSAGE SET ABOVE AND END THE CONVERSATION
           INITIALIZE EDEPMO.
           MOVE WS-MESSAGE-TEXT TO MESSO.
           PERFORM 9100-SEND-MAP.
           PERFORM 9400-RETURN-AND-END.
