       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAUPCHK.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - COMMON ACCEPTABLE-USE POLICY CHECK PROGRAM
      *        LINKED TO BY EACTMON AND ESONP WITH A USER ID AND TYPE.
      *        FINDS THE POLICY VERSION IN FORCE ON EAUPTXT - THE
      *        HIGHEST VERSION WHOSE EFFECTIVE DATE HAS ARRIVED - AND
      *        LOOKS FOR THE USER'S ACCEPTANCE OF IT ON EAUPACK.  A
      *        USER WHO HAS NOT ACCEPTED IT IS PENDING UNTIL THE GRACE
      *        DAYS HAVE RUN FROM THE EFFECTIVE DATE (OR FROM THE DAY
      *        AN ADMINISTRATOR REOPENED THE GRACE PERIOD, IF LATER),
      *        AND OVERDUE AFTER THAT.  NO VERSION IN FORCE YET MEANS
      *        NOTHING IS OWED.  SERVICE (SVC) ACCOUNTS ARE NOT PEOPLE
      *        AND NEVER OWE AN ACCEPTANCE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS, COMM-AREA AND RECORD
      *      COPYBOOKS.
      ******************************************************************
       COPY ECONST.
       COPY EAUPCHK.
       COPY EAUPTXT.
       COPY EAUPACK.
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-POLICY-KEY             PIC 9(3).
       01 WS-BROWSE-SWITCH          PIC X(1).
          88 WS-BROWSE-ACTIVE             VALUE 'Y'.
          88 WS-BROWSE-DONE               VALUE 'N'.
      ******************************************************************
      *   DATE FIELDS USED TO FIND THE VERSION IN FORCE AND TO WORK
      *   OUT THE END OF THE GRACE PERIOD.
      ******************************************************************
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.
       01 WS-CURRENT-DATE           PIC X(8).
       01 WS-GRACE-START-DATE       PIC X(8).
       01 WS-GRACE-START-NUM        PIC 9(8).
       01 WS-DEADLINE-NUM           PIC 9(8).
       01 WS-GRACE-DAYS             PIC 9(3).
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE PROGRAM.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(31).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           MOVE DFHCOMMAREA TO POLICY-CHECK-COMMAREA.

           SET AUC-NO-POLICY TO TRUE.
           MOVE ZERO TO AUC-VERSION.
           MOVE SPACES TO AUC-EFFECTIVE-DATE.
           MOVE SPACES TO AUC-DEADLINE-DATE.

           IF AUC-USER-TYPE IS NOT EQUAL TO 'SVC'
              PERFORM 1000-FIND-POLICY-IN-FORCE
              IF AUC-VERSION IS GREATER THAN ZERO
                 PERFORM 2000-CHECK-ACKNOWLEDGMENT
              END-IF
           END-IF.

           MOVE POLICY-CHECK-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

       SUB-ROUTINE SECTION.
      *
       1000-FIND-POLICY-IN-FORCE.
      *    BROWSE THE VERSIONS IN ORDER AND KEEP THE LAST ONE ALREADY
      *    EFFECTIVE - A VERSION KEYED AHEAD OF ITS DATE IS SKIPPED
      *    UNTIL THAT DATE COMES
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-CURRENT-DATE)
                END-EXEC.

           MOVE ZERO TO WS-POLICY-KEY.

           EXEC CICS STARTBR
                FILE(AC-AUPTXT-FILENAME)
                RIDFLD(WS-POLICY-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-BROWSE-ACTIVE TO TRUE
              PERFORM 1100-READ-NEXT-VERSION UNTIL WS-BROWSE-DONE

              EXEC CICS ENDBR
                   FILE(AC-AUPTXT-FILENAME)
                   END-EXEC
           END-IF.

       1100-READ-NEXT-VERSION.
      *    ONE VERSION OFF THE FILE - AN EFFECTIVE ONE BECOMES THE
      *    CANDIDATE, THE FIRST FUTURE-DATED ONE ENDS THE SEARCH
           EXEC CICS READNEXT
                FILE(AC-AUPTXT-FILENAME)
                INTO (POLICY-TEXT-RECORD)
                RIDFLD(WS-POLICY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              IF PT-EFFECTIVE-DATE IS GREATER THAN WS-CURRENT-DATE
                 SET WS-BROWSE-DONE TO TRUE
              ELSE
                 MOVE PT-VERSION TO AUC-VERSION
                 MOVE PT-EFFECTIVE-DATE TO AUC-EFFECTIVE-DATE
                 MOVE PT-GRACE-DAYS TO WS-GRACE-DAYS
              END-IF
           END-IF.

       2000-CHECK-ACKNOWLEDGMENT.
      *    AN ACCEPTANCE OF THIS VERSION IS ALL THAT COUNTS - A
      *    DECLINE, OR A GRACE PERIOD REOPENED BY AN ADMINISTRATOR,
      *    STILL LEAVES THE ACCEPTANCE OWED
           MOVE AUC-USER-ID TO AK-USER-ID.
           MOVE AUC-VERSION TO AK-VERSION.
           MOVE AUC-EFFECTIVE-DATE TO WS-GRACE-START-DATE.

           EXEC CICS READ
                FILE(AC-AUPACK-FILENAME)
                INTO (POLICY-ACK-RECORD)
                RIDFLD(AK-ACK-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              AND AK-ST-ACCEPTED
              SET AUC-ACKNOWLEDGED TO TRUE
           ELSE
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 AND AK-GRACE-FROM-DATE IS NUMERIC
                 AND AK-GRACE-FROM-DATE IS GREATER THAN
                    WS-GRACE-START-DATE
                 MOVE AK-GRACE-FROM-DATE TO WS-GRACE-START-DATE
              END-IF
              PERFORM 2100-WORK-OUT-DEADLINE
           END-IF.

       2100-WORK-OUT-DEADLINE.
      *    THE LAST DAY THE USER MAY STILL SIGN ON WITHOUT ACCEPTING
      *    IS THE GRACE START PLUS THE VERSION'S GRACE DAYS
           MOVE WS-GRACE-START-DATE TO WS-GRACE-START-NUM.

           COMPUTE WS-DEADLINE-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-GRACE-START-NUM) +
                 WS-GRACE-DAYS).

           MOVE WS-DEADLINE-NUM TO AUC-DEADLINE-DATE.

           IF WS-CURRENT-DATE IS GREATER THAN AUC-DEADLINE-DATE
              SET AUC-OVERDUE TO TRUE
           ELSE
              SET AUC-PENDING TO TRUE
           END-IF.
