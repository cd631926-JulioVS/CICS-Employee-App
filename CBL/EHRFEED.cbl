      *        UNDER THE SAME HEADER/TRAILER CONTROLS.  ANY HR RECORD
      *        THAT DOES NOT MATCH AN EXISTING RU-USER-ID (OR THAT
      *        DUPLICATES ONE ON AN ADD) IS WRITTEN TO AN EXCEPTIONS
      *        REPORT INSTEAD OF BEING APPLIED.  AN 'E' RECORD THAT
      *        CHANGES SOMEONE'S DEPARTMENT OR MANAGER IS ALSO LOGGED
      *        TO EMOVEVT SO EMOVRVW OPENS A MOVER ACCESS REVIEW.  AN
      *        'E' RECORD CARRYING A DEPARTMENT CODE THAT IS NOT ON THE
      *        EDEPMST DEPARTMENT MASTER IS AN EXCEPTION.
      *        THE REPORT IS ALSO FILED ON THE ERPTREP REPOSITORY
      *        THROUGH ERPTBWR, SO IT CAN BE READ ON THE ERPI SCREEN
      *        WITHOUT WAITING FOR THE PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS HX-EXCEPTION-KEY
              FILE STATUS IS WS-CAPTURE-STATUS.

           SELECT MOVER-EVENT-FILE ASSIGN TO EMOVEVT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MV-EVENT-KEY
              FILE STATUS IS WS-MOVEVT-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO EDEPMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DM-DEPARTMENT-CODE
              FILE STATUS IS WS-EDEPMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HR-FEED-FILE.
       FD  EXCEPTION-CAPTURE-FILE.
       COPY EHRXCPF.

       FD  MOVER-EVENT-FILE.
       COPY EMOVEVT.

       FD  DEPARTMENT-MASTER-FILE.
       COPY EDEPMST.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS.
       01 WS-EXCEPTION-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-PENDING-COUNT           PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   MOVER EVENT FIELDS - THE DEPARTMENT AND MANAGER AS THEY
      *   STOOD BEFORE THE PERSON DATA WAS APPLIED, SO A CHANGE TO
      *   EITHER CAN BE LOGGED TO EMOVEVT FOR THE MOVER REVIEW.
      ******************************************************************
       01 WS-MOVEVT-STATUS           PIC X(2).
          88 WS-MOVEVT-OK                  VALUE '00'.
          88 WS-MOVEVT-NOT-FOUND           VALUE '35'.
       01 WS-OLD-DEPARTMENT          PIC X(10).
       01 WS-OLD-MANAGER-ID          PIC X(8).
       01 WS-EVENT-TIME              PIC X(8).
       01 WS-MOVER-COUNT             PIC 9(7) VALUE ZERO.
      ******************************************************************
      *   DEPARTMENT CHECK - A DEPARTMENT CODE FED ON AN 'E' RECORD
      *   MUST BE ON THE DEPARTMENT MASTER.
      ******************************************************************
       01 WS-EDEPMST-STATUS          PIC X(2).
          88 WS-EDEPMST-OK                 VALUE '00'.
       01 WS-DEPARTMENT-SWITCH       PIC X(1).
          88 WS-DEPARTMENT-KNOWN           VALUE 'Y'.
          88 WS-DEPARTMENT-UNKNOWN         VALUE 'N'.
      ******************************************************************
      *   REPORT REPOSITORY FILING AREA - EVERY PRINTED LINE IS ALSO
      *   HANDED TO ERPTBWR SO THE REPORT CAN BE READ ON ERPI.
      ******************************************************************
       COPY ERPTBWR.
      ******************************************************************
      *   RUN-CONTROL LOG FIELDS - THE START STAMP IS TAKEN IN
      *   1000-INITIALIZE AND THE WHOLE RECORD IS HANDED TO ERUNLGW
      *   IN 9000-TERMINATE.

           OPEN INPUT HR-FEED-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           PERFORM 9810-START-REPORT-FILING.
           OPEN OUTPUT PENDING-OUTPUT-FILE.
           OPEN I-O REGISTERED-USER-FILE.
           OPEN I-O EMP-MASTER-FILE.
           OPEN I-O EXCEPTION-CAPTURE-FILE.
           OPEN I-O MOVER-EVENT-FILE.
           OPEN INPUT DEPARTMENT-MASTER-FILE.

      *    A BRAND-NEW MOVER EVENT FILE IS CREATED ON FIRST USE
           IF WS-MOVEVT-NOT-FOUND
              OPEN OUTPUT MOVER-EVENT-FILE
           END-IF.

      *    A BRAND-NEW CAPTURE FILE IS CREATED ON FIRST USE, THE
      *    SAME WAY ERUNLGW GROWS ITS LOG
                  WS-REJECT-REASON DELIMITED BY SIZE
              INTO WS-EXCEPTION-LINE.

           PERFORM 9800-WRITE-REPORT-LINE.

           DISPLAY 'EHRFEED: RUN REJECTED - ' WS-REJECT-REASON.

      *    BLANK STAY AS THEY ARE, THE WAY EEMPMNT TREATS UNKEYED
      *    FIELDS), A MISSING ONE IS ADDED.  THE USER MUST ALREADY
      *    BE REGISTERED ON EREGUSR, SO A FEED THAT CARRIES THE 'E'
      *    RECORD AHEAD OF ITS 'A' RECORD REJECTS CLEANLY.  A
      *    DEPARTMENT CODE MUST BE ON THE DEPARTMENT MASTER.
           PERFORM 2510-CHECK-DEPARTMENT-CODE.

           IF NOT WS-EREGUSR-OK
              MOVE 'UNKNOWN USER ID ON EMPLOYEE DATA' TO
                 WS-EXCEPTION-REASON
           ELSE
           IF WS-DEPARTMENT-UNKNOWN
              MOVE 'UNKNOWN DEPARTMENT CODE ON EMPLOYEE DATA' TO
                 WS-EXCEPTION-REASON
           ELSE
              MOVE HRE-USER-ID TO EM-USER-ID

              READ EMP-MASTER-FILE

              IF WS-EMPMST-OK
                 MOVE EM-DEPARTMENT TO WS-OLD-DEPARTMENT
                 MOVE EM-MANAGER-ID TO WS-OLD-MANAGER-ID
                 PERFORM 2550-MOVE-EMPLOYEE-FIELDS

                 REWRITE EMPLOYEE-MASTER-RECORD
                       WS-EXCEPTION-REASON
                 ELSE
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 2600-LOG-MOVER-EVENT
                 END-IF
              ELSE
                 IF HRE-EMPLOYEE-NAME IS EQUAL TO SPACES
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF.

       2510-CHECK-DEPARTMENT-CODE.
      *    A BLANK DEPARTMENT LEAVES THE PROFILE'S OWN ALONE AND
      *    PASSES; ANYTHING ELSE MUST BE ON EDEPMST
           SET WS-DEPARTMENT-KNOWN TO TRUE.

           IF HRE-DEPARTMENT IS NOT EQUAL TO SPACES
              MOVE HRE-DEPARTMENT TO DM-DEPARTMENT-CODE
              READ DEPARTMENT-MASTER-FILE
              IF NOT WS-EDEPMST-OK
                 SET WS-DEPARTMENT-UNKNOWN TO TRUE
              END-IF
           END-IF.

       2550-MOVE-EMPLOYEE-FIELDS.
              MOVE HRE-LOCATION TO EM-LOCATION
           END-IF.

       2600-LOG-MOVER-EVENT.
      *    A PERSON WHOSE DEPARTMENT OR MANAGER HAS JUST CHANGED IS A
      *    MOVER - LOG THE EVENT SO THE NIGHTLY EMOVRVW JOB PUTS
      *    THEIR ENTITLEMENT OVERRIDES IN FRONT OF THE NEW MANAGER.
      *    A FIELD BEING FILLED IN FOR THE FIRST TIME IS NOT A MOVE.
           IF (EM-DEPARTMENT NOT EQUAL WS-OLD-DEPARTMENT
                 AND WS-OLD-DEPARTMENT NOT EQUAL SPACES)
              OR (EM-MANAGER-ID NOT EQUAL WS-OLD-MANAGER-ID
                 AND WS-OLD-MANAGER-ID NOT EQUAL SPACES)
              ACCEPT WS-EVENT-TIME FROM TIME
              INITIALIZE MOVER-EVENT-RECORD
              MOVE EM-USER-ID TO MV-USER-ID
              MOVE WS-CURRENT-DATE TO MV-EVENT-DATE
              MOVE WS-EVENT-TIME (1:6) TO MV-EVENT-TIME
              SET MV-SRC-HR-FEED TO TRUE
              MOVE 'EHRFEED ' TO MV-CHANGED-BY
              MOVE WS-OLD-DEPARTMENT TO MV-OLD-DEPARTMENT
              MOVE EM-DEPARTMENT TO MV-NEW-DEPARTMENT
              MOVE WS-OLD-MANAGER-ID TO MV-OLD-MANAGER-ID
              MOVE EM-MANAGER-ID TO MV-NEW-MANAGER-ID
              SET MV-ST-NEW TO TRUE

              WRITE MOVER-EVENT-RECORD

              IF NOT WS-MOVEVT-OK
                 DISPLAY 'ERROR: WRITE TO EMOVEVT FAILED, STATUS='
                    WS-MOVEVT-STATUS ' USER=' EM-USER-ID
                 SET RL-ST-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-MOVER-COUNT
              END-IF
           END-IF.

       2900-WRITE-EXCEPTION.
      *    WRITE ONE LINE TO THE EXCEPTIONS REPORT FOR A RECORD THAT
      *    COULD NOT BE APPLIED
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
              INTO WS-EXCEPTION-LINE.

           PERFORM 9800-WRITE-REPORT-LINE.

           ADD 1 TO WS-EXCEPTION-COUNT.


           CLOSE HR-FEED-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
           PERFORM 9820-END-REPORT-FILING.
           CLOSE PENDING-OUTPUT-FILE.
           CLOSE REGISTERED-USER-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE EXCEPTION-CAPTURE-FILE.
           CLOSE MOVER-EVENT-FILE.
           CLOSE DEPARTMENT-MASTER-FILE.

           DISPLAY 'EHRFEED: HR RECORDS READ = '
              WS-RECORDS-READ-COUNT.
              WS-EXCEPTION-COUNT.
           DISPLAY 'EHRFEED: HELD FOR LATER   = '
              WS-PENDING-COUNT.
           DISPLAY 'EHRFEED: MOVERS LOGGED     = '
              WS-MOVER-COUNT.
           PERFORM 9900-WRITE-RUN-CONTROL-LOG.

       9800-WRITE-REPORT-LINE.
      *    PRINT THE LINE AND FILE IT ON THE REPORT REPOSITORY
           WRITE WS-EXCEPTION-LINE.

           SET RB-FILE-LINE TO TRUE.
           MOVE WS-EXCEPTION-LINE TO RB-REPORT-LINE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9810-START-REPORT-FILING.
      *    TELL THE REPORT REPOSITORY A NEW RUN OF THE HREXCPT REPORT
      *    IS STARTING - AN EARLIER RUN TODAY IS REPLACED
           INITIALIZE BATCH-REPORT-FILE-AREA.
           SET RB-START-REPORT TO TRUE.
           MOVE 'HREXCPT ' TO RB-REPORT-NAME.
           MOVE 'EHRFEED ' TO RB-JOB-NAME.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9820-END-REPORT-FILING.
      *    FILE THE LAST PAGE AND MAKE THE RUN VISIBLE ON ERPI
           SET RB-END-REPORT TO TRUE.
           CALL 'ERPTBWR' USING BATCH-REPORT-FILE-AREA.

       9900-WRITE-RUN-CONTROL-LOG.
      *    HAND THIS RUN'S COUNTS AND OUTCOME TO THE COMMON
      *    RUN-CONTROL LOG SO OPERATIONS CAN CONFIRM THE OVERNIGHT
