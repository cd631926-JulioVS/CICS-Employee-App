       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERUNPRD.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'RUN PARAMETER READER' UTILITY SUBPROGRAM
      *        A PLAIN COBOL SUBPROGRAM (NO EXEC CICS OF ITS OWN, IN
      *        THE SAME SPIRIT AS ERUNCHK) CALLED BY A BATCH JOB AT
      *        START-UP ONCE FOR EACH OPERATING THRESHOLD IT USES.
      *        IT LOOKS THE PARAMETER UP IN THE ERUNPCT CATALOGUE,
      *        READS THE JOB'S ERUNPRM RECORD FOR IT AND HANDS BACK
      *        THE VALUE TO RUN WITH - THE ONE ON FILE WHEN IT IS
      *        THERE AND STILL INSIDE THE CATALOGUE RANGE, OTHERWISE
      *        THE CATALOGUE DEFAULT - SO A THRESHOLD CHANGE ON THE
      *        ERPM SCREEN NEEDS NO RECOMPILE.  OWNS THE OPEN/READ/
      *        CLOSE SO NO JOB GROWS ITS OWN VERSION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO ERUNPRM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RP-PARAM-KEY
              FILE STATUS IS WS-RUNPRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-FILE.
       COPY ERUNPRM.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   THE PARAMETER CATALOGUE AND THE FIELDS USED TO SEARCH IT.
      ******************************************************************
       COPY ERUNPCT.
       01 WS-RUNPRM-STATUS           PIC X(2).
          88 WS-RUNPRM-OK                  VALUE '00'.
          88 WS-RUNPRM-NOT-FOUND           VALUE '23'.
          88 WS-RUNPRM-NO-FILE             VALUE '35'.
       01 WS-CATALOGUE-INDEX         PIC 9(3) USAGE COMP.
       01 WS-FOUND-INDEX             PIC 9(3) USAGE COMP.

       LINKAGE SECTION.
       COPY ERUNPRD.

       PROCEDURE DIVISION USING RUN-PARM-READ-AREA.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-FIND-IN-CATALOGUE.

           IF WS-FOUND-INDEX IS EQUAL TO ZERO
              MOVE SPACES TO PR-PARAM-VALUE
              SET PR-UNKNOWN-PARAMETER TO TRUE
              DISPLAY 'ERROR: NO SUCH RUN PARAMETER ' PR-JOB-NAME
                 ' ' PR-PARAM-NAME
           ELSE
              MOVE PC-DEFAULT-VALUE (WS-FOUND-INDEX) TO PR-PARAM-VALUE
              SET PR-FROM-DEFAULT TO TRUE
              PERFORM 2000-READ-PARM-RECORD
           END-IF.

           GOBACK.

       SUB-ROUTINE SECTION.
      *
       1000-FIND-IN-CATALOGUE.
      *    A PARAMETER NOBODY CATALOGUED HAS NO RANGE AND NO DEFAULT
           MOVE ZERO TO WS-FOUND-INDEX.
           MOVE 1 TO WS-CATALOGUE-INDEX.
           PERFORM 1100-CHECK-ONE-ENTRY
              UNTIL WS-CATALOGUE-INDEX > PC-CATALOGUE-COUNT
                 OR WS-FOUND-INDEX > ZERO.

       1100-CHECK-ONE-ENTRY.
      *    COMPARE ONE CATALOGUE ENTRY AGAINST THE JOB AND NAME ASKED
           IF PC-JOB-NAME (WS-CATALOGUE-INDEX) IS EQUAL TO PR-JOB-NAME
              AND PC-PARAM-NAME (WS-CATALOGUE-INDEX) IS EQUAL TO
                 PR-PARAM-NAME
              MOVE WS-CATALOGUE-INDEX TO WS-FOUND-INDEX
           END-IF.

           ADD 1 TO WS-CATALOGUE-INDEX.

       2000-READ-PARM-RECORD.
      *    NO FILE OR NO RECORD LEAVES THE DEFAULT IN PLACE - ONLY A
      *    PARAMETER SOMEBODY HAS SET EVER HAS A RECORD
           OPEN INPUT RUN-PARM-FILE.

           IF WS-RUNPRM-OK
              MOVE PR-JOB-NAME TO RP-JOB-NAME
              MOVE PR-PARAM-NAME TO RP-PARAM-NAME

              READ RUN-PARM-FILE

              EVALUATE TRUE
              WHEN WS-RUNPRM-OK
                   PERFORM 2100-CHECK-VALUE-ON-FILE
              WHEN WS-RUNPRM-NOT-FOUND
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR: READ OF ERUNPRM FAILED, STATUS='
                      WS-RUNPRM-STATUS
              END-EVALUATE

              CLOSE RUN-PARM-FILE
           ELSE
              IF NOT WS-RUNPRM-NO-FILE
                 DISPLAY 'ERROR: OPEN OF ERUNPRM FAILED, STATUS='
                    WS-RUNPRM-STATUS
              END-IF
           END-IF.

       2100-CHECK-VALUE-ON-FILE.
      *    THE SCREEN ONLY EVER FILES A VALUE INSIDE THE RANGE, BUT A
      *    CATALOGUE RANGE CAN BE NARROWED LATER - A VALUE NOW OUTSIDE
      *    IT IS REPORTED AND THE DEFAULT USED INSTEAD
           IF PC-KIND-FLAG (WS-FOUND-INDEX)
              IF RP-PARAM-VALUE IS EQUAL TO 'Y'
                 OR RP-PARAM-VALUE IS EQUAL TO 'N'
                 MOVE RP-PARAM-VALUE TO PR-PARAM-VALUE
                 SET PR-FROM-PARM-FILE TO TRUE
              END-IF
           ELSE
              IF RP-PARAM-NUMBER IS NUMERIC
                 AND RP-PARAM-NUMBER IS NOT LESS THAN
                    PC-MINIMUM (WS-FOUND-INDEX)
                 AND RP-PARAM-NUMBER IS NOT GREATER THAN
                    PC-MAXIMUM (WS-FOUND-INDEX)
                 MOVE RP-PARAM-VALUE TO PR-PARAM-VALUE
                 SET PR-FROM-PARM-FILE TO TRUE
              END-IF
           END-IF.

           IF PR-FROM-DEFAULT
              DISPLAY 'WARNING: ERUNPRM VALUE ' RP-PARAM-VALUE
                 ' FOR ' PR-JOB-NAME ' ' PR-PARAM-NAME
                 ' IS OUT OF RANGE, DEFAULT USED'
           END-IF.
