       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAUDBWR.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'BATCH AUDIT WRITER' UTILITY SUBPROGRAM
      *        A PLAIN COBOL SUBPROGRAM (NO EXEC CICS OF ITS OWN, IN
      *        THE SAME SPIRIT AS ERUNLGW) CALLED BY ANY BATCH JOB
      *        THAT HAS TO ADD A RECORD TO THE ESONAUD SIGN-ON AUDIT
      *        OR THE EMNTAUD MAINTENANCE AUDIT.  IT DOES FOR BATCH
      *        WHAT EAUDWRT DOES UNDER CICS: PICKS UP THE FILE'S
      *        EAUDCHN CHAIN HEAD, GIVES THE RECORD THE NEXT
      *        WRITE-ORDER NUMBER, SEALS IT WITH EAUDHSH OVER THE
      *        RECORD AND THE PREVIOUS CHECK VALUE, APPENDS IT, AND
      *        MOVES THE HEAD ON - SO A RECORD WRITTEN OVERNIGHT
      *        VERIFIES UNDER EAUDVFY JUST LIKE ONE WRITTEN ONLINE.
      *        LIKE THE OTHER OVERNIGHT JOBS THAT TOUCH THE AUDIT
      *        FILES (EAUDRET, EAUDVFY) IT RUNS IN THE BATCH WINDOW
      *        WITH THE FILES CLOSED TO CICS, SO NO ENQ IS TAKEN.
      *        OWNS THE OPEN/WRITE/CLOSE FOR EACH CALL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNON-AUDIT-FILE ASSIGN TO ESONAUD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO EMNTAUD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO EAUDCHN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CC-CHAIN-KEY
              FILE STATUS IS WS-AUDIT-CHAIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNON-AUDIT-FILE.
       COPY ESONAUD.

       FD  MAINT-AUDIT-FILE.
       COPY EMNTAUD.

       FD  AUDIT-CHAIN-FILE.
       COPY EAUDCHN.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS.
      ******************************************************************
       COPY ECONST.
      ******************************************************************
      *   FILE STATUS FIELDS AND THE CHAIN HEAD SWITCH.
      ******************************************************************
       01 WS-AUDIT-FILE-STATUS       PIC X(2).
          88 WS-AUDIT-FILE-OK              VALUE '00'.
       01 WS-AUDIT-CHAIN-STATUS      PIC X(2).
          88 WS-AUDIT-CHAIN-OK             VALUE '00'.
       01 WS-HEAD-SWITCH             PIC X(1).
          88 WS-HEAD-ON-FILE               VALUE 'Y'.
          88 WS-HEAD-NOT-ON-FILE           VALUE 'N'.
      ******************************************************************
      *   FIELDS HANDED TO EAUDHSH TO SEAL THE RECORD.
      ******************************************************************
       01 WS-NEXT-SEQUENCE           PIC 9(9).
       01 WS-HASH-TEXT               PIC X(100).
       01 WS-HASH-LENGTH             PIC 9(3).
       01 WS-NEW-CHAIN-VALUE         PIC X(8).
       01 WS-CURRENT-DATE            PIC X(8).
       01 WS-CURRENT-TIME            PIC X(8).

       LINKAGE SECTION.
       COPY EAUDBWR.

       PROCEDURE DIVISION USING BATCH-AUDIT-WRITE-AREA.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-READ-CHAIN-HEAD.

           IF WS-AUDIT-CHAIN-OK
              PERFORM 2000-SEAL-THE-RECORD
              PERFORM 3000-WRITE-AUDIT-RECORD
              IF BW-WRITE-OK
                 PERFORM 4000-ADVANCE-CHAIN-HEAD
              END-IF
              CLOSE AUDIT-CHAIN-FILE
           ELSE
              MOVE WS-AUDIT-CHAIN-STATUS TO BW-FILE-STATUS
           END-IF.

           GOBACK.

       SUB-ROUTINE SECTION.
      *
       1000-READ-CHAIN-HEAD.
      *    PICK UP THE LAST SEQUENCE NUMBER AND CHECK VALUE - A FILE
      *    WITH NO HEAD YET STARTS ITS CHAIN FROM THE SEED
           OPEN I-O AUDIT-CHAIN-FILE.

           IF NOT WS-AUDIT-CHAIN-OK
              DISPLAY 'ERROR: OPEN OF EAUDCHN FAILED, STATUS='
                 WS-AUDIT-CHAIN-STATUS
           ELSE
              INITIALIZE AUDIT-CHAIN-RECORD
              IF BW-SIGNON-AUDIT
                 MOVE AC-SIGNON-AUDIT-FILENAME TO CC-FILE-NAME
              ELSE
                 MOVE AC-MAINT-AUDIT-FILENAME TO CC-FILE-NAME
              END-IF
              SET CC-CHAIN-HEAD TO TRUE
              MOVE ZERO TO CC-ENTRY-SEQUENCE

              READ AUDIT-CHAIN-FILE

              IF WS-AUDIT-CHAIN-OK
                 SET WS-HEAD-ON-FILE TO TRUE
              ELSE
                 SET WS-HEAD-NOT-ON-FILE TO TRUE
                 MOVE 1 TO CC-FIRST-SEQUENCE
                 MOVE AC-AUDIT-CHAIN-SEED TO CC-BASE-CHAIN-VALUE
                 MOVE ZERO TO CC-LAST-SEQUENCE
                 MOVE AC-AUDIT-CHAIN-SEED TO CC-LAST-CHAIN-VALUE
                 MOVE ZERO TO CC-RECORD-COUNT
                 MOVE '00' TO WS-AUDIT-CHAIN-STATUS
              END-IF

              COMPUTE WS-NEXT-SEQUENCE = CC-LAST-SEQUENCE + 1
           END-IF.

       2000-SEAL-THE-RECORD.
      *    NUMBER THE RECORD, THEN FOLD IT - WITH ITS OWN CHECK VALUE
      *    STILL BLANK - TOGETHER WITH THE PREVIOUS RECORD'S VALUE
           MOVE SPACES TO WS-HASH-TEXT.

           IF BW-SIGNON-AUDIT
              MOVE BW-AUDIT-RECORD TO SIGNON-AUDIT-RECORD
              MOVE WS-NEXT-SEQUENCE TO AU-CHAIN-SEQUENCE
              MOVE SPACES TO AU-CHAIN-VALUE
              MOVE SIGNON-AUDIT-RECORD TO WS-HASH-TEXT
              MOVE LENGTH OF SIGNON-AUDIT-RECORD TO WS-HASH-LENGTH
           ELSE
              MOVE BW-AUDIT-RECORD TO MAINT-AUDIT-RECORD
              MOVE WS-NEXT-SEQUENCE TO MA-CHAIN-SEQUENCE
              MOVE SPACES TO MA-CHAIN-VALUE
              MOVE MAINT-AUDIT-RECORD TO WS-HASH-TEXT
              MOVE LENGTH OF MAINT-AUDIT-RECORD TO WS-HASH-LENGTH
           END-IF.

           CALL 'EAUDHSH' USING CC-LAST-CHAIN-VALUE
                                WS-HASH-TEXT
                                WS-HASH-LENGTH
                                WS-NEW-CHAIN-VALUE.

           IF BW-SIGNON-AUDIT
              MOVE WS-NEW-CHAIN-VALUE TO AU-CHAIN-VALUE
              MOVE SIGNON-AUDIT-RECORD TO BW-AUDIT-RECORD
           ELSE
              MOVE WS-NEW-CHAIN-VALUE TO MA-CHAIN-VALUE
              MOVE MAINT-AUDIT-RECORD TO BW-AUDIT-RECORD
           END-IF.

       3000-WRITE-AUDIT-RECORD.
      *    APPEND THE SEALED RECORD TO THE END OF ITS AUDIT FILE
           IF BW-SIGNON-AUDIT
              OPEN EXTEND SIGNON-AUDIT-FILE
              IF WS-AUDIT-FILE-OK
                 MOVE BW-AUDIT-RECORD TO SIGNON-AUDIT-RECORD
                 WRITE SIGNON-AUDIT-RECORD
                 MOVE WS-AUDIT-FILE-STATUS TO BW-FILE-STATUS
                 CLOSE SIGNON-AUDIT-FILE
              ELSE
                 MOVE WS-AUDIT-FILE-STATUS TO BW-FILE-STATUS
              END-IF
           ELSE
              OPEN EXTEND MAINT-AUDIT-FILE
              IF WS-AUDIT-FILE-OK
                 MOVE BW-AUDIT-RECORD TO MAINT-AUDIT-RECORD
                 WRITE MAINT-AUDIT-RECORD
                 MOVE WS-AUDIT-FILE-STATUS TO BW-FILE-STATUS
                 CLOSE MAINT-AUDIT-FILE
              ELSE
                 MOVE WS-AUDIT-FILE-STATUS TO BW-FILE-STATUS
              END-IF
           END-IF.

           IF NOT BW-WRITE-OK
              DISPLAY 'ERROR: AUDIT WRITE FAILED, STATUS='
                 BW-FILE-STATUS
           END-IF.

       4000-ADVANCE-CHAIN-HEAD.
      *    THE RECORD IS ON FILE - MOVE THE HEAD ON TO IT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE WS-NEXT-SEQUENCE TO CC-LAST-SEQUENCE.
           MOVE WS-NEW-CHAIN-VALUE TO CC-LAST-CHAIN-VALUE.
           MOVE WS-CURRENT-DATE TO CC-UPDATE-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO CC-UPDATE-TIME.

           IF WS-HEAD-ON-FILE
              REWRITE AUDIT-CHAIN-RECORD
           ELSE
              WRITE AUDIT-CHAIN-RECORD
           END-IF.

           IF NOT WS-AUDIT-CHAIN-OK
              DISPLAY 'ERROR: UPDATE OF CHAIN HEAD FAILED, STATUS='
                 WS-AUDIT-CHAIN-STATUS
           END-IF.
