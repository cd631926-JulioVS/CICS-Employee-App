       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAUDWRT.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - COMMON AUDIT WRITER PROGRAM
      *        LINKED TO BY EVERY PROGRAM THAT ADDS A RECORD TO THE
      *        ESONAUD SIGN-ON AUDIT OR THE EMNTAUD MAINTENANCE AUDIT.
      *        UNDER AN ENQ ON THE FILE'S CHAIN HEAD IT GIVES THE
      *        RECORD THE NEXT WRITE-ORDER NUMBER, SEALS IT WITH A
      *        CHECK VALUE (EAUDHSH) COVERING THE RECORD AND THE
      *        CHECK VALUE OF THE RECORD BEFORE IT, WRITES IT, AND
      *        MOVES THE EAUDCHN CHAIN HEAD ON.  A RECORD DELETED,
      *        ALTERED OR SLIPPED IN OUTSIDE CICS THEREFORE BREAKS THE
      *        CHAIN WHERE THE NIGHTLY EAUDVFY VERIFIER WILL SEE IT.
      *        THE FIRST WRITE TO A FILE WITH NO CHAIN HEAD YET STARTS
      *        THE CHAIN AT SEQUENCE 1 FROM AC-AUDIT-CHAIN-SEED.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE MY APPLICATION CONSTANTS, COMM-AREA AND RECORD
      *      LAYOUT COPYBOOKS.
      ******************************************************************
       COPY ECONST.
       COPY EAUDWRT.
       COPY EAUDCHN.
       COPY ESONAUD.
       COPY EMNTAUD.
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CHAIN-RESPONSE         PIC S9(8) USAGE IS COMPUTATIONAL.
      ******************************************************************
      *   THE CHAIN HEAD KEY FOR THE FILE BEING WRITTEN - ALSO THE
      *   ENQ RESOURCE THAT SERIALIZES WRITERS TO THAT FILE.
      ******************************************************************
       01 WS-CHAIN-HEAD-KEY.
          05 WS-CH-FILE-NAME        PIC X(8).
          05 WS-CH-ENTRY-TYPE       PIC X(1) VALUE 'H'.
          05 WS-CH-ENTRY-SEQUENCE   PIC 9(9) VALUE ZERO.
       01 WS-HEAD-SWITCH            PIC X(1).
          88 WS-HEAD-ON-FILE              VALUE 'Y'.
          88 WS-HEAD-NOT-ON-FILE          VALUE 'N'.
      ******************************************************************
      *   FIELDS HANDED TO EAUDHSH TO SEAL THE RECORD.
      ******************************************************************
       01 WS-NEXT-SEQUENCE          PIC 9(9).
       01 WS-HASH-TEXT              PIC X(100).
       01 WS-HASH-LENGTH            PIC 9(3).
       01 WS-NEW-CHAIN-VALUE        PIC X(8).
       01 WS-ABSTIME                PIC S9(15) USAGE COMPUTATIONAL-3.

       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(105).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           MOVE DFHCOMMAREA TO AUDIT-WRITE-COMMAREA.

           IF AW-SIGNON-AUDIT
              MOVE AC-SIGNON-AUDIT-FILENAME TO WS-CH-FILE-NAME
           ELSE
              MOVE AC-MAINT-AUDIT-FILENAME TO WS-CH-FILE-NAME
           END-IF.

           PERFORM 1000-ENQ-THE-CHAIN.
           PERFORM 2000-READ-CHAIN-HEAD.
           PERFORM 3000-SEAL-THE-RECORD.
           PERFORM 4000-WRITE-AUDIT-RECORD.

           IF AW-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 5000-ADVANCE-CHAIN-HEAD
           ELSE
              IF WS-HEAD-ON-FILE
                 EXEC CICS UNLOCK
                      FILE(AC-AUDIT-CHAIN-FILENAME)
                      END-EXEC
              END-IF
           END-IF.

           PERFORM 1100-DEQ-THE-CHAIN.

           MOVE AUDIT-WRITE-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

       SUB-ROUTINE SECTION.
      *
       1000-ENQ-THE-CHAIN.
      *    SERIALIZE WRITERS TO THIS FILE - TWO RECORDS TAKING THE
      *    SAME SEQUENCE NUMBER WOULD FORK THE CHAIN
           EXEC CICS ENQ
                RESOURCE(WS-CHAIN-HEAD-KEY)
                LENGTH(LENGTH OF WS-CHAIN-HEAD-KEY)
                RESP(WS-CHAIN-RESPONSE)
                END-EXEC.

       1100-DEQ-THE-CHAIN.
      *    RELEASE THE CHAIN FOR THE NEXT WRITER
           EXEC CICS DEQ
                RESOURCE(WS-CHAIN-HEAD-KEY)
                LENGTH(LENGTH OF WS-CHAIN-HEAD-KEY)
                RESP(WS-CHAIN-RESPONSE)
                END-EXEC.

       2000-READ-CHAIN-HEAD.
      *    PICK UP THE LAST SEQUENCE NUMBER AND CHECK VALUE - A FILE
      *    WITH NO HEAD YET STARTS ITS CHAIN FROM THE SEED
           EXEC CICS READ
                FILE(AC-AUDIT-CHAIN-FILENAME)
                INTO (AUDIT-CHAIN-RECORD)
                RIDFLD(WS-CHAIN-HEAD-KEY)
                UPDATE
                RESP(WS-CHAIN-RESPONSE)
                END-EXEC.

           IF WS-CHAIN-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-HEAD-ON-FILE TO TRUE
           ELSE
              SET WS-HEAD-NOT-ON-FILE TO TRUE
              INITIALIZE AUDIT-CHAIN-RECORD
              MOVE WS-CHAIN-HEAD-KEY TO CC-CHAIN-KEY
              MOVE 1 TO CC-FIRST-SEQUENCE
              MOVE AC-AUDIT-CHAIN-SEED TO CC-BASE-CHAIN-VALUE
              MOVE ZERO TO CC-LAST-SEQUENCE
              MOVE AC-AUDIT-CHAIN-SEED TO CC-LAST-CHAIN-VALUE
           END-IF.

           COMPUTE WS-NEXT-SEQUENCE = CC-LAST-SEQUENCE + 1.

       3000-SEAL-THE-RECORD.
      *    NUMBER THE RECORD, THEN FOLD IT - WITH ITS OWN CHECK VALUE
      *    STILL BLANK - TOGETHER WITH THE PREVIOUS RECORD'S VALUE
           MOVE SPACES TO WS-HASH-TEXT.

           IF AW-SIGNON-AUDIT
              MOVE AW-AUDIT-RECORD TO SIGNON-AUDIT-RECORD
              MOVE WS-NEXT-SEQUENCE TO AU-CHAIN-SEQUENCE
              MOVE SPACES TO AU-CHAIN-VALUE
              MOVE SIGNON-AUDIT-RECORD TO WS-HASH-TEXT
              MOVE LENGTH OF SIGNON-AUDIT-RECORD TO WS-HASH-LENGTH
           ELSE
              MOVE AW-AUDIT-RECORD TO MAINT-AUDIT-RECORD
              MOVE WS-NEXT-SEQUENCE TO MA-CHAIN-SEQUENCE
              MOVE SPACES TO MA-CHAIN-VALUE
              MOVE MAINT-AUDIT-RECORD TO WS-HASH-TEXT
              MOVE LENGTH OF MAINT-AUDIT-RECORD TO WS-HASH-LENGTH
           END-IF.

           CALL 'EAUDHSH' USING CC-LAST-CHAIN-VALUE
                                WS-HASH-TEXT
                                WS-HASH-LENGTH
                                WS-NEW-CHAIN-VALUE.

           IF AW-SIGNON-AUDIT
              MOVE WS-NEW-CHAIN-VALUE TO AU-CHAIN-VALUE
              MOVE SIGNON-AUDIT-RECORD TO AW-AUDIT-RECORD
           ELSE
              MOVE WS-NEW-CHAIN-VALUE TO MA-CHAIN-VALUE
              MOVE MAINT-AUDIT-RECORD TO AW-AUDIT-RECORD
           END-IF.

       4000-WRITE-AUDIT-RECORD.
      *    APPEND THE SEALED RECORD TO ITS AUDIT FILE
           IF AW-SIGNON-AUDIT
              EXEC CICS WRITE
                   FILE(AC-SIGNON-AUDIT-FILENAME)
                   FROM (SIGNON-AUDIT-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE(AC-MAINT-AUDIT-FILENAME)
                   FROM (MAINT-AUDIT-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           MOVE WS-CICS-RESPONSE TO AW-RESPONSE.

       5000-ADVANCE-CHAIN-HEAD.
      *    THE RECORD IS ON FILE - MOVE THE HEAD ON TO IT
           MOVE WS-NEXT-SEQUENCE TO CC-LAST-SEQUENCE.
           MOVE WS-NEW-CHAIN-VALUE TO CC-LAST-CHAIN-VALUE.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(CC-UPDATE-DATE)
                TIME(CC-UPDATE-TIME)
                END-EXEC.

           IF WS-HEAD-ON-FILE
              EXEC CICS REWRITE
                   FILE(AC-AUDIT-CHAIN-FILENAME)
                   FROM (AUDIT-CHAIN-RECORD)
                   RESP(WS-CHAIN-RESPONSE)
                   END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE(AC-AUDIT-CHAIN-FILENAME)
                   FROM (AUDIT-CHAIN-RECORD)
                   RIDFLD(CC-CHAIN-KEY)
                   RESP(WS-CHAIN-RESPONSE)
                   END-EXEC
           END-IF.
