       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAUDHSH.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'AUDIT CHAIN CHECK VALUE' UTILITY SUBPROGRAM
      *        A PLAIN COBOL SUBPROGRAM (NO EXEC CICS OF ITS OWN) SO IT
      *        CAN BE CALLED THE SAME WAY FROM EAUDWRT UNDER CICS AND
      *        FROM THE EAUDVFY VERIFIER IN BATCH.  FOLDS THE PREVIOUS
      *        RECORD'S 8-CHARACTER CHECK VALUE TOGETHER WITH AN AUDIT
      *        RECORD INTO A NEW 8-CHARACTER CHECK VALUE, THE SAME
      *        POSITION-WEIGHTED WAY EHASHPW DIGESTS A PASSWORD, SO
      *        CHANGING ANY BYTE OF THE RECORD OR OF THE VALUE IT
      *        LINKS BACK TO CHANGES THE RESULT.  BOTH SIDES CALL THIS
      *        ONE ROUTINE SO THE SAME RECORD ALWAYS SEALS THE SAME.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   36-CHARACTER DIGEST ALPHABET USED TO BUILD THE OUTPUT VALUE.
      ******************************************************************
       01 WS-HASH-ALPHABET           PIC X(36) VALUE
          '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-HASH-ALPHABET-TABLE REDEFINES WS-HASH-ALPHABET.
          05 WS-HASH-ALPHABET-CHAR   PIC X(1) OCCURS 36 TIMES.
      ******************************************************************
      *   THE PRIOR CHECK VALUE FOLLOWED BY THE RECORD - THE WHOLE
      *   STRING THE NEW VALUE IS FOLDED FROM.
      ******************************************************************
       01 WS-HASH-INPUT.
          05 WS-HASH-PRIOR           PIC X(8).
          05 WS-HASH-RECORD          PIC X(100).
       01 WS-HASH-INPUT-LENGTH       PIC 9(3) USAGE IS COMPUTATIONAL.
       01 WS-OUTPUT-INDEX            PIC 9(2) USAGE IS COMPUTATIONAL.
       01 WS-BYTE-INDEX              PIC 9(3) USAGE IS COMPUTATIONAL.
       01 WS-CHAR-VALUE              PIC 9(3) USAGE IS COMPUTATIONAL.
       01 WS-RUNNING-TOTAL           PIC 9(9) USAGE IS COMPUTATIONAL.
       01 WS-TABLE-SUBSCRIPT         PIC 9(2) USAGE IS COMPUTATIONAL.

       LINKAGE SECTION.
       01 LS-PRIOR-CHAIN-VALUE       PIC X(8).
       01 LS-RECORD-TEXT             PIC X(100).
       01 LS-RECORD-LENGTH           PIC 9(3).
       01 LS-CHAIN-VALUE             PIC X(8).

       PROCEDURE DIVISION USING LS-PRIOR-CHAIN-VALUE LS-RECORD-TEXT
                                LS-RECORD-LENGTH LS-CHAIN-VALUE.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-COMPUTE-CHECK-VALUE.

           GOBACK.

       SUB-ROUTINE SECTION.
      *
       1000-COMPUTE-CHECK-VALUE.
      *    BUILD THE CHECK VALUE ONE OUTPUT POSITION AT A TIME
           MOVE SPACES TO LS-CHAIN-VALUE.
           MOVE SPACES TO WS-HASH-INPUT.
           MOVE LS-PRIOR-CHAIN-VALUE TO WS-HASH-PRIOR.
           MOVE LS-RECORD-TEXT (1:LS-RECORD-LENGTH) TO WS-HASH-RECORD.
           COMPUTE WS-HASH-INPUT-LENGTH = LS-RECORD-LENGTH + 8.

           MOVE 1 TO WS-OUTPUT-INDEX.
           PERFORM 1100-FOLD-ONE-POSITION UNTIL WS-OUTPUT-INDEX > 8.

       1100-FOLD-ONE-POSITION.
      *    EACH OUTPUT CHARACTER IS A POSITION-WEIGHTED FOLD OF EVERY
      *    INPUT BYTE.  THE RUNNING TOTAL IS CARRIED FORWARD BY A
      *    MULTIPLIER AS WELL, SO TWO BYTES SWAPPED BETWEEN PLACES
      *    DO NOT CANCEL EACH OTHER OUT OVER A RECORD THIS LONG
           MOVE ZERO TO WS-RUNNING-TOTAL.

           MOVE 1 TO WS-BYTE-INDEX.
           PERFORM 1200-ACCUMULATE-ONE-BYTE
              UNTIL WS-BYTE-INDEX > WS-HASH-INPUT-LENGTH.

           COMPUTE WS-TABLE-SUBSCRIPT =
              FUNCTION MOD(WS-RUNNING-TOTAL + WS-OUTPUT-INDEX, 36) + 1.

           MOVE WS-HASH-ALPHABET-CHAR(WS-TABLE-SUBSCRIPT) TO
              LS-CHAIN-VALUE(WS-OUTPUT-INDEX:1).

           ADD 1 TO WS-OUTPUT-INDEX.

       1200-ACCUMULATE-ONE-BYTE.
      *    FOLD ONE INPUT BYTE INTO THE RUNNING TOTAL FOR THIS POSITION
           MOVE FUNCTION ORD(WS-HASH-INPUT(WS-BYTE-INDEX:1))
              TO WS-CHAR-VALUE.

           COMPUTE WS-RUNNING-TOTAL = FUNCTION MOD(
              (WS-RUNNING-TOTAL * 31) +
              (WS-CHAR-VALUE * (WS-BYTE-INDEX + WS-OUTPUT-INDEX)),
              999999937).

           ADD 1 TO WS-BYTE-INDEX.
