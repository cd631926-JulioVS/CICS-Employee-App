      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EGRDCRD' VSAM FILE.
      *        (ADMINISTRATOR GRID CARDS - ONE RECORD PER ADMINISTRATOR
      *         HOLDING THE CARD NOW IN FORCE.  THE PRINTED CARD IS A
      *         GRID OF 10 COLUMNS (A-J) BY 5 ROWS (1-5) OF 3-DIGIT
      *         VALUES; ONLY THE EHASHPW DIGEST OF EACH CELL IS KEPT
      *         HERE, TAKEN OVER THE VALUE, THE CELL LABEL AND THE
      *         CARD'S OWN SALT, SO THE FILE CANNOT BE READ BACK INTO
      *         A CARD.  CELL N IS ROW (N - 1) / 10 + 1, COLUMN
      *         MOD(N - 1, 10) + 1.  ISSUED BY THE EGRDISS BATCH JOB,
      *         REVOKED ON THE EGRD SCREEN.)
      ******************************************************************
       01 GRID-CARD-RECORD.
          05 GC-USER-ID              PIC X(8).
          05 GC-CARD-NUMBER          PIC 9(5).
          05 GC-STATUS               PIC X(1).
             88 GC-ST-ACTIVE               VALUE 'A'.
             88 GC-ST-REVOKED              VALUE 'R'.
          05 GC-ISSUE-DATE           PIC X(8).
          05 GC-EXPIRY-DATE          PIC X(8).
          05 GC-REVOKED-BY           PIC X(8).
          05 GC-REVOKED-DATE         PIC X(8).
          05 GC-CARD-SALT            PIC X(3).
          05 GC-CELL-HASH            PIC X(8) OCCURS 50 TIMES.
          05 FILLER                  PIC X(21).
      ******************************************************************
      *   HASH INPUT FOR ONE CELL - VALUE, LABEL, SALT - SHAPED TO THE
      *   8-BYTE FIELD EHASHPW TAKES.
      ******************************************************************
       01 GRID-CELL-HASH-INPUT.
          05 GH-CELL-VALUE           PIC X(3).
          05 GH-CELL-LABEL.
             10 GH-CELL-COLUMN       PIC X(1).
             10 GH-CELL-ROW          PIC X(1).
          05 GH-CARD-SALT            PIC X(3).
       01 GRID-COLUMN-LETTERS        PIC X(10) VALUE 'ABCDEFGHIJ'.
       01 GRID-COLUMN-TABLE REDEFINES GRID-COLUMN-LETTERS.
          05 GRID-COLUMN-LETTER      PIC X(1) OCCURS 10 TIMES.
