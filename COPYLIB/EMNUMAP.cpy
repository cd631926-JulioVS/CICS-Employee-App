      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'EMNUM' MAP (MAPSET EMNUMAP).
      *        (ROLE MENU SCREEN - GREETING LINE, LAST SIGN-ON
      *         NOTICE, UNREAD NOTIFICATION LINE, OPERATIONS
      *         BROADCAST LINE, UP TO TEN SELECTABLE OPTION LINES,
      *         AND A SELECTION FIELD)
      ******************************************************************
       01 EMNUMI.
          05 FILLER                 PIC X(12).
          05 FILLER REDEFINES NOTICEF.
             10 NOTICEA              PIC X.
          05 NOTICEI                PIC X(64).
          05 INBOXL                 PIC S9(4) COMP.
          05 INBOXF                 PIC X.
          05 FILLER REDEFINES INBOXF.
             10 INBOXA               PIC X.
          05 INBOXI                 PIC X(60).
          05 BCASTL                 PIC S9(4) COMP.
          05 BCASTF                 PIC X.
          05 FILLER REDEFINES BCASTF.
             10 BCASTA               PIC X.
          05 BCASTI                 PIC X(60).
          05 LISTAREAL              PIC S9(4) COMP.
          05 LISTAREAF              PIC X.
          05 FILLER REDEFINES LISTAREAF.
          05 FILLER                 PIC X(3).
          05 NOTICEO                PIC X(64).
          05 FILLER                 PIC X(3).
          05 INBOXO                 PIC X(60).
          05 FILLER                 PIC X(3).
          05 BCASTO                 PIC X(60).
          05 FILLER                 PIC X(3).
          05 LISTAREAO              PIC X(640).
          05 FILLER                 PIC X(3).
          05 SELNUMO                PIC X(2).
