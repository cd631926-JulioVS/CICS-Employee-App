      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'EBCLM' MAP (MAPSET EBCLMAP).
      *        (BUSINESS CALENDAR ONLINE MAINTENANCE SCREEN)
      ******************************************************************
       01 EBCLMI.
          05 FILLER                 PIC X(12).
          05 CALDATEL               PIC S9(4) COMP.
          05 CALDATEF               PIC X.
          05 FILLER REDEFINES CALDATEF.
             10 CALDATEA             PIC X.
          05 CALDATEI               PIC X(8).
          05 HOLIDAYL               PIC S9(4) COMP.
          05 HOLIDAYF               PIC X.
          05 FILLER REDEFINES HOLIDAYF.
             10 HOLIDAYA             PIC X.
          05 HOLIDAYI               PIC X(1).
          05 NONPROCL               PIC S9(4) COMP.
          05 NONPROCF               PIC X.
          05 FILLER REDEFINES NONPROCF.
             10 NONPROCA             PIC X.
          05 NONPROCI               PIC X(1).
          05 CALDESCL               PIC S9(4) COMP.
          05 CALDESCF               PIC X.
          05 FILLER REDEFINES CALDESCF.
             10 CALDESCA             PIC X.
          05 CALDESCI               PIC X(30).
          05 ACTIONL                PIC S9(4) COMP.
          05 ACTIONF                PIC X.
          05 FILLER REDEFINES ACTIONF.
             10 ACTIONA              PIC X.
          05 ACTIONI                PIC X(1).
          05 LISTAREAL              PIC S9(4) COMP.
          05 LISTAREAF              PIC X.
          05 FILLER REDEFINES LISTAREAF.
             10 LISTAREAA            PIC X.
          05 LISTAREAI              PIC X(640).
          05 MESSL                  PIC S9(4) COMP.
          05 MESSF                  PIC X.
          05 FILLER REDEFINES MESSF.
             10 MESSA                PIC X.
          05 MESSI                  PIC X(60).

       01 EBCLMO REDEFINES EBCLMI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 CALDATEO               PIC X(8).
          05 FILLER                 PIC X(3).
          05 HOLIDAYO               PIC X(1).
          05 FILLER                 PIC X(3).
          05 NONPROCO               PIC X(1).
          05 FILLER                 PIC X(3).
          05 CALDESCO               PIC X(30).
          05 FILLER                 PIC X(3).
          05 ACTIONO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 LISTAREAO              PIC X(640).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
