      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'EGRDM' MAP (MAPSET EGRDMAP).
      *        (GRID CARD MAINTENANCE SCREEN)
      ******************************************************************
       01 EGRDMI.
          05 FILLER                 PIC X(12).
          05 USERIDL                PIC S9(4) COMP.
          05 USERIDF                PIC X.
          05 FILLER REDEFINES USERIDF.
             10 USERIDA              PIC X.
          05 USERIDI                PIC X(8).
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

       01 EGRDMO REDEFINES EGRDMI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 USERIDO                PIC X(8).
          05 FILLER                 PIC X(3).
          05 ACTIONO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 LISTAREAO              PIC X(640).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
