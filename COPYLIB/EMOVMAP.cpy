      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'EMOVM' MAP (MAPSET EMOVMAP).
      *        (MANAGER MOVER ACCESS REVIEW SCREEN)
      ******************************************************************
       01 EMOVMI.
          05 FILLER                 PIC X(12).
          05 MGRIDL                 PIC S9(4) COMP.
          05 MGRIDF                 PIC X.
          05 FILLER REDEFINES MGRIDF.
             10 MGRIDA               PIC X.
          05 MGRIDI                 PIC X(8).
          05 LISTAREAL              PIC S9(4) COMP.
          05 LISTAREAF              PIC X.
          05 FILLER REDEFINES LISTAREAF.
             10 LISTAREAA            PIC X.
          05 LISTAREAI              PIC X(640).
          05 SELNUML                PIC S9(4) COMP.
          05 SELNUMF                PIC X.
          05 FILLER REDEFINES SELNUMF.
             10 SELNUMA              PIC X.
          05 SELNUMI                PIC X(1).
          05 ACTIONL                PIC S9(4) COMP.
          05 ACTIONF                PIC X.
          05 FILLER REDEFINES ACTIONF.
             10 ACTIONA              PIC X.
          05 ACTIONI                PIC X(1).
          05 MESSL                  PIC S9(4) COMP.
          05 MESSF                  PIC X.
          05 FILLER REDEFINES MESSF.
             10 MESSA                PIC X.
          05 MESSI                  PIC X(60).

       01 EMOVMO REDEFINES EMOVMI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 MGRIDO                 PIC X(8).
          05 FILLER                 PIC X(3).
          05 LISTAREAO              PIC X(640).
          05 FILLER                 PIC X(3).
          05 SELNUMO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 ACTIONO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
