      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'ESGFM' MAP (MAPSET ESGFMAP).
      *        (SUPERVISOR FORCED SIGN-OFF SCREEN)
      ******************************************************************
       01 ESGFMI.
          05 FILLER                 PIC X(12).
          05 USERIDL                PIC S9(4) COMP.
          05 USERIDF                PIC X.
          05 FILLER REDEFINES USERIDF.
             10 USERIDA              PIC X.
          05 USERIDI                PIC X(8).
          05 REASONL                PIC S9(4) COMP.
          05 REASONF                PIC X.
          05 FILLER REDEFINES REASONF.
             10 REASONA              PIC X.
          05 REASONI                PIC X(2).
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

       01 ESGFMO REDEFINES ESGFMI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 USERIDO                PIC X(8).
          05 FILLER                 PIC X(3).
          05 REASONO                PIC X(2).
          05 FILLER                 PIC X(3).
          05 LISTAREAO              PIC X(640).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
