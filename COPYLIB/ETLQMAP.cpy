      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'ETLQM' MAP (MAPSET ETLQMAP).
      *        (INCIDENT TIMELINE REQUEST SCREEN)
      ******************************************************************
       01 ETLQMI.
          05 FILLER                 PIC X(12).
          05 USERIDL                PIC S9(4) COMP.
          05 USERIDF                PIC X.
          05 FILLER REDEFINES USERIDF.
             10 USERIDA              PIC X.
          05 USERIDI                PIC X(8).
          05 TERMIDL                PIC S9(4) COMP.
          05 TERMIDF                PIC X.
          05 FILLER REDEFINES TERMIDF.
             10 TERMIDA              PIC X.
          05 TERMIDI                PIC X(4).
          05 FROMDTL                PIC S9(4) COMP.
          05 FROMDTF                PIC X.
          05 FILLER REDEFINES FROMDTF.
             10 FROMDTA              PIC X.
          05 FROMDTI                PIC X(8).
          05 FROMTML                PIC S9(4) COMP.
          05 FROMTMF                PIC X.
          05 FILLER REDEFINES FROMTMF.
             10 FROMTMA              PIC X.
          05 FROMTMI                PIC X(4).
          05 TODTL                  PIC S9(4) COMP.
          05 TODTF                  PIC X.
          05 FILLER REDEFINES TODTF.
             10 TODTA                PIC X.
          05 TODTI                  PIC X(8).
          05 TOTML                  PIC S9(4) COMP.
          05 TOTMF                  PIC X.
          05 FILLER REDEFINES TOTMF.
             10 TOTMA                PIC X.
          05 TOTMI                  PIC X(4).
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

       01 ETLQMO REDEFINES ETLQMI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 USERIDO                PIC X(8).
          05 FILLER                 PIC X(3).
          05 TERMIDO                PIC X(4).
          05 FILLER                 PIC X(3).
          05 FROMDTO                PIC X(8).
          05 FILLER                 PIC X(3).
          05 FROMTMO                PIC X(4).
          05 FILLER                 PIC X(3).
          05 TODTO                  PIC X(8).
          05 FILLER                 PIC X(3).
          05 TOTMO                  PIC X(4).
          05 FILLER                 PIC X(3).
          05 LISTAREAO              PIC X(640).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
