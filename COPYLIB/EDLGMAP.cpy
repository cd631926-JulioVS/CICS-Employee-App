      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'EDLGM' MAP (MAPSET EDLGMAP).
      *        (APPROVAL DELEGATION MAINTENANCE SCREEN)
      ******************************************************************
       01 EDLGMI.
          05 FILLER                 PIC X(12).
          05 FORIDL                 PIC S9(4) COMP.
          05 FORIDF                 PIC X.
          05 FILLER REDEFINES FORIDF.
             10 FORIDA               PIC X.
          05 FORIDI                 PIC X(8).
          05 DELEGIDL               PIC S9(4) COMP.
          05 DELEGIDF               PIC X.
          05 FILLER REDEFINES DELEGIDF.
             10 DELEGIDA             PIC X.
          05 DELEGIDI               PIC X(8).
          05 FROMDTL                PIC S9(4) COMP.
          05 FROMDTF                PIC X.
          05 FILLER REDEFINES FROMDTF.
             10 FROMDTA              PIC X.
          05 FROMDTI                PIC X(8).
          05 TODTL                  PIC S9(4) COMP.
          05 TODTF                  PIC X.
          05 FILLER REDEFINES TODTF.
             10 TODTA                PIC X.
          05 TODTI                  PIC X(8).
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

       01 EDLGMO REDEFINES EDLGMI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 FORIDO                 PIC X(8).
          05 FILLER                 PIC X(3).
          05 DELEGIDO               PIC X(8).
          05 FILLER                 PIC X(3).
          05 FROMDTO                PIC X(8).
          05 FILLER                 PIC X(3).
          05 TODTO                  PIC X(8).
          05 FILLER                 PIC X(3).
          05 ACTIONO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 LISTAREAO              PIC X(640).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
