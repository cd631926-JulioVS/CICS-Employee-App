      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'ERACM' MAP (MAPSET ERACMAP).
      *        (ROLE ACCESS TABLE MAINTENANCE SCREEN)
      ******************************************************************
       01 ERACMI.
          05 FILLER                 PIC X(12).
          05 ROLEL                  PIC S9(4) COMP.
          05 ROLEF                  PIC X.
          05 FILLER REDEFINES ROLEF.
             10 ROLEA                PIC X.
          05 ROLEI                  PIC X(3).
          05 TRANSIDL               PIC S9(4) COMP.
          05 TRANSIDF               PIC X.
          05 FILLER REDEFINES TRANSIDF.
             10 TRANSIDA             PIC X.
          05 TRANSIDI               PIC X(4).
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

       01 ERACMO REDEFINES ERACMI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 ROLEO                  PIC X(3).
          05 FILLER                 PIC X(3).
          05 TRANSIDO               PIC X(4).
          05 FILLER                 PIC X(3).
          05 ACTIONO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 LISTAREAO              PIC X(640).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
