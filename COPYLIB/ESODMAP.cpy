      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'ESODM' MAP (MAPSET ESODMAP).
      *        (SEGREGATION-OF-DUTIES RULES AND EXCEPTIONS SCREEN)
      ******************************************************************
       01 ESODMI.
          05 FILLER                 PIC X(12).
          05 TRANSAL                PIC S9(4) COMP.
          05 TRANSAF                PIC X.
          05 FILLER REDEFINES TRANSAF.
             10 TRANSAA              PIC X.
          05 TRANSAI                PIC X(4).
          05 TRANSBL                PIC S9(4) COMP.
          05 TRANSBF                PIC X.
          05 FILLER REDEFINES TRANSBF.
             10 TRANSBA              PIC X.
          05 TRANSBI                PIC X(4).
          05 USERIDL                PIC S9(4) COMP.
          05 USERIDF                PIC X.
          05 FILLER REDEFINES USERIDF.
             10 USERIDA              PIC X.
          05 USERIDI                PIC X(8).
          05 TEXTL                  PIC S9(4) COMP.
          05 TEXTF                  PIC X.
          05 FILLER REDEFINES TEXTF.
             10 TEXTA                PIC X.
          05 TEXTI                  PIC X(40).
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

       01 ESODMO REDEFINES ESODMI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 TRANSAO                PIC X(4).
          05 FILLER                 PIC X(3).
          05 TRANSBO                PIC X(4).
          05 FILLER                 PIC X(3).
          05 USERIDO                PIC X(8).
          05 FILLER                 PIC X(3).
          05 TEXTO                  PIC X(40).
          05 FILLER                 PIC X(3).
          05 ACTIONO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 LISTAREAO              PIC X(640).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
