      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'EAPFM' MAP (MAPSET EAPFMAP).
      *        (APPLICATION FUNCTION REGISTRATION SCREEN)
      ******************************************************************
       01 EAPFMI.
          05 FILLER                 PIC X(12).
          05 FUNCCDL                PIC S9(4) COMP.
          05 FUNCCDF                PIC X.
          05 FILLER REDEFINES FUNCCDF.
             10 FUNCCDA              PIC X.
          05 FUNCCDI                PIC X(4).
          05 APPLIDL                PIC S9(4) COMP.
          05 APPLIDF                PIC X.
          05 FILLER REDEFINES APPLIDF.
             10 APPLIDA              PIC X.
          05 APPLIDI                PIC X(8).
          05 FUNCDESCL              PIC S9(4) COMP.
          05 FUNCDESCF              PIC X.
          05 FILLER REDEFINES FUNCDESCF.
             10 FUNCDESCA            PIC X.
          05 FUNCDESCI              PIC X(30).
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

       01 EAPFMO REDEFINES EAPFMI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 FUNCCDO                PIC X(4).
          05 FILLER                 PIC X(3).
          05 APPLIDO                PIC X(8).
          05 FILLER                 PIC X(3).
          05 FUNCDESCO              PIC X(30).
          05 FILLER                 PIC X(3).
          05 ACTIONO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 LISTAREAO              PIC X(640).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
