      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'EFRZM' MAP (MAPSET EFRZMAP).
      *        (SIGN-ON FREEZE OPERATIONS SCREEN)
      ******************************************************************
       01 EFRZMI.
          05 FILLER                 PIC X(12).
          05 STATUSL                PIC S9(4) COMP.
          05 STATUSF                PIC X.
          05 FILLER REDEFINES STATUSF.
             10 STATUSA              PIC X.
          05 STATUSI                PIC X(64).
          05 LASTSETL               PIC S9(4) COMP.
          05 LASTSETF               PIC X.
          05 FILLER REDEFINES LASTSETF.
             10 LASTSETA             PIC X.
          05 LASTSETI               PIC X(64).
          05 SCOPEL                 PIC S9(4) COMP.
          05 SCOPEF                 PIC X.
          05 FILLER REDEFINES SCOPEF.
             10 SCOPEA               PIC X.
          05 SCOPEI                 PIC X(1).
          05 UNTDATEL               PIC S9(4) COMP.
          05 UNTDATEF               PIC X.
          05 FILLER REDEFINES UNTDATEF.
             10 UNTDATEA             PIC X.
          05 UNTDATEI               PIC X(8).
          05 UNTTIMEL               PIC S9(4) COMP.
          05 UNTTIMEF               PIC X.
          05 FILLER REDEFINES UNTTIMEF.
             10 UNTTIMEA             PIC X.
          05 UNTTIMEI               PIC X(4).
          05 BCASTL                 PIC S9(4) COMP.
          05 BCASTF                 PIC X.
          05 FILLER REDEFINES BCASTF.
             10 BCASTA               PIC X.
          05 BCASTI                 PIC X(60).
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

       01 EFRZMO REDEFINES EFRZMI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 STATUSO                PIC X(64).
          05 FILLER                 PIC X(3).
          05 LASTSETO               PIC X(64).
          05 FILLER                 PIC X(3).
          05 SCOPEO                 PIC X(1).
          05 FILLER                 PIC X(3).
          05 UNTDATEO               PIC X(8).
          05 FILLER                 PIC X(3).
          05 UNTTIMEO               PIC X(4).
          05 FILLER                 PIC X(3).
          05 BCASTO                 PIC X(60).
          05 FILLER                 PIC X(3).
          05 ACTIONO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
