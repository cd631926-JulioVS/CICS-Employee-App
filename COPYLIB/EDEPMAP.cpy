      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'EDEPM' MAP (MAPSET EDEPMAP).
      *        (DEPARTMENT MASTER MAINTENANCE SCREEN)
      ******************************************************************
       01 EDEPMI.
          05 FILLER                 PIC X(12).
          05 DEPTCDL                PIC S9(4) COMP.
          05 DEPTCDF                PIC X.
          05 FILLER REDEFINES DEPTCDF.
             10 DEPTCDA              PIC X.
          05 DEPTCDI                PIC X(10).
          05 DEPTNML                PIC S9(4) COMP.
          05 DEPTNMF                PIC X.
          05 FILLER REDEFINES DEPTNMF.
             10 DEPTNMA              PIC X.
          05 DEPTNMI                PIC X(30).
          05 PARENTL                PIC S9(4) COMP.
          05 PARENTF                PIC X.
          05 FILLER REDEFINES PARENTF.
             10 PARENTA              PIC X.
          05 PARENTI                PIC X(10).
          05 HEADIDL                PIC S9(4) COMP.
          05 HEADIDF                PIC X.
          05 FILLER REDEFINES HEADIDF.
             10 HEADIDA              PIC X.
          05 HEADIDI                PIC X(8).
          05 COSTCTRL               PIC S9(4) COMP.
          05 COSTCTRF               PIC X.
          05 FILLER REDEFINES COSTCTRF.
             10 COSTCTRA             PIC X.
          05 COSTCTRI               PIC X(8).
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

       01 EDEPMO REDEFINES EDEPMI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 DEPTCDO                PIC X(10).
          05 FILLER                 PIC X(3).
          05 DEPTNMO                PIC X(30).
          05 FILLER                 PIC X(3).
          05 PARENTO                PIC X(10).
          05 FILLER                 PIC X(3).
          05 HEADIDO                PIC X(8).
          05 FILLER                 PIC X(3).
          05 COSTCTRO               PIC X(8).
          05 FILLER                 PIC X(3).
          05 ACTIONO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 LISTAREAO              PIC X(640).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
