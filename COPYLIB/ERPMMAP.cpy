      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'ERPMM' MAP (MAPSET ERPMMAP).
      *        (BATCH RUN PARAMETER MAINTENANCE SCREEN)
      ******************************************************************
       01 ERPMMI.
          05 FILLER                 PIC X(12).
          05 JOBNAMEL               PIC S9(4) COMP.
          05 JOBNAMEF               PIC X.
          05 FILLER REDEFINES JOBNAMEF.
             10 JOBNAMEA             PIC X.
          05 JOBNAMEI               PIC X(8).
          05 PARMNAMEL              PIC S9(4) COMP.
          05 PARMNAMEF              PIC X.
          05 FILLER REDEFINES PARMNAMEF.
             10 PARMNAMEA            PIC X.
          05 PARMNAMEI              PIC X(16).
          05 PARMVALL               PIC S9(4) COMP.
          05 PARMVALF               PIC X.
          05 FILLER REDEFINES PARMVALF.
             10 PARMVALA             PIC X.
          05 PARMVALI               PIC X(5).
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

       01 ERPMMO REDEFINES ERPMMI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 JOBNAMEO               PIC X(8).
          05 FILLER                 PIC X(3).
          05 PARMNAMEO              PIC X(16).
          05 FILLER                 PIC X(3).
          05 PARMVALO               PIC X(5).
          05 FILLER                 PIC X(3).
          05 ACTIONO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 LISTAREAO              PIC X(640).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
