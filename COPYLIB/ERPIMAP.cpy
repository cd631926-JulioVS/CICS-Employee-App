      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'ERPIM' MAP (MAPSET ERPIMAP).
      *        (REPORT REPOSITORY INQUIRY SCREEN)
      ******************************************************************
       01 ERPIMI.
          05 FILLER                 PIC X(12).
          05 RPTNAMEL               PIC S9(4) COMP.
          05 RPTNAMEF               PIC X.
          05 FILLER REDEFINES RPTNAMEF.
             10 RPTNAMEA             PIC X.
          05 RPTNAMEI               PIC X(8).
          05 RUNDATEL               PIC S9(4) COMP.
          05 RUNDATEF               PIC X.
          05 FILLER REDEFINES RUNDATEF.
             10 RUNDATEA             PIC X.
          05 RUNDATEI               PIC X(8).
          05 PAGENOL                PIC S9(4) COMP.
          05 PAGENOF                PIC X.
          05 FILLER REDEFINES PAGENOF.
             10 PAGENOA              PIC X.
          05 PAGENOI                PIC X(4).
          05 RPTHEADL               PIC S9(4) COMP.
          05 RPTHEADF               PIC X.
          05 FILLER REDEFINES RPTHEADF.
             10 RPTHEADA             PIC X.
          05 RPTHEADI               PIC X(79).
          05 LISTAREAL              PIC S9(4) COMP.
          05 LISTAREAF              PIC X.
          05 FILLER REDEFINES LISTAREAF.
             10 LISTAREAA            PIC X.
          05 LISTAREAI              PIC X(1280).
          05 MESSL                  PIC S9(4) COMP.
          05 MESSF                  PIC X.
          05 FILLER REDEFINES MESSF.
             10 MESSA                PIC X.
          05 MESSI                  PIC X(60).

       01 ERPIMO REDEFINES ERPIMI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 RPTNAMEO               PIC X(8).
          05 FILLER                 PIC X(3).
          05 RUNDATEO               PIC X(8).
          05 FILLER                 PIC X(3).
          05 PAGENOO                PIC X(4).
          05 FILLER                 PIC X(3).
          05 RPTHEADO               PIC X(79).
          05 FILLER                 PIC X(3).
          05 LISTAREAO              PIC X(1280).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
