      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'ENOTM' MAP (MAPSET ENOTMAP).
      *        (NOTIFICATION INBOX SCREEN - UP TO NINE NUMBERED
      *         ITEMS, A LINE NUMBER AND ACTION FIELD, AND TWO LINES
      *         OF DETAIL FOR THE ITEM BEING READ)
      ******************************************************************
       01 ENOTMI.
          05 FILLER                 PIC X(12).
          05 LISTAREAL              PIC S9(4) COMP.
          05 LISTAREAF              PIC X.
          05 FILLER REDEFINES LISTAREAF.
             10 LISTAREAA            PIC X.
          05 LISTAREAI              PIC X(640).
          05 SELNUML                PIC S9(4) COMP.
          05 SELNUMF                PIC X.
          05 FILLER REDEFINES SELNUMF.
             10 SELNUMA              PIC X.
          05 SELNUMI                PIC X(1).
          05 ACTIONL                PIC S9(4) COMP.
          05 ACTIONF                PIC X.
          05 FILLER REDEFINES ACTIONF.
             10 ACTIONA              PIC X.
          05 ACTIONI                PIC X(1).
          05 DETAIL1L               PIC S9(4) COMP.
          05 DETAIL1F               PIC X.
          05 FILLER REDEFINES DETAIL1F.
             10 DETAIL1A             PIC X.
          05 DETAIL1I               PIC X(64).
          05 DETAIL2L               PIC S9(4) COMP.
          05 DETAIL2F               PIC X.
          05 FILLER REDEFINES DETAIL2F.
             10 DETAIL2A             PIC X.
          05 DETAIL2I               PIC X(64).
          05 MESSL                  PIC S9(4) COMP.
          05 MESSF                  PIC X.
          05 FILLER REDEFINES MESSF.
             10 MESSA                PIC X.
          05 MESSI                  PIC X(60).

       01 ENOTMO REDEFINES ENOTMI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 LISTAREAO              PIC X(640).
          05 FILLER                 PIC X(3).
          05 SELNUMO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 ACTIONO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 DETAIL1O               PIC X(64).
          05 FILLER                 PIC X(3).
          05 DETAIL2O               PIC X(64).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
