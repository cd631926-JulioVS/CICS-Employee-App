          05 FILLER REDEFINES FLDANSF.
             10 FLDANSA              PIC X.
          05 FLDANSI                PIC X(8).
          05 FLDDPTL                PIC S9(4) COMP.
          05 FLDDPTF                PIC X.
          05 FILLER REDEFINES FLDDPTF.
             10 FLDDPTA              PIC X.
          05 FLDDPTI                PIC X(10).
          05 LISTAREAL              PIC S9(4) COMP.
          05 LISTAREAF              PIC X.
          05 FILLER REDEFINES LISTAREAF.
          05 FILLER                 PIC X(3).
          05 FLDANSO                PIC X(8).
          05 FILLER                 PIC X(3).
          05 FLDDPTO                PIC X(10).
          05 FILLER                 PIC X(3).
          05 LISTAREAO              PIC X(640).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
