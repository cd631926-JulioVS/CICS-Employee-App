      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'EAUPM' MAP (MAPSET EAUPMAP).
      *        (ACCEPTABLE-USE POLICY MAINTENANCE SCREEN)
      ******************************************************************
       01 EAUPMI.
          05 FILLER                 PIC X(12).
          05 CURRENTL               PIC S9(4) COMP.
          05 CURRENTF               PIC X.
          05 FILLER REDEFINES CURRENTF.
             10 CURRENTA             PIC X.
          05 CURRENTI               PIC X(64).
          05 VERSIONL               PIC S9(4) COMP.
          05 VERSIONF               PIC X.
          05 FILLER REDEFINES VERSIONF.
             10 VERSIONA             PIC X.
          05 VERSIONI               PIC X(3).
          05 ACTIONL                PIC S9(4) COMP.
          05 ACTIONF                PIC X.
          05 FILLER REDEFINES ACTIONF.
             10 ACTIONA              PIC X.
          05 ACTIONI                PIC X(1).
          05 EFFDATEL               PIC S9(4) COMP.
          05 EFFDATEF               PIC X.
          05 FILLER REDEFINES EFFDATEF.
             10 EFFDATEA             PIC X.
          05 EFFDATEI               PIC X(8).
          05 GRACEL                 PIC S9(4) COMP.
          05 GRACEF                 PIC X.
          05 FILLER REDEFINES GRACEF.
             10 GRACEA               PIC X.
          05 GRACEI                 PIC X(3).
          05 TITLEL                 PIC S9(4) COMP.
          05 TITLEF                 PIC X.
          05 FILLER REDEFINES TITLEF.
             10 TITLEA               PIC X.
          05 TITLEI                 PIC X(40).
          05 LASTSETL               PIC S9(4) COMP.
          05 LASTSETF               PIC X.
          05 FILLER REDEFINES LASTSETF.
             10 LASTSETA             PIC X.
          05 LASTSETI               PIC X(64).
          05 TXT01L                 PIC S9(4) COMP.
          05 TXT01F                 PIC X.
          05 FILLER REDEFINES TXT01F.
             10 TXT01A               PIC X.
          05 TXT01I                 PIC X(76).
          05 TXT02L                 PIC S9(4) COMP.
          05 TXT02F                 PIC X.
          05 FILLER REDEFINES TXT02F.
             10 TXT02A               PIC X.
          05 TXT02I                 PIC X(76).
          05 TXT03L                 PIC S9(4) COMP.
          05 TXT03F                 PIC X.
          05 FILLER REDEFINES TXT03F.
             10 TXT03A               PIC X.
          05 TXT03I                 PIC X(76).
          05 TXT04L                 PIC S9(4) COMP.
          05 TXT04F                 PIC X.
          05 FILLER REDEFINES TXT04F.
             10 TXT04A               PIC X.
          05 TXT04I                 PIC X(76).
          05 TXT05L                 PIC S9(4) COMP.
          05 TXT05F                 PIC X.
          05 FILLER REDEFINES TXT05F.
             10 TXT05A               PIC X.
          05 TXT05I                 PIC X(76).
          05 TXT06L                 PIC S9(4) COMP.
          05 TXT06F                 PIC X.
          05 FILLER REDEFINES TXT06F.
             10 TXT06A               PIC X.
          05 TXT06I                 PIC X(76).
          05 TXT07L                 PIC S9(4) COMP.
          05 TXT07F                 PIC X.
          05 FILLER REDEFINES TXT07F.
             10 TXT07A               PIC X.
          05 TXT07I                 PIC X(76).
          05 TXT08L                 PIC S9(4) COMP.
          05 TXT08F                 PIC X.
          05 FILLER REDEFINES TXT08F.
             10 TXT08A               PIC X.
          05 TXT08I                 PIC X(76).
          05 TXT09L                 PIC S9(4) COMP.
          05 TXT09F                 PIC X.
          05 FILLER REDEFINES TXT09F.
             10 TXT09A               PIC X.
          05 TXT09I                 PIC X(76).
          05 TXT10L                 PIC S9(4) COMP.
          05 TXT10F                 PIC X.
          05 FILLER REDEFINES TXT10F.
             10 TXT10A               PIC X.
          05 TXT10I                 PIC X(76).
          05 TXT11L                 PIC S9(4) COMP.
          05 TXT11F                 PIC X.
          05 FILLER REDEFINES TXT11F.
             10 TXT11A               PIC X.
          05 TXT11I                 PIC X(76).
          05 TXT12L                 PIC S9(4) COMP.
          05 TXT12F                 PIC X.
          05 FILLER REDEFINES TXT12F.
             10 TXT12A               PIC X.
          05 TXT12I                 PIC X(76).
          05 USERIDL                PIC S9(4) COMP.
          05 USERIDF                PIC X.
          05 FILLER REDEFINES USERIDF.
             10 USERIDA              PIC X.
          05 USERIDI                PIC X(8).
          05 MESSL                  PIC S9(4) COMP.
          05 MESSF                  PIC X.
          05 FILLER REDEFINES MESSF.
             10 MESSA                PIC X.
          05 MESSI                  PIC X(60).

       01 EAUPMO REDEFINES EAUPMI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 CURRENTO               PIC X(64).
          05 FILLER                 PIC X(3).
          05 VERSIONO               PIC X(3).
          05 FILLER                 PIC X(3).
          05 ACTIONO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 EFFDATEO               PIC X(8).
          05 FILLER                 PIC X(3).
          05 GRACEO                 PIC X(3).
          05 FILLER                 PIC X(3).
          05 TITLEO                 PIC X(40).
          05 FILLER                 PIC X(3).
          05 LASTSETO               PIC X(64).
          05 FILLER                 PIC X(3).
          05 TXT01O                 PIC X(76).
          05 FILLER                 PIC X(3).
          05 TXT02O                 PIC X(76).
          05 FILLER                 PIC X(3).
          05 TXT03O                 PIC X(76).
          05 FILLER                 PIC X(3).
          05 TXT04O                 PIC X(76).
          05 FILLER                 PIC X(3).
          05 TXT05O                 PIC X(76).
          05 FILLER                 PIC X(3).
          05 TXT06O                 PIC X(76).
          05 FILLER                 PIC X(3).
          05 TXT07O                 PIC X(76).
          05 FILLER                 PIC X(3).
          05 TXT08O                 PIC X(76).
          05 FILLER                 PIC X(3).
          05 TXT09O                 PIC X(76).
          05 FILLER                 PIC X(3).
          05 TXT10O                 PIC X(76).
          05 FILLER                 PIC X(3).
          05 TXT11O                 PIC X(76).
          05 FILLER                 PIC X(3).
          05 TXT12O                 PIC X(76).
          05 FILLER                 PIC X(3).
          05 USERIDO                PIC X(8).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
