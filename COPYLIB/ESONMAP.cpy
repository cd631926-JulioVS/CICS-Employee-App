          05 PASSWDO                PIC X(8).
          05 FILLER                 PIC X(3).
          05 MESSO                  PIC X(60).
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'ESONG' MAP (MAPSET ESONMAP).
      *        (GRID-CARD CHALLENGE SCREEN)
      ******************************************************************
       01 ESONGI.
          05 FILLER                 PIC X(12).
          05 GUSRIDL                PIC S9(4) COMP.
          05 GUSRIDF                PIC X.
          05 FILLER REDEFINES GUSRIDF.
             10 GUSRIDA              PIC X.
          05 GUSRIDI                PIC X(8).
          05 GCARDNOL               PIC S9(4) COMP.
          05 GCARDNOF               PIC X.
          05 FILLER REDEFINES GCARDNOF.
             10 GCARDNOA             PIC X.
          05 GCARDNOI               PIC X(5).
          05 GCELL1L                PIC S9(4) COMP.
          05 GCELL1F                PIC X.
          05 FILLER REDEFINES GCELL1F.
             10 GCELL1A              PIC X.
          05 GCELL1I                PIC X(2).
          05 GANSW1L                PIC S9(4) COMP.
          05 GANSW1F                PIC X.
          05 FILLER REDEFINES GANSW1F.
             10 GANSW1A              PIC X.
          05 GANSW1I                PIC X(3).
          05 GCELL2L                PIC S9(4) COMP.
          05 GCELL2F                PIC X.
          05 FILLER REDEFINES GCELL2F.
             10 GCELL2A              PIC X.
          05 GCELL2I                PIC X(2).
          05 GANSW2L                PIC S9(4) COMP.
          05 GANSW2F                PIC X.
          05 FILLER REDEFINES GANSW2F.
             10 GANSW2A              PIC X.
          05 GANSW2I                PIC X(3).
          05 GMESSL                 PIC S9(4) COMP.
          05 GMESSF                 PIC X.
          05 FILLER REDEFINES GMESSF.
             10 GMESSA               PIC X.
          05 GMESSI                 PIC X(60).

       01 ESONGO REDEFINES ESONGI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 GUSRIDO                PIC X(8).
          05 FILLER                 PIC X(3).
          05 GCARDNOO               PIC X(5).
          05 FILLER                 PIC X(3).
          05 GCELL1O                PIC X(2).
          05 FILLER                 PIC X(3).
          05 GANSW1O                PIC X(3).
          05 FILLER                 PIC X(3).
          05 GCELL2O                PIC X(2).
          05 FILLER                 PIC X(3).
          05 GANSW2O                PIC X(3).
          05 FILLER                 PIC X(3).
          05 GMESSO                 PIC X(60).
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR THE 'ESONA' MAP (MAPSET ESONMAP).
      *        (ACCEPTABLE-USE POLICY ACKNOWLEDGMENT SCREEN)
      ******************************************************************
       01 ESONAI.
          05 FILLER                 PIC X(12).
          05 AUSRIDL                PIC S9(4) COMP.
          05 AUSRIDF                PIC X.
          05 FILLER REDEFINES AUSRIDF.
             10 AUSRIDA              PIC X.
          05 AUSRIDI                PIC X(8).
          05 AVERSL                 PIC S9(4) COMP.
          05 AVERSF                 PIC X.
          05 FILLER REDEFINES AVERSF.
             10 AVERSA               PIC X.
          05 AVERSI                 PIC X(3).
          05 ATITLEL                PIC S9(4) COMP.
          05 ATITLEF                PIC X.
          05 FILLER REDEFINES ATITLEF.
             10 ATITLEA              PIC X.
          05 ATITLEI                PIC X(40).
          05 AEFFDTL                PIC S9(4) COMP.
          05 AEFFDTF                PIC X.
          05 FILLER REDEFINES AEFFDTF.
             10 AEFFDTA              PIC X.
          05 AEFFDTI                PIC X(8).
          05 ADEADLNL               PIC S9(4) COMP.
          05 ADEADLNF               PIC X.
          05 FILLER REDEFINES ADEADLNF.
             10 ADEADLNA             PIC X.
          05 ADEADLNI               PIC X(8).
          05 ATXT01L                PIC S9(4) COMP.
          05 ATXT01F                PIC X.
          05 FILLER REDEFINES ATXT01F.
             10 ATXT01A              PIC X.
          05 ATXT01I                PIC X(76).
          05 ATXT02L                PIC S9(4) COMP.
          05 ATXT02F                PIC X.
          05 FILLER REDEFINES ATXT02F.
             10 ATXT02A              PIC X.
          05 ATXT02I                PIC X(76).
          05 ATXT03L                PIC S9(4) COMP.
          05 ATXT03F                PIC X.
          05 FILLER REDEFINES ATXT03F.
             10 ATXT03A              PIC X.
          05 ATXT03I                PIC X(76).
          05 ATXT04L                PIC S9(4) COMP.
          05 ATXT04F                PIC X.
          05 FILLER REDEFINES ATXT04F.
             10 ATXT04A              PIC X.
          05 ATXT04I                PIC X(76).
          05 ATXT05L                PIC S9(4) COMP.
          05 ATXT05F                PIC X.
          05 FILLER REDEFINES ATXT05F.
             10 ATXT05A              PIC X.
          05 ATXT05I                PIC X(76).
          05 ATXT06L                PIC S9(4) COMP.
          05 ATXT06F                PIC X.
          05 FILLER REDEFINES ATXT06F.
             10 ATXT06A              PIC X.
          05 ATXT06I                PIC X(76).
          05 ATXT07L                PIC S9(4) COMP.
          05 ATXT07F                PIC X.
          05 FILLER REDEFINES ATXT07F.
             10 ATXT07A              PIC X.
          05 ATXT07I                PIC X(76).
          05 ATXT08L                PIC S9(4) COMP.
          05 ATXT08F                PIC X.
          05 FILLER REDEFINES ATXT08F.
             10 ATXT08A              PIC X.
          05 ATXT08I                PIC X(76).
          05 ATXT09L                PIC S9(4) COMP.
          05 ATXT09F                PIC X.
          05 FILLER REDEFINES ATXT09F.
             10 ATXT09A              PIC X.
          05 ATXT09I                PIC X(76).
          05 ATXT10L                PIC S9(4) COMP.
          05 ATXT10F                PIC X.
          05 FILLER REDEFINES ATXT10F.
             10 ATXT10A              PIC X.
          05 ATXT10I                PIC X(76).
          05 ATXT11L                PIC S9(4) COMP.
          05 ATXT11F                PIC X.
          05 FILLER REDEFINES ATXT11F.
             10 ATXT11A              PIC X.
          05 ATXT11I                PIC X(76).
          05 ATXT12L                PIC S9(4) COMP.
          05 ATXT12F                PIC X.
          05 FILLER REDEFINES ATXT12F.
             10 ATXT12A              PIC X.
          05 ATXT12I                PIC X(76).
          05 AREPLYL                PIC S9(4) COMP.
          05 AREPLYF                PIC X.
          05 FILLER REDEFINES AREPLYF.
             10 AREPLYA              PIC X.
          05 AREPLYI                PIC X(1).
          05 AMESSL                 PIC S9(4) COMP.
          05 AMESSF                 PIC X.
          05 FILLER REDEFINES AMESSF.
             10 AMESSA               PIC X.
          05 AMESSI                 PIC X(60).

       01 ESONAO REDEFINES ESONAI.
          05 FILLER                 PIC X(12).
          05 FILLER                 PIC X(3).
          05 AUSRIDO                PIC X(8).
          05 FILLER                 PIC X(3).
          05 AVERSO                 PIC X(3).
          05 FILLER                 PIC X(3).
          05 ATITLEO                PIC X(40).
          05 FILLER                 PIC X(3).
          05 AEFFDTO                PIC X(8).
          05 FILLER                 PIC X(3).
          05 ADEADLNO               PIC X(8).
          05 FILLER                 PIC X(3).
          05 ATXT01O                PIC X(76).
          05 FILLER                 PIC X(3).
          05 ATXT02O                PIC X(76).
          05 FILLER                 PIC X(3).
          05 ATXT03O                PIC X(76).
          05 FILLER                 PIC X(3).
          05 ATXT04O                PIC X(76).
          05 FILLER                 PIC X(3).
          05 ATXT05O                PIC X(76).
          05 FILLER                 PIC X(3).
          05 ATXT06O                PIC X(76).
          05 FILLER                 PIC X(3).
          05 ATXT07O                PIC X(76).
          05 FILLER                 PIC X(3).
          05 ATXT08O                PIC X(76).
          05 FILLER                 PIC X(3).
          05 ATXT09O                PIC X(76).
          05 FILLER                 PIC X(3).
          05 ATXT10O                PIC X(76).
          05 FILLER                 PIC X(3).
          05 ATXT11O                PIC X(76).
          05 FILLER                 PIC X(3).
          05 ATXT12O                PIC X(76).
          05 FILLER                 PIC X(3).
          05 AREPLYO                PIC X(1).
          05 FILLER                 PIC X(3).
          05 AMESSO                 PIC X(60).
