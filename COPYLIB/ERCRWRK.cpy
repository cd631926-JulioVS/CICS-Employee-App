             88 RC-ST-REVOKED              VALUE 'R'.
          05 RC-DECIDED-BY           PIC X(8).
          05 RC-DECIDED-DATE         PIC X(8).
      *      SET WHEN A DELEGATE DECIDED THE ITEM - THE MANAGER IT WAS
      *      DECIDED ON BEHALF OF.  SPACES OTHERWISE.
          05 RC-ON-BEHALF-OF         PIC X(8).
          05 FILLER                  PIC X(10).
