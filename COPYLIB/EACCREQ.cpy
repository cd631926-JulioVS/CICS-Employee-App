             88 AQ-ST-AWAITING-ADMIN       VALUE 'M'.
             88 AQ-ST-APPLIED              VALUE 'A'.
             88 AQ-ST-REJECTED             VALUE 'R'.
      *      CANCELLED BY THE NIGHTLY LEAVER SWEEP - THE REQUESTER'S
      *      ACCOUNT WAS INACTIVATED BEFORE THE REQUEST WAS DECIDED.
             88 AQ-ST-CANCELLED            VALUE 'C'.
          05 AQ-MGR-DECIDED-BY       PIC X(8).
          05 AQ-ADM-DECIDED-BY       PIC X(8).
      *      SET WHEN THE MANAGER LEG WAS DECIDED BY A DELEGATE - THE
      *      MANAGER IT WAS DECIDED ON BEHALF OF (AQ-MGR-DECIDED-BY
      *      THEN HOLDS THE DELEGATE).  SPACES OTHERWISE.
          05 AQ-MGR-ON-BEHALF-OF     PIC X(8).
          05 FILLER                  PIC X(7).
