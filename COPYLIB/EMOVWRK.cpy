      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EMOVWRK' VSAM FILE.
      *        (MOVER REVIEW WORKLIST - ONE RECORD PER EUSRENT GRANT
      *         OVERRIDE HELD BY AN EMPLOYEE WHO HAS CHANGED
      *         DEPARTMENT OR MANAGER, KEYED BY THE NEW MANAGER WHO
      *         MUST CONFIRM OR DROP IT.  OPENED BY THE NIGHTLY
      *         EMOVRVW JOB FROM EMOVEVT, DECIDED ON THE EMOV SCREEN,
      *         AND REVOKED BY EMOVRVW IF STILL PENDING AFTER THE DUE
      *         DATE.  EXPLICIT-DENY OVERRIDES ONLY EVER TAKE ACCESS
      *         AWAY, SO THEY ARE NOT PUT UP FOR REVIEW.  A LATER MOVE
      *         SUPERSEDES THE PENDING ITEMS OF THE EARLIER ONE, AND
      *         AN ITEM WHOSE OVERRIDE IS GONE OR NOW A DENY BY THE
      *         TIME IT IS DROPPED OR REVOKED IS CLOSED AS NO LONGER
      *         A GRANT.)
      ******************************************************************
       01 MOVER-REVIEW-RECORD.
          05 MR-REVIEW-KEY.
             10 MR-MANAGER-ID        PIC X(8).
             10 MR-MOVER-USER-ID     PIC X(8).
             10 MR-TRANS-ID          PIC X(4).
          05 MR-OPENED-DATE          PIC X(8).
          05 MR-DUE-DATE             PIC X(8).
          05 MR-OLD-MANAGER-ID       PIC X(8).
          05 MR-OLD-DEPARTMENT       PIC X(10).
          05 MR-NEW-DEPARTMENT       PIC X(10).
          05 MR-STATUS               PIC X(1).
             88 MR-ST-PENDING              VALUE 'P'.
             88 MR-ST-CONFIRMED            VALUE 'C'.
             88 MR-ST-DROPPED              VALUE 'D'.
             88 MR-ST-REVOKED              VALUE 'R'.
             88 MR-ST-SUPERSEDED           VALUE 'S'.
             88 MR-ST-NOT-A-GRANT          VALUE 'X'.
          05 MR-DECIDED-BY           PIC X(8).
          05 MR-DECIDED-DATE         PIC X(8).
          05 FILLER                  PIC X(19).
