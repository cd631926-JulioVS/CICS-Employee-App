      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EAGECTL' VSAM FILE.
      *        (APPROVAL AGING CONTROL - ONE RECORD PER OPEN APPROVAL
      *         ITEM THE NIGHTLY EAPRAGE JOB HAS SEEN, SO AN ITEM IS
      *         ALERTED ONCE AND ESCALATED ONCE PER ESCALATION PERIOD
      *         INSTEAD OF EVERY NIGHT.  THE SOURCE KEY IS THE ITEM'S
      *         KEY ON ITS OWN FILE, LESS ANY APPROVER PART, SO AN
      *         ERCRWRK LINE MOVED TO A NEW MANAGER KEEPS ITS HISTORY.
      *         A RECORD NOT SEEN ON THE LAST RUN BELONGS TO AN ITEM
      *         SINCE DECIDED AND IS DROPPED BY THAT RUN.)
      ******************************************************************
       01 APPROVAL-AGE-RECORD.
          05 AG-ITEM-KEY.
             10 AG-SOURCE            PIC X(1).
                88 AG-SRC-ACCESS-REQUEST   VALUE 'Q'.
                88 AG-SRC-PROFILE-CHANGE   VALUE 'P'.
                88 AG-SRC-PRIVILEGED       VALUE 'A'.
                88 AG-SRC-RECERT           VALUE 'R'.
             10 AG-SOURCE-KEY        PIC X(21).
      *      THE ITEM'S OWN REQUEST (OR CAMPAIGN) DATE WHEN FIRST SEEN -
      *      A RESUBMITTED REQUEST UNDER THE SAME KEY CARRIES A NEW
      *      DATE AND STARTS ITS AGING AGAIN.
          05 AG-OPENED-DATE          PIC X(8).
          05 AG-ALERTED-DATE         PIC X(8).
          05 AG-ESCALATED-DATE       PIC X(8).
          05 AG-ESCALATION-COUNT     PIC 9(2).
          05 AG-LAST-SEEN-DATE       PIC X(8).
          05 FILLER                  PIC X(14).
