      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EDELEGT' VSAM FILE.
      *        (APPROVAL DELEGATIONS - A MANAGER OR ADMINISTRATOR WHO
      *         IS AWAY NAMES ONE DELEGATE FOR A FROM/TO DATE RANGE
      *         ON THE EDLG SCREEN.  WHILE IT IS IN FORCE THE DELEGATE
      *         SEES AND DECIDES THE DELEGATOR'S ITEMS ON EACR, EPRF
      *         AND ERCR - AND, FOR AN ADMINISTRATOR'S DELEGATION, THE
      *         EAPR SECOND APPROVAL - EACH DECISION RECORDED AS MADE
      *         ON THE DELEGATOR'S BEHALF.  ONE DELEGATION PER
      *         DELEGATOR; EDLGCHK ANSWERS WHETHER ONE IS IN FORCE.)
      ******************************************************************
       01 DELEGATION-RECORD.
          05 DG-DELEGATOR-ID         PIC X(8).
          05 DG-DELEGATE-ID          PIC X(8).
          05 DG-FROM-DATE            PIC X(8).
          05 DG-TO-DATE              PIC X(8).
          05 DG-SET-BY               PIC X(8).
          05 DG-SET-DATE             PIC X(8).
          05 FILLER                  PIC X(12).
