      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EDEPMST' VSAM FILE.
      *        (DEPARTMENT MASTER - ONE RECORD PER DEPARTMENT CODE, THE
      *         CODE EEMPMST CARRIES IN EM-DEPARTMENT.  THE PARENT IS
      *         THE DEPARTMENT (OR DIVISION) THIS ONE SITS UNDER, SPACES
      *         AT THE TOP OF THE HIERARCHY.  THE HEAD IS THE FALLBACK
      *         APPROVER FOR ANYONE IN THE DEPARTMENT WHOSE
      *         EM-MANAGER-ID IS BLANK - SEE EDEPHED/EDEPBHD.)
      ******************************************************************
       01 DEPARTMENT-MASTER-RECORD.
          05 DM-DEPARTMENT-CODE      PIC X(10).
          05 DM-DEPARTMENT-NAME      PIC X(30).
          05 DM-PARENT-DEPARTMENT    PIC X(10).
          05 DM-HEAD-USER-ID         PIC X(8).
          05 DM-COST-CENTER          PIC X(8).
          05 DM-LAST-CHANGED-BY      PIC X(8).
          05 DM-LAST-CHANGED-DATE    PIC X(8).
          05 FILLER                  PIC X(18).
