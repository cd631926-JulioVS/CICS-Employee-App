      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - COMM-AREA LAYOUT FOR THE 'EDEPHED' PROGRAM.
      *        (DEPARTMENT HEAD LOOKUP - A SCREEN ROUTING AN ITEM FOR
      *         SOMEONE WHOSE EM-MANAGER-ID IS BLANK LINKS HERE WITH
      *         THEIR DEPARTMENT CODE.  THE ANSWER IS THE HEAD OF THAT
      *         DEPARTMENT, OR OF THE NEAREST DEPARTMENT ABOVE IT THAT
      *         HAS ONE, WHO IS AN ACTIVE ADM OR MGR ACCOUNT AND IS NOT
      *         THE USER THE ITEM IS FOR.)
      ******************************************************************
       01 DEPHED-CONSTANTS.
          05 AC-DEPHED-PROGRAM-NAME    PIC X(7) VALUE 'EDEPHED'.

       01 DEPARTMENT-HEAD-COMMAREA.
      *    REQUEST FIELDS - FILLED IN BY THE CALLER
          05 DH-DEPARTMENT-CODE      PIC X(10).
          05 DH-FOR-USER-ID          PIC X(8).
      *    RESPONSE FIELDS - FILLED IN BY EDEPHED BEFORE RETURNING
          05 DH-RESULT               PIC X(1).
             88 DH-HEAD-FOUND               VALUE 'Y'.
             88 DH-NO-HEAD                  VALUE 'N'.
          05 DH-HEAD-USER-ID         PIC X(8).
