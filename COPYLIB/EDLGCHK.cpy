      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - COMM-AREA LAYOUT FOR THE 'EDLGCHK' PROGRAM.
      *        (APPROVAL DELEGATION CHECK - A SCREEN ABOUT TO LET A
      *         USER SEE OR DECIDE AN ITEM ROUTED TO SOMEONE ELSE
      *         LINKS HERE.  FUNCTION C ASKS WHETHER THE NAMED
      *         DELEGATOR'S EDELEGT DELEGATION TO THE USER IS IN FORCE
      *         TODAY; FUNCTION L LISTS EVERYONE WHOSE DELEGATION TO
      *         THE USER IS IN FORCE TODAY, WITH THEIR USER TYPE.  A
      *         DELEGATOR WHOSE OWN ACCOUNT IS INACTIVE DELEGATES
      *         NOTHING.)
      ******************************************************************
       01 DLGCHK-CONSTANTS.
          05 AC-DLGCHK-PROGRAM-NAME    PIC X(7) VALUE 'EDLGCHK'.

       01 DELEGATION-CHECK-COMMAREA.
      *    REQUEST FIELDS - FILLED IN BY THE CALLER
          05 DLC-FUNCTION            PIC X(1).
             88 DLC-FN-CHECK                VALUE 'C'.
             88 DLC-FN-LIST                 VALUE 'L'.
          05 DLC-USER-ID             PIC X(8).
          05 DLC-DELEGATOR-ID        PIC X(8).
      *    RESPONSE FIELDS - FILLED IN BY EDLGCHK BEFORE RETURNING.
      *    ON A LIST, IN FORCE MEANS AT LEAST ONE ENTRY CAME BACK.
          05 DLC-RESULT              PIC X(1).
             88 DLC-IN-FORCE                VALUE 'Y'.
             88 DLC-NOT-IN-FORCE            VALUE 'N'.
          05 DLC-DELEGATOR-COUNT     PIC 9(1).
          05 DLC-DELEGATOR-ENTRY     OCCURS 5 TIMES.
             10 DLC-LIST-DELEGATOR-ID   PIC X(8).
             10 DLC-LIST-DELEGATOR-TYPE PIC X(3).
