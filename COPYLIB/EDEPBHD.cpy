      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - PARAMETER LAYOUT FOR THE 'EDEPBHD' SUBPROGRAM.
      *        (BATCH DEPARTMENT HEAD LOOKUP - THE BATCH COUNTERPART OF
      *         EDEPHED.  A BATCH JOB ROUTING WORK FOR SOMEONE WHOSE
      *         EM-MANAGER-ID IS BLANK CALLS EDEPBHD WITH THEIR
      *         DEPARTMENT CODE AND GETS BACK THE HEAD OF THAT
      *         DEPARTMENT, OR OF THE NEAREST ONE ABOVE IT THAT HAS
      *         ONE, WHO IS AN ACTIVE ADM OR MGR ACCOUNT AND IS NOT THE
      *         USER THE WORK IS FOR.)
      ******************************************************************
       01 BATCH-DEPT-HEAD-AREA.
      *    REQUEST FIELDS - FILLED IN BY THE CALLER
          05 BH-DEPARTMENT-CODE      PIC X(10).
          05 BH-FOR-USER-ID          PIC X(8).
      *    RESPONSE FIELDS - FILLED IN BY EDEPBHD BEFORE RETURNING
          05 BH-RESULT               PIC X(1).
             88 BH-HEAD-FOUND               VALUE 'Y'.
             88 BH-NO-HEAD                  VALUE 'N'.
          05 BH-HEAD-USER-ID         PIC X(8).
