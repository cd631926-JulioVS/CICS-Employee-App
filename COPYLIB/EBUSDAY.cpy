      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - PARAMETER LAYOUT FOR THE 'EBUSDAY' SUBPROGRAM.
      *        (BATCH BUSINESS-DAY CALCULATOR - A BATCH JOB CALLS
      *         EBUSDAY EITHER TO CLASSIFY ONE DATE AGAINST THE
      *         EBUSCAL BUSINESS CALENDAR (FUNCTION 'C') OR TO COUNT
      *         THE BUSINESS DAYS AFTER THE FROM DATE UP TO AND
      *         INCLUDING THE TO DATE (FUNCTION 'N').  DATES ARE
      *         YYYYMMDD.  A MISSING CALENDAR FILE LEAVES ONLY THE
      *         WEEKENDS AS NON-BUSINESS DAYS.)
      ******************************************************************
       01 BUSINESS-DAY-AREA.
      *    REQUEST FIELDS - FILLED IN BY THE CALLER
          05 BD-FUNCTION             PIC X(1).
             88 BD-CLASSIFY-DATE            VALUE 'C'.
             88 BD-COUNT-BUSINESS-DAYS      VALUE 'N'.
          05 BD-FROM-DATE            PIC X(8).
          05 BD-TO-DATE              PIC X(8).
      *    RESPONSE FIELDS - FILLED IN BY EBUSDAY BEFORE RETURNING.
      *    THE DAY FIELDS DESCRIBE THE FROM DATE ON A CLASSIFY;
      *    DAY OF WEEK RUNS 1=MONDAY THROUGH 7=SUNDAY.
          05 BD-RETURN-CODE          PIC X(1).
             88 BD-REQUEST-OK               VALUE '0'.
             88 BD-REQUEST-INVALID          VALUE '8'.
          05 BD-DAY-OF-WEEK          PIC 9(1).
          05 BD-HOLIDAY-FLAG         PIC X(1).
             88 BD-IS-HOLIDAY               VALUE 'Y'.
          05 BD-NON-PROCESSING-FLAG  PIC X(1).
             88 BD-IS-NON-PROCESSING        VALUE 'Y'.
          05 BD-BUSINESS-DAY-FLAG    PIC X(1).
             88 BD-IS-BUSINESS-DAY          VALUE 'Y'.
             88 BD-NOT-BUSINESS-DAY         VALUE 'N'.
          05 BD-DESCRIPTION          PIC X(30).
          05 BD-BUSINESS-DAY-COUNT   PIC S9(5).
