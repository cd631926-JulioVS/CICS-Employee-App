      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EBUSCAL' VSAM FILE.
      *        (BUSINESS CALENDAR - ONE RECORD PER DATE THAT IS NOT AN
      *         ORDINARY DAY, KEYED BY THE DATE.  A HOLIDAY IS A DAY
      *         THE SITE IS CLOSED: IT IS NOT A BUSINESS DAY AND A
      *         PROFILE THAT ASKS FOR IT CANNOT SIGN ON.  A NON-
      *         PROCESSING DAY IS A NIGHT THE OVERNIGHT SCHEDULE IS
      *         NOT RUN, SO THE WATCHDOG EXPECTS NOTHING.  A DATE MAY
      *         BE BOTH.  NO RECORD MEANS AN ORDINARY DAY - MONDAY TO
      *         FRIDAY ARE BUSINESS DAYS, SATURDAY AND SUNDAY ARE NOT.
      *         MAINTAINED ON THE EBCL SCREEN.)
      ******************************************************************
       01 BUSINESS-CALENDAR-RECORD.
          05 BC-CALENDAR-DATE        PIC X(8).
          05 BC-HOLIDAY-FLAG         PIC X(1).
             88 BC-IS-HOLIDAY               VALUE 'Y'.
          05 BC-NON-PROCESSING-FLAG  PIC X(1).
             88 BC-IS-NON-PROCESSING        VALUE 'Y'.
          05 BC-DESCRIPTION          PIC X(30).
          05 BC-CHANGED-BY           PIC X(8).
          05 BC-CHANGED-DATE         PIC X(8).
          05 FILLER                  PIC X(4).
