      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EAUDCHN' VSAM FILE.
      *        (AUDIT CHAIN CONTROL - KEYED ON THE AUDIT FILE NAME,
      *         AN ENTRY TYPE AND A SEQUENCE NUMBER.  THE CHAIN HEAD
      *         ('H', SEQUENCE ZERO) IS UPDATED BY EAUDWRT ON EVERY
      *         AUDIT WRITE AND NAMES THE LAST RECORD NUMBERED AND ITS
      *         CHECK VALUE, PLUS THE FIRST RECORD STILL ON THE LIVE
      *         FILE AND THE VALUE IT LINKS BACK TO.  AN ARCHIVE
      *         ANCHOR ('A', KEYED ON THE FIRST SEQUENCE ARCHIVED) IS
      *         WRITTEN BY EAUDRET FOR EVERY SONAUDA GENERATION IT
      *         CUTS, SO THAT GENERATION CAN STILL BE PROVEN WHOLE
      *         BY EAUDVFY LONG AFTER IT LEFT THE LIVE FILE.)
      ******************************************************************
       01 AUDIT-CHAIN-RECORD.
          05 CC-CHAIN-KEY.
             10 CC-FILE-NAME            PIC X(8).
             10 CC-ENTRY-TYPE           PIC X(1).
                88 CC-CHAIN-HEAD                VALUE 'H'.
                88 CC-ARCHIVE-ANCHOR            VALUE 'A'.
             10 CC-ENTRY-SEQUENCE       PIC 9(9).
          05 CC-FIRST-SEQUENCE          PIC 9(9).
          05 CC-BASE-CHAIN-VALUE        PIC X(8).
          05 CC-LAST-SEQUENCE           PIC 9(9).
          05 CC-LAST-CHAIN-VALUE        PIC X(8).
          05 CC-RECORD-COUNT            PIC 9(9).
          05 CC-UPDATE-DATE             PIC X(8).
          05 CC-UPDATE-TIME             PIC X(6).
          05 FILLER                     PIC X(5).
