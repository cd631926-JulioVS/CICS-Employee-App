      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'ERPTREP' VSAM FILE.
      *        (REPORT REPOSITORY - THE OVERNIGHT REPORTS FILED PAGE BY
      *         PAGE, KEYED BY REPORT NAME, RUN DATE AND PAGE, SO ONE
      *         NIGHT'S RUN OF A REPORT BROWSES TOGETHER.  PAGE ZERO IS
      *         THE RUN'S DIRECTORY ENTRY - JOB, ACCESS ID, TITLE, RUN
      *         TIME AND PAGE COUNT - AND IS FILED LAST, SO A RUN ONLY
      *         SHOWS ON THE ERPI SCREEN ONCE IT IS COMPLETE.  EVERY
      *         OTHER PAGE CARRIES UP TO SIXTEEN PRINT LINES; A PAGE
      *         OF A SECTIONED REPORT NAMES THE MANAGER IT BELONGS TO,
      *         AND ONLY THAT MANAGER (OR AN ADMINISTRATOR) SEES IT.
      *         FILED BY ERPTBWR IN BATCH, AGED OFF BY ERPTRET.)
      ******************************************************************
       01 REPORT-PAGE-RECORD.
          05 RR-PAGE-KEY.
             10 RR-REPORT-NAME       PIC X(8).
             10 RR-RUN-DATE          PIC X(8).
             10 RR-PAGE-NUMBER       PIC 9(4).
                88 RR-DIRECTORY-PAGE       VALUE ZERO.
      *      SPACES ON A PAGE EVERY READER OF THE REPORT MAY SEE.
          05 RR-SECTION-OWNER        PIC X(8).
          05 RR-LINE-COUNT           PIC 9(2).
          05 RR-PAGE-LINES.
             10 RR-PAGE-LINE         PIC X(80) OCCURS 16 TIMES.
          05 RR-DIRECTORY-DATA REDEFINES RR-PAGE-LINES.
             10 RR-JOB-NAME          PIC X(8).
             10 RR-ACCESS-ID         PIC X(4).
             10 RR-SECTIONED         PIC X(1).
                88 RR-IS-SECTIONED         VALUE 'Y'.
             10 RR-REPORT-TITLE      PIC X(40).
             10 RR-RUN-TIME          PIC X(6).
             10 RR-PAGE-COUNT        PIC 9(4).
             10 FILLER               PIC X(1217).
