      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - PARAMETER LAYOUT FOR THE 'ERPTBWR' SUBPROGRAM.
      *        (BATCH REPORT FILER - A BATCH JOB THAT PRINTS A
      *         CATALOGUED REPORT ALSO FILES IT ON THE ERPTREP
      *         REPOSITORY: ONE 'S' CALL TO START THE RUN, ONE 'L'
      *         CALL PER PRINT LINE, ONE 'E' CALL AT THE END.  A LINE
      *         BELONGING TO ONE MANAGER'S SECTION CARRIES THAT
      *         MANAGER'S ID AS ITS SECTION OWNER, SPACES OTHERWISE.
      *         THE STATUS IS THE FILE STATUS OF THE LAST FILING; A
      *         FAILED FILING NEVER STOPS THE PRINTED REPORT.)
      ******************************************************************
       01 BATCH-REPORT-FILE-AREA.
      *    REQUEST FIELDS - FILLED IN BY THE CALLER
          05 RB-REQUEST              PIC X(1).
             88 RB-START-REPORT             VALUE 'S'.
             88 RB-FILE-LINE                VALUE 'L'.
             88 RB-END-REPORT               VALUE 'E'.
          05 RB-REPORT-NAME          PIC X(8).
          05 RB-JOB-NAME             PIC X(8).
          05 RB-SECTION-OWNER        PIC X(8).
          05 RB-REPORT-LINE          PIC X(80).
      *    RESPONSE FIELDS - FILLED IN BY ERPTBWR BEFORE RETURNING
          05 RB-FILE-STATUS          PIC X(2).
             88 RB-FILING-OK                VALUE '00'.
          05 RB-PAGES-FILED          PIC 9(4).
