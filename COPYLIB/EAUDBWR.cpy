      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - PARAMETER LAYOUT FOR THE 'EAUDBWR' SUBPROGRAM.
      *        (BATCH AUDIT WRITER - THE BATCH COUNTERPART OF EAUDWRT.
      *         A BATCH JOB THAT ADDS A RECORD TO ESONAUD OR EMNTAUD
      *         CALLS EAUDBWR WITH THE FINISHED RECORD INSTEAD OF
      *         WRITING IT ITSELF, SO BATCH RECORDS ARE NUMBERED AND
      *         CHAINED EXACTLY AS THE ONLINE ONES ARE.  THE STATUS IS
      *         THE FILE STATUS OF THE AUDIT WRITE.)
      ******************************************************************
       01 BATCH-AUDIT-WRITE-AREA.
      *    REQUEST FIELDS - FILLED IN BY THE CALLER
          05 BW-AUDIT-FILE           PIC X(1).
             88 BW-SIGNON-AUDIT             VALUE 'S'.
             88 BW-MAINT-AUDIT              VALUE 'M'.
          05 BW-AUDIT-RECORD         PIC X(100).
      *    RESPONSE FIELD - FILLED IN BY EAUDBWR BEFORE RETURNING
          05 BW-FILE-STATUS          PIC X(2).
             88 BW-WRITE-OK                 VALUE '00'.
