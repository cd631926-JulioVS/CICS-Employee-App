      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - PARAMETER LAYOUT FOR THE 'ENOTBWR' SUBPROGRAM.
      *        (BATCH NOTIFICATION WRITER - THE BATCH COUNTERPART OF
      *         ENOTWRT.  A BATCH JOB THAT RAISES A NOTIFICATION CALLS
      *         ENOTBWR WITH THE RECIPIENT, CATEGORY AND MESSAGE
      *         INSTEAD OF WRITING ENOTIFY ITSELF.  THE STATUS IS THE
      *         FILE STATUS OF THE WRITE.)
      ******************************************************************
       01 BATCH-NOTIFY-WRITE-AREA.
      *    REQUEST FIELDS - FILLED IN BY THE CALLER
          05 NB-RECIPIENT-ID         PIC X(8).
          05 NB-CATEGORY             PIC X(4).
          05 NB-ACTION-TRANS-ID      PIC X(4).
          05 NB-MESSAGE              PIC X(50).
          05 NB-SENT-BY              PIC X(8).
      *    RESPONSE FIELD - FILLED IN BY ENOTBWR BEFORE RETURNING
          05 NB-FILE-STATUS          PIC X(2).
             88 NB-WRITE-OK                 VALUE '00'.
