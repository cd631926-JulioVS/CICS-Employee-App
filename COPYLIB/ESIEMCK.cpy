      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'ESIEMCK' VSAM FILE.
      *        (SIEM FEED CHECKPOINT - ONE RECORD PER AUDIT FILE FED
      *         TO THE CORPORATE SIEM BY ESIEMFD, KEYED ON THE AUDIT
      *         FILE NAME, HOLDING THE LAST AUDIT CHAIN SEQUENCE SENT.
      *         REWRITTEN ONLY AFTER A RUN'S OUTBOUND DATASET IS
      *         COMPLETE, SO A FAILED RUN LEAVES IT WHERE IT WAS AND
      *         THE RERUN PICKS UP THE SAME EVENTS.)
      ******************************************************************
       01 SIEM-CHECKPOINT-RECORD.
          05 SK-FILE-NAME               PIC X(8).
          05 SK-LAST-SEQUENCE-SENT      PIC 9(9).
          05 SK-LAST-RUN-DATE           PIC X(8).
          05 SK-LAST-RUN-TIME           PIC X(6).
          05 SK-LAST-EVENT-COUNT        PIC 9(7).
          05 FILLER                     PIC X(22).
