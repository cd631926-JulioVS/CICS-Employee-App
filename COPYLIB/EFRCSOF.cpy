      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'FRCSOFFQ' TEMPORARY STORAGE
      *        QUEUE.  (FORCED SIGN-OFFS - ESGNFRC APPENDS ONE ITEM
      *        EACH TIME A SUPERVISOR ENDS SOMEONE ELSE'S SESSION, SO
      *        THE EDSH DASHBOARD CAN SHOW THE DAY'S MOST RECENT ONES
      *        NEXT TO THE ROSTER.  THE PERMANENT RECORD IS THE
      *        EMNTAUD ENTRY WRITTEN AT THE SAME TIME; ESGNFRC DROPS
      *        THE QUEUE BEFORE THE FIRST FORCED SIGN-OFF OF A NEW
      *        DAY SO IT NEVER OUTGROWS A DAY.)
      ******************************************************************
       01 FORCED-SIGNOFF-ENTRY.
          05 FS-FORCED-DATE          PIC X(8).
          05 FS-FORCED-TIME          PIC X(6).
          05 FS-USER-ID              PIC X(8).
          05 FS-TERMINAL-ID          PIC X(4).
          05 FS-SUPERVISOR-ID        PIC X(8).
          05 FS-REASON-CODE          PIC X(2).
