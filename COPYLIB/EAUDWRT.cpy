      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - COMM-AREA LAYOUT FOR THE 'EAUDWRT' PROGRAM.
      *        (COMMON AUDIT WRITER - EVERY PROGRAM THAT ADDS A
      *         RECORD TO ESONAUD OR EMNTAUD LINKS HERE WITH THE
      *         FINISHED RECORD INSTEAD OF WRITING IT ITSELF, SO
      *         EVERY RECORD IS NUMBERED AND CHAINED THE SAME WAY.
      *         THE RESPONSE IS THE CICS RESPONSE OF THE AUDIT
      *         WRITE, SO CALLERS TEST IT AGAINST DFHRESP AS BEFORE.)
      ******************************************************************
       01 AUDWRT-CONSTANTS.
          05 AC-AUDWRT-PROGRAM-NAME    PIC X(7) VALUE 'EAUDWRT'.

       01 AUDIT-WRITE-COMMAREA.
      *    REQUEST FIELDS - FILLED IN BY THE CALLER
          05 AW-AUDIT-FILE           PIC X(1).
             88 AW-SIGNON-AUDIT             VALUE 'S'.
             88 AW-MAINT-AUDIT              VALUE 'M'.
          05 AW-AUDIT-RECORD         PIC X(100).
      *    RESPONSE FIELD - FILLED IN BY EAUDWRT BEFORE RETURNING
          05 AW-RESPONSE             PIC S9(8) USAGE IS COMPUTATIONAL.
