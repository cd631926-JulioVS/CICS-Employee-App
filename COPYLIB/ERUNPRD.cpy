      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - PARAMETER LAYOUT FOR THE 'ERUNPRD' SUBPROGRAM.
      *        (BATCH RUN PARAMETER READER - A BATCH JOB CALLS ERUNPRD
      *         ONCE PER PARAMETER AT START-UP WITH ITS JOB NAME AND
      *         THE PARAMETER NAME, AND GETS BACK THE VALUE TO RUN
      *         WITH AND WHERE IT CAME FROM.  A VALUE ON ERUNPRM THAT
      *         FAILS THE ERUNPCT RANGE IS IGNORED FOR THE DEFAULT.)
      ******************************************************************
       01 RUN-PARM-READ-AREA.
      *    REQUEST FIELDS - FILLED IN BY THE CALLER
          05 PR-JOB-NAME             PIC X(8).
          05 PR-PARAM-NAME           PIC X(16).
      *    RESPONSE FIELDS - FILLED IN BY ERUNPRD BEFORE RETURNING
          05 PR-PARAM-VALUE          PIC X(5).
          05 PR-PARAM-NUMBER REDEFINES PR-PARAM-VALUE
                                     PIC 9(5).
          05 PR-VALUE-SOURCE         PIC X(1).
             88 PR-FROM-PARM-FILE           VALUE 'F'.
             88 PR-FROM-DEFAULT             VALUE 'D'.
             88 PR-UNKNOWN-PARAMETER        VALUE 'U'.
