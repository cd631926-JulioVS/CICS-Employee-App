      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'ERUNPRM' VSAM FILE.
      *        (BATCH RUN PARAMETERS - ONE RECORD PER JOB AND
      *         PARAMETER NAME HOLDING THE VALUE THAT JOB RUNS WITH,
      *         SO AN OPERATING THRESHOLD CAN BE CHANGED ON THE ERPM
      *         SCREEN INSTEAD OF BY RECOMPILING.  NO RECORD MEANS THE
      *         JOB RUNS WITH THE DEFAULT FROM THE ERUNPCT CATALOGUE.
      *         A NUMERIC VALUE IS HELD ZERO-FILLED IN RP-PARAM-NUMBER,
      *         A FLAG AS 'Y' OR 'N' IN THE FIRST BYTE.)
      ******************************************************************
       01 RUN-PARAMETER-RECORD.
          05 RP-PARAM-KEY.
             10 RP-JOB-NAME          PIC X(8).
             10 RP-PARAM-NAME        PIC X(16).
          05 RP-PARAM-VALUE          PIC X(5).
          05 RP-PARAM-NUMBER REDEFINES RP-PARAM-VALUE
                                     PIC 9(5).
          05 RP-CHANGED-BY           PIC X(8).
          05 RP-CHANGED-DATE         PIC X(8).
          05 RP-CHANGED-TIME         PIC X(6).
          05 FILLER                  PIC X(9).
