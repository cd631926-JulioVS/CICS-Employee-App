      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - CATALOGUE OF THE BATCH RUN PARAMETERS.
      *        (EVERY PARAMETER A JOB MAY READ FROM ERUNPRM, WITH ITS
      *         KIND, ITS ALLOWED RANGE AND THE DEFAULT THE JOB RUNS
      *         WITH WHEN NO ERUNPRM RECORD IS ON FILE.  THE ERPM
      *         SCREEN VALIDATES AGAINST THIS TABLE AND THE JOBS FALL
      *         BACK TO IT, SO A NEW PARAMETER IS ADDED HERE ONCE.
      *         KIND 'N' IS A WHOLE NUMBER FROM THE MINIMUM TO THE
      *         MAXIMUM; KIND 'F' IS A Y/N FLAG.)
      ******************************************************************
       01 RUN-PARM-CATALOGUE-VALUES.
          05 FILLER                  PIC X(40) VALUE
             'EDORMNT DORMANCY-DAYS   N000300099900180'.
          05 FILLER                  PIC X(40) VALUE
             'EAUDRET RETENTION-DAYS  N000900099900365'.
          05 FILLER                  PIC X(40) VALUE
             'EEXPFCT WARNING-DAYS    N000010009000014'.
          05 FILLER                  PIC X(40) VALUE
             'EHRRECN AUTO-APPLY      F0000000000Y    '.
          05 FILLER                  PIC X(40) VALUE
             'EACTRCN PURGE-ORPHANS   F0000000000Y    '.
          05 FILLER                  PIC X(40) VALUE
             'EACTRCN CHECKPOINT-N    N000010999900100'.
          05 FILLER                  PIC X(40) VALUE
             'EEXPFCT BUSINESS-DAYS   F0000000000N    '.
          05 FILLER                  PIC X(40) VALUE
             'EHRPEND BUSINESS-DAYS   F0000000000N    '.
          05 FILLER                  PIC X(40) VALUE
             'EGRDISS VALID-DAYS      N000300099900365'.
          05 FILLER                  PIC X(40) VALUE
             'EGRDISS RENEW-DAYS      N000010009000030'.
          05 FILLER                  PIC X(40) VALUE
             'ESONDPT ROLLUP-LEVEL    N000000001000000'.
          05 FILLER                  PIC X(40) VALUE
             'ERPTRET RETENTION-DAYS  N000070036500035'.
          05 FILLER                  PIC X(40) VALUE
             'EPRVPRG RETENTION-DAYS  N003650999903650'.
          05 FILLER                  PIC X(40) VALUE
             'EDRREST TEST-REGION     F0000000000N    '.
          05 FILLER                  PIC X(40) VALUE
             'EMOVRVW REVIEW-DAYS     N000010009000014'.
          05 FILLER                  PIC X(40) VALUE
             'EAPRAGE ALERT-DAYS      N000010009000005'.
          05 FILLER                  PIC X(40) VALUE
             'EAPRAGE ESCALATE-DAYS   N000010009000010'.
          05 FILLER                  PIC X(40) VALUE
             'EAPRAGE CHAIN-LIMIT     N000010009900010'.
          05 FILLER                  PIC X(40) VALUE
             'ENOTPRG RETENTION-DAYS  N000070036500030'.
       01 RUN-PARM-CATALOGUE REDEFINES RUN-PARM-CATALOGUE-VALUES.
          05 PC-CATALOGUE-ENTRY OCCURS 19 TIMES.
             10 PC-JOB-NAME          PIC X(8).
             10 PC-PARAM-NAME        PIC X(16).
             10 PC-PARAM-KIND        PIC X(1).
                88 PC-KIND-NUMBER           VALUE 'N'.
                88 PC-KIND-FLAG             VALUE 'F'.
             10 PC-MINIMUM           PIC 9(5).
             10 PC-MAXIMUM           PIC 9(5).
             10 PC-DEFAULT-VALUE     PIC X(5).
       01 PC-CATALOGUE-COUNT         PIC 9(3) USAGE COMP VALUE 19.
