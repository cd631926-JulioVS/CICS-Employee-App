      *         RECORD PER RUN THROUGH THE ERUNLGW SUBPROGRAM, SO
      *         OPERATIONS CAN CONFIRM THE OVERNIGHT SCHEDULE FROM
      *         THE ERNL SCREEN INSTEAD OF PULLING EVERY JOB'S
      *         SYSOUT.  A JOB DRIVEN BY ERUNPRM PARAMETERS NOTES
      *         THE VALUES IT RAN WITH IN RL-RUN-PARAMETERS.)
      ******************************************************************
       01 RUN-LOG-RECORD.
          05 RL-RUN-KEY.
          05 RL-COMPLETION-STATUS    PIC X(4).
             88 RL-ST-GOOD                  VALUE 'OK  '.
             88 RL-ST-FAILED                VALUE 'FAIL'.
          05 RL-RUN-PARAMETERS       PIC X(17).
