             88 RU-UT-ADMINISTRATOR            VALUE 'ADM'.
             88 RU-UT-MANAGER                  VALUE 'MGR'.
             88 RU-UT-STANDARD                 VALUE 'STD'.
             88 RU-UT-SERVICE                  VALUE 'SVC'.
          05 RU-STATUS               PIC X(1).
             88 RU-ST-ACTIVE                   VALUE 'A'.
             88 RU-ST-INACTIVE                 VALUE 'I'.
      *      INACTIVATES EXPIRED ACCOUNTS.  SPACES MEAN NO BOUND.
          05 RU-EFFECTIVE-FROM-DATE  PIC X(8).
          05 RU-EXPIRES-ON-DATE      PIC X(8).
      *      OWNING USER OF A SERVICE (BATCH/INTERFACE) ACCOUNT - AN
      *      ACTIVE ADM OR MGR WHO ANSWERS FOR IT IN RECERTIFICATION.
      *      MANDATORY ON RU-UT-SERVICE, SPACES ON EVERY OTHER TYPE.
          05 RU-OWNER-USER-ID        PIC X(8).
      *      DATE THE YEARLY EPRVPRG PRIVACY PURGE REMOVED THIS
      *      DEPARTED USER'S PERSONAL DATA AND PSEUDONYMIZED THEIR
      *      AUDIT HISTORY - SPACES WHILE IT NEVER HAS.
          05 RU-PRIVACY-PURGED-DATE  PIC X(8).
          05 FILLER                  PIC X(23).
