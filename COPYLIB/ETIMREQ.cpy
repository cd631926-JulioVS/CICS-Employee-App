      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'ETIMREQ' VSAM FILE.
      *        (INCIDENT TIMELINE REQUESTS - A SECURITY INVESTIGATOR
      *         KEYS A USER ID OR A TERMINAL ID AND A DATE/TIME
      *         WINDOW ON THE ETLQ SCREEN, THE REQUEST QUEUES HERE,
      *         AND THE OVERNIGHT ETIMLNE BATCH JOB MERGES THE
      *         SIGN-ON AUDIT, THE MAINTENANCE AUDIT, THE USAGE
      *         TRAIL AND FIRECALL USE INTO ONE CHRONOLOGICAL
      *         TIMELINE PER REQUEST - NO MORE LAYING SCREENSHOTS
      *         AND DUMPS SIDE BY SIDE AND MERGING THEM BY HAND.)
      ******************************************************************
       01 TIMELINE-REQUEST-RECORD.
          05 TR-REQUEST-KEY.
             10 TR-REQUEST-DATE      PIC X(8).
             10 TR-REQUEST-TIME      PIC X(6).
          05 TR-REQUESTED-BY         PIC X(8).
          05 TR-TARGET-TYPE          PIC X(1).
             88 TR-TARGET-USER             VALUE 'U'.
             88 TR-TARGET-TERMINAL         VALUE 'T'.
          05 TR-TARGET-ID            PIC X(8).
          05 TR-FROM-STAMP.
             10 TR-FROM-DATE         PIC X(8).
             10 TR-FROM-TIME         PIC X(6).
          05 TR-TO-STAMP.
             10 TR-TO-DATE           PIC X(8).
             10 TR-TO-TIME           PIC X(6).
          05 TR-STATUS               PIC X(1).
             88 TR-ST-QUEUED               VALUE 'Q'.
             88 TR-ST-DELIVERED            VALUE 'D'.
          05 TR-MATCH-COUNT          PIC 9(7).
          05 FILLER                  PIC X(13).
