      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - CATALOGUE OF THE REPORTS FILED ON ERPTREP.
      *        (ONE ENTRY PER REPORT: ITS NAME - THE PRINT DATASET IT
      *         ALSO GOES TO - THE ACCESS ID EAUTHCK IS ASKED ABOUT
      *         BEFORE ANYONE SEES IT, THE ROLES ERACLOD OPENS IT TO
      *         ('A' ADMINISTRATORS ONLY, 'M' MANAGERS AS WELL), WHETHER
      *         IT IS SECTIONED BY MANAGER, AND ITS TITLE.  ACCESS IDS
      *         ARE HELD ON ERACCES AND EUSRENT EXACTLY AS TRANSACTION
      *         IDS ARE, SO A REPORT IS GRANTED OR WITHDRAWN PER ROLE
      *         OR PER USER ON THE SAME SCREENS.  A NEW REPORT IS ADDED
      *         HERE ONCE.)
      ******************************************************************
       01 REPORT-CATALOGUE-VALUES.
          05 FILLER                  PIC X(54) VALUE
             'RPTQ    RACTANEND-OF-DAY SIGN-ON ACTIVITY             '.
          05 FILLER                  PIC X(54) VALUE
             'SONEXCP RSXCANSIGN-ON EXCEPTION ANALYSIS              '.
          05 FILLER                  PIC X(54) VALUE
             'EXPFCTR RXPFMYACCOUNT AND PASSWORD EXPIRY FORECAST    '.
          05 FILLER                  PIC X(54) VALUE
             'HREXCPT RHRXANHR FEED EXCEPTIONS                      '.
          05 FILLER                  PIC X(54) VALUE
             'INTCHKR RINTANDATA INTEGRITY CHECK                    '.
          05 FILLER                  PIC X(54) VALUE
             'LCKSLAR RLCKANLOCKOUT SERVICE-LEVEL REPORT            '.
          05 FILLER                  PIC X(54) VALUE
             'RCRCLSR RRCRMYRECERTIFICATION CLOSE AND NON-RESPONDERS'.
          05 FILLER                  PIC X(54) VALUE
             'SONDPTR RSDPANSIGN-ON ACTIVITY BY DEPARTMENT          '.
          05 FILLER                  PIC X(54) VALUE
             'TRNUSER RTRNANTRANSACTION USAGE BY USER               '.
          05 FILLER                  PIC X(54) VALUE
             'SONFNDR RFNDANOPEN SECURITY FINDINGS                  '.
          05 FILLER                  PIC X(54) VALUE
             'AUPNACK RAUPMYACCEPTABLE-USE POLICY NOT ACKNOWLEDGED  '.
          05 FILLER                  PIC X(54) VALUE
             'APRAGER RAPRANOPEN APPROVAL AGING                     '.
          05 FILLER                  PIC X(54) VALUE
             'SODRPT  RSODANSEGREGATION-OF-DUTIES VIOLATIONS        '.
          05 FILLER                  PIC X(54) VALUE
             'MGRVALR RMGVANREPORTING-HIERARCHY VALIDATION          '.
          05 FILLER                  PIC X(54) VALUE
             'SESSRPT RSESANMONTHLY SESSION REPORT                  '.
          05 FILLER                  PIC X(54) VALUE
             'ACCMRPT RACMANACCESS MATRIX                           '.
          05 FILLER                  PIC X(54) VALUE
             'MOVRVWR RMOVANMOVER ACCESS REVIEW                     '.
          05 FILLER                  PIC X(54) VALUE
             'SVCORPT RSVCANORPHANED SERVICE ACCOUNTS               '.
          05 FILLER                  PIC X(54) VALUE
             'HRPEXCP RHRPANHR PENDING CHANGE EXCEPTIONS            '.
          05 FILLER                  PIC X(54) VALUE
             'HRRECNR RHRCANHR POPULATION RECONCILIATION            '.
          05 FILLER                  PIC X(54) VALUE
             'SONSTAR RSSTANSIGN-ON STATISTICS                      '.
          05 FILLER                  PIC X(54) VALUE
             'AUDVRPT RAUVANAUDIT TRAIL VERIFICATION                '.
          05 FILLER                  PIC X(54) VALUE
             'TIMLRPT RTMLANINCIDENT TIMELINES                      '.
       01 REPORT-CATALOGUE REDEFINES REPORT-CATALOGUE-VALUES.
          05 RT-CATALOGUE-ENTRY OCCURS 23 TIMES.
             10 RT-REPORT-NAME       PIC X(8).
             10 RT-ACCESS-ID         PIC X(4).
             10 RT-ACCESS-CLASS      PIC X(1).
                88 RT-ADMIN-ONLY           VALUE 'A'.
                88 RT-MANAGERS-TOO         VALUE 'M'.
             10 RT-SECTIONED         PIC X(1).
                88 RT-IS-SECTIONED         VALUE 'Y'.
             10 RT-REPORT-TITLE      PIC X(40).
       01 RT-CATALOGUE-COUNT         PIC 9(3) USAGE COMP VALUE 23.
