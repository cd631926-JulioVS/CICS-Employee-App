          05 AC-ACTRPT-TDQUEUE-NAME    PIC X(4) VALUE 'RPTQ'.
      *      PERMANENT SIGN-ON AUDIT TRAIL CONSTANTS
          05 AC-SIGNON-AUDIT-FILENAME  PIC X(7) VALUE 'ESONAUD'.
      *      PERMANENT SESSION HISTORY - ONE RECORD PER SESSION WITH
      *      ITS START, END AND HOW IT ENDED, OPENED AND CLOSED BY
      *      EACTMON/EACTTMO AND ROLLED UP MONTHLY BY ESESRPT
          05 AC-SESSION-HIST-FILENAME  PIC X(7) VALUE 'ESESHST'.
      *      TERMINAL AUTHORIZATION FILE - WHICH TERMINALS MAY HOST
      *      ADM (AND OPTIONALLY MGR) SIGN-ONS (SEE ETRMAUT/EACTMON)
          05 AC-TERM-AUTH-FILENAME     PIC X(7) VALUE 'ETRMAUT'.
      *      (USER MAINTENANCE, UNLOCKS, RULES CHANGES, APPROVALS)
      *      IS RECORDED HERE WITH BEFORE/AFTER VALUES
          05 AC-MAINT-AUDIT-FILENAME   PIC X(7) VALUE 'EMNTAUD'.
      *      AUDIT CHAIN CONTROL - EVERY NEW ESONAUD AND EMNTAUD RECORD
      *      IS WRITTEN THROUGH EAUDWRT, WHICH NUMBERS IT AND SEALS IT
      *      WITH A CHECK VALUE COVERING THE RECORD BEFORE IT.  THE
      *      CHAIN HEADS AND THE EAUDRET ARCHIVE ANCHORS LIVE ON
      *      EAUDCHN; EAUDVFY PROVES THE CHAINS NIGHTLY.  THE SEED IS
      *      THE VALUE THE VERY FIRST RECORD OF EACH CHAIN LINKS TO.
          05 AC-AUDIT-CHAIN-FILENAME   PIC X(7) VALUE 'EAUDCHN'.
          05 AC-AUDIT-CHAIN-SEED       PIC X(8) VALUE '00000000'.
      *      TWO-PERSON APPROVAL CONSTANTS - SENSITIVE MAINTENANCE
      *      ACTIONS WAIT ON EPNDAPR UNTIL A SECOND ADMINISTRATOR
      *      APPROVES THEM ON THE EAPR SCREEN
      *      RESCHEDULE EVERY 5 MINUTES - CICS START INTERVAL TAKES AN
      *      HHMMSS VALUE, NOT A RAW MINUTE COUNT
          05 AC-TIMEOUT-INTERVAL-HHMMSS PIC 9(6) VALUE 000500.
      *      HR FEED INTERFACE CONSTANTS
          05 AC-HRFEED-INPUT-NAME       PIC X(8) VALUE 'HRFEED  '.
          05 AC-HRFEED-EXCEPTION-NAME   PIC X(8) VALUE 'HREXCPT '.
          05 AC-RECON-TRANSACTION-ID   PIC X(4) VALUE 'ERCN'.
          05 AC-RECON-PROGRAM-NAME     PIC X(7) VALUE 'EACTRCN'.
          05 AC-RECON-TDQUEUE-NAME     PIC X(4) VALUE 'RCNQ'.
          05 AC-RECON-CKPT-QUEUE-NAME  PIC X(8) VALUE 'RCNCKPT '.
      *      HR-FEED EXCEPTION REPAIR CONSTANTS - EHRFEED CAPTURES
      *      EVERY REJECT TO THE EHRXCPF FILE AS WELL AS THE HREXCPT
      *      PRINT LINE, AND AN ADMINISTRATOR REPAIRS AND RESUBMITS
          05 AC-HRXMNT-PROGRAM-NAME    PIC X(7) VALUE 'EHRXMNT'.
          05 AC-HRXMNT-MAP-NAME        PIC X(7) VALUE 'EHRXM'.
          05 AC-HRXMNT-MAPSET-NAME     PIC X(7) VALUE 'EHRXMAP'.
      *      'FORGOT PASSWORD' SELF-SERVICE RESET CONSTANTS
          05 AC-FGTPWD-TRANSACTION-ID  PIC X(4) VALUE 'EFPW'.
          05 AC-FGTPWD-PROGRAM-NAME    PIC X(7) VALUE 'EFGTPWD'.
      *      SIGN-ON AUDIT RETENTION/PURGE BATCH JOB CONSTANTS
          05 AC-AUDIT-ARCHIVE-FILENAME PIC X(7) VALUE 'SONAUDA'.
          05 AC-AUDIT-RETAIN-FILENAME  PIC X(7) VALUE 'SONAUDR'.
      *      TRANSACTION USAGE TRAIL - EVERY SELECTION EMENUPG
      *      DISPATCHES IS RECORDED HERE (USER, TRANSACTION, DATE,
      *      TIME) AND ROLLED UP MONTHLY BY ETRNRPT
          05 AC-TEAMST-MAPSET-NAME     PIC X(7) VALUE 'ETEAMAP'.
      *      EXPLICIT SIGN-OFF CONSTANTS - LETS A USER WHO IS DONE TELL
      *      THE ACTIVITY MONITOR SO THE NEXT SIGN-ON ISN'T REJECTED AS
      *      ALREADY SIGNED ON.  ONLY EVER ENDS THE SESSION SIGNED ON
      *      AT THE TERMINAL IT IS RUN FROM, REGARDLESS OF WHICH FRONT
      *      DOOR (ESONP OR ESONWEB) THE USER CAME IN BY.
          05 AC-SGNOFF-TRANSACTION-ID  PIC X(4) VALUE 'ESGN'.
          05 AC-SGNOFF-PROGRAM-NAME    PIC X(7) VALUE 'ESGNOFF'.
          05 AC-SGNOFF-MAP-NAME        PIC X(7) VALUE 'ESGNM'.
          05 AC-SGNOFF-MAPSET-NAME     PIC X(7) VALUE 'ESGNMAP'.
      *      FORCED SIGN-OFF CONSTANTS - LETS A SUPERVISOR END A NAMED
      *      USER'S SESSION FROM THEIR OWN TERMINAL WITH A MANDATORY
      *      REASON CODE.  EACH ONE IS WRITTEN TO EMNTAUD AND KEPT FOR
      *      THE DAY ON THE FRCSOFFQ QUEUE FOR THE EDSH DASHBOARD.
          05 AC-FRCOFF-TRANSACTION-ID  PIC X(4) VALUE 'ESGF'.
          05 AC-FRCOFF-PROGRAM-NAME    PIC X(7) VALUE 'ESGNFRC'.
          05 AC-FRCOFF-MAP-NAME        PIC X(7) VALUE 'ESGFM'.
          05 AC-FRCOFF-MAPSET-NAME     PIC X(7) VALUE 'ESGFMAP'.
          05 AC-FRCOFF-QUEUE-NAME      PIC X(8) VALUE 'FRCSOFFQ'.
      *      SEGREGATION-OF-DUTIES CONSTANTS - TRANSACTION PAIRS ONE
      *      PERSON MUST NOT HOLD TOGETHER ARE KEPT ON ESODRUL, AND THE
      *      ADMINISTRATOR-RECORDED EXCEPTIONS TO THEM ON ESODEXC, BOTH
      *      MAINTAINED ON THE ESOD SCREEN.  EACRMNT AND EFIRMNT ASK
      *      ESODCHK BEFORE GRANTING; ESODRPT REPORTS NIGHTLY ON WHO
      *      HOLDS A CONFLICTING PAIR TODAY.
          05 AC-SOD-RULES-FILENAME     PIC X(7) VALUE 'ESODRUL'.
          05 AC-SOD-EXCEPT-FILENAME    PIC X(7) VALUE 'ESODEXC'.
          05 AC-SODMNT-TRANSACTION-ID  PIC X(4) VALUE 'ESOD'.
          05 AC-SODMNT-PROGRAM-NAME    PIC X(7) VALUE 'ESODMNT'.
          05 AC-SODMNT-MAP-NAME        PIC X(7) VALUE 'ESODM'.
          05 AC-SODMNT-MAPSET-NAME     PIC X(7) VALUE 'ESODMAP'.
      *      ROLE ACCESS TABLE CONSTANTS - THE ROLE-TO-TRANSACTION
      *      DEFAULTS EAUTHCK FALLS BACK TO ARE KEPT ON ERACCES AND
      *      MAINTAINED ON THE ERAC SCREEN; ERACLOD BUILDS THE FIRST
      *      TABLE FROM THE DEFAULTS THE SCREENS USED TO HARD-CODE.
          05 AC-ROLE-ACCESS-FILENAME   PIC X(7) VALUE 'ERACCES'.
          05 AC-RACMNT-TRANSACTION-ID  PIC X(4) VALUE 'ERAC'.
          05 AC-RACMNT-PROGRAM-NAME    PIC X(7) VALUE 'ERACMNT'.
          05 AC-RACMNT-MAP-NAME        PIC X(7) VALUE 'ERACM'.
          05 AC-RACMNT-MAPSET-NAME     PIC X(7) VALUE 'ERACMAP'.
      *      MOVER REVIEW CONSTANTS - A DEPARTMENT OR MANAGER CHANGE
      *      ON EEMPMST IS LOGGED TO EMOVEVT, THE NIGHTLY EMOVRVW JOB
      *      OPENS ONE EMOVWRK ITEM PER EUSRENT GRANT FOR THE NEW
      *      MANAGER TO CONFIRM OR DROP ON THE EMOV SCREEN, AND
      *      REVOKES WHATEVER IS STILL PENDING WHEN THE REVIEW DAYS
      *      RUN PARAMETER (ERUNPRM) HAVE PASSED
          05 AC-MOVER-EVENT-FILENAME   PIC X(7) VALUE 'EMOVEVT'.
          05 AC-MOVER-REVIEW-FILENAME  PIC X(7) VALUE 'EMOVWRK'.
          05 AC-MOVREV-TRANSACTION-ID  PIC X(4) VALUE 'EMOV'.
          05 AC-MOVREV-PROGRAM-NAME    PIC X(7) VALUE 'EMOVMNT'.
          05 AC-MOVREV-MAP-NAME        PIC X(7) VALUE 'EMOVM'.
          05 AC-MOVREV-MAPSET-NAME     PIC X(7) VALUE 'EMOVMAP'.
      *      LEAVER SWEEP CONSTANTS - THE NIGHTLY TIME-INITIATED ELVR
      *      TRANSACTION FINDS EVERY ACCOUNT INACTIVATED SINCE ITS LAST
      *      RUN (NOT YET ON ELVRCTL), STRIPS ITS EUSRENT OVERRIDES AND
      *      EFIRCAL GRANTS, CANCELS ITS OWN OPEN REQUESTS, FORCES OFF
      *      ANY LIVE SESSION AND LISTS IT ALL ON THE LVRQ TD QUEUE
          05 AC-LEAVER-CTL-FILENAME    PIC X(7) VALUE 'ELVRCTL'.
          05 AC-LVRSWP-TRANSACTION-ID  PIC X(4) VALUE 'ELVR'.
          05 AC-LVRSWP-PROGRAM-NAME    PIC X(7) VALUE 'ELVRSWP'.
          05 AC-LVRSWP-TDQUEUE-NAME    PIC X(4) VALUE 'LVRQ'.
      *      APPROVAL DELEGATION CONSTANTS - A MANAGER OR ADMINISTRATOR
      *      NAMES A DELEGATE AND A DATE RANGE ON THE EDLG SCREEN; THE
      *      DELEGATE THEN DECIDES THEIR EACR, EPRF, ERCR AND EAPR
      *      ITEMS ON THEIR BEHALF (SEE EDLGCHK)
          05 AC-DELEGATION-FILENAME    PIC X(7) VALUE 'EDELEGT'.
          05 AC-DLGMNT-TRANSACTION-ID  PIC X(4) VALUE 'EDLG'.
          05 AC-DLGMNT-PROGRAM-NAME    PIC X(7) VALUE 'EDLGMNT'.
          05 AC-DLGMNT-MAP-NAME        PIC X(7) VALUE 'EDLGM'.
          05 AC-DLGMNT-MAPSET-NAME     PIC X(7) VALUE 'EDLGMAP'.
      *      APPROVAL AGING CONSTANTS - THE NIGHTLY EAPRAGE JOB AGES
      *      EVERY OPEN EACCREQ, EPRFPND, EPNDAPR AND ERCRWRK ITEM.
      *      PAST THE ALERT DAYS IT WRITES AN ALRT LINE; PAST THE
      *      ESCALATE DAYS (AND AGAIN EVERY ESCALATE DAYS) IT MOVES
      *      THE ITEM UP THE APPROVER'S EM-MANAGER-ID CHAIN, CLIMBING
      *      NO MORE THAN THE CHAIN LIMIT BEFORE HANDING IT TO THE
      *      ADMINISTRATORS.  THE THREE THRESHOLDS ARE ERUNPRM RUN
      *      PARAMETERS
          05 AC-APPROVAL-AGE-FILENAME  PIC X(7) VALUE 'EAGECTL'.
          05 AC-APRAGE-AUDIT-TRANS-ID  PIC X(4) VALUE 'EAGE'.
      *      NOTIFICATION INBOX CONSTANTS - PROGRAMS THAT LEAVE WORK
      *      WAITING FOR SOMEONE WRITE AN ENOTIFY ITEM FOR THEM
      *      (ENOTWRT ONLINE, ENOTBWR IN BATCH); THE ROLE MENU SHOWS
      *      THE UNREAD COUNT, THE ENOT SCREEN READS, ACTS ON AND
      *      DISMISSES THEM, AND ENOTPRG PURGES ITEMS OLDER THAN THE
      *      RETENTION DAYS RUN PARAMETER (ERUNPRM)
          05 AC-NOTIFY-FILENAME        PIC X(7) VALUE 'ENOTIFY'.
          05 AC-NOTINB-TRANSACTION-ID  PIC X(4) VALUE 'ENOT'.
          05 AC-NOTINB-PROGRAM-NAME    PIC X(7) VALUE 'ENOTINB'.
          05 AC-NOTINB-MAP-NAME        PIC X(7) VALUE 'ENOTM'.
          05 AC-NOTINB-MAPSET-NAME     PIC X(7) VALUE 'ENOTMAP'.
      *      BATCH RUN PARAMETER CONSTANTS - THE OVERNIGHT JOBS'
      *      OPERATING THRESHOLDS (DORMANCY DAYS, AUDIT RETENTION,
      *      EXPIRY WARNING, RECONCILIATION SWITCHES) ARE READ FROM
      *      ERUNPRM AT START-UP, FALLING BACK TO THE ERUNPCT
      *      CATALOGUE DEFAULTS, AND CHANGED ON THE ERPM SCREEN
          05 AC-RUN-PARM-FILENAME      PIC X(7) VALUE 'ERUNPRM'.
          05 AC-RPMMNT-TRANSACTION-ID  PIC X(4) VALUE 'ERPM'.
          05 AC-RPMMNT-PROGRAM-NAME    PIC X(7) VALUE 'ERPMMNT'.
          05 AC-RPMMNT-MAP-NAME        PIC X(7) VALUE 'ERPMM'.
          05 AC-RPMMNT-MAPSET-NAME     PIC X(7) VALUE 'ERPMMAP'.
      *      BUSINESS CALENDAR CONSTANTS - EBUSCAL MARKS THE HOLIDAYS
      *      AND NON-PROCESSING DAYS, MAINTAINED ON THE EBCL SCREEN;
      *      EACTMON READS IT FOR PROFILES CLOSED ON HOLIDAYS AND THE
      *      BATCH JOBS CLASSIFY AND COUNT DAYS THROUGH EBUSDAY
          05 AC-BUS-CALENDAR-FILENAME  PIC X(7) VALUE 'EBUSCAL'.
          05 AC-BCLMNT-TRANSACTION-ID  PIC X(4) VALUE 'EBCL'.
          05 AC-BCLMNT-PROGRAM-NAME    PIC X(7) VALUE 'EBCLMNT'.
          05 AC-BCLMNT-MAP-NAME        PIC X(7) VALUE 'EBCLM'.
          05 AC-BCLMNT-MAPSET-NAME     PIC X(7) VALUE 'EBCLMAP'.
      *      AUTHORIZATION SERVICE CONSTANTS - OTHER CICS APPLICATIONS
      *      LINK TO EAUTHSV ON THE AUTHSV CHANNEL (OR COME IN OVER
      *      CICS WEB SUPPORT THROUGH EAUTHWB) TO ASK WHETHER A USER
      *      MAY USE ONE OF THEIR FUNCTION CODES, REGISTERED ON THE
      *      EAPF SCREEN; EVERY DECISION GOES TO EASVAUD
          05 AC-APP-FUNCTION-FILENAME  PIC X(7) VALUE 'EAPPFNC'.
          05 AC-AUTHSV-AUDIT-FILENAME  PIC X(7) VALUE 'EASVAUD'.
          05 AC-AUTHSV-PROGRAM-NAME    PIC X(7) VALUE 'EAUTHSV'.
          05 AC-AUTHSV-CHANNEL-NAME    PIC X(16) VALUE
             'AUTHSVCHANNEL'.
          05 AC-AUTHSV-CONTAINER-NAME  PIC X(16) VALUE
             'AUTHSVCONTAINER'.
          05 AC-AUTHWB-TRANSACTION-ID  PIC X(4) VALUE 'EASW'.
          05 AC-AUTHWB-PROGRAM-NAME    PIC X(7) VALUE 'EAUTHWB'.
          05 AC-AUTHWB-CHANNEL-NAME    PIC X(16) VALUE
             'AUTHWBCHANNEL'.
          05 AC-AUTHWB-CONTAINER-NAME  PIC X(16) VALUE
             'AUTHWBCONTAINER'.
          05 AC-APFMNT-TRANSACTION-ID  PIC X(4) VALUE 'EAPF'.
          05 AC-APFMNT-PROGRAM-NAME    PIC X(7) VALUE 'EAPFMNT'.
          05 AC-APFMNT-MAP-NAME        PIC X(7) VALUE 'EAPFM'.
          05 AC-APFMNT-MAPSET-NAME     PIC X(7) VALUE 'EAPFMAP'.
      *      INCIDENT TIMELINE CONSTANTS - REQUESTS KEYED ON THE ETLQ
      *      SCREEN QUEUE TO ETIMREQ AND THE OVERNIGHT ETIMLNE JOB
      *      MERGES THE AUDIT AND USAGE TRAILS TO FILL THEM
          05 AC-TIMREQ-FILENAME        PIC X(7) VALUE 'ETIMREQ'.
          05 AC-TIMREQ-TRANSACTION-ID  PIC X(4) VALUE 'ETLQ'.
          05 AC-TIMREQ-PROGRAM-NAME    PIC X(7) VALUE 'ETIMRQS'.
          05 AC-TIMREQ-MAP-NAME        PIC X(7) VALUE 'ETLQM'.
          05 AC-TIMREQ-MAPSET-NAME     PIC X(7) VALUE 'ETLQMAP'.
      *      GRID-CARD CONSTANTS - THE SECOND SIGN-ON FACTOR FOR
      *      ADMINISTRATORS.  EGRDISS PRINTS THE CARDS AND FILES ONLY
      *      THEIR HASHED CELLS ON EGRDCRD, ESONP CHALLENGES TWO CELLS
      *      AFTER THE PASSWORD, AND THE EGRD SCREEN REVOKES A CARD
          05 AC-GRDCRD-FILENAME        PIC X(7) VALUE 'EGRDCRD'.
          05 AC-GRDMNT-TRANSACTION-ID  PIC X(4) VALUE 'EGRD'.
          05 AC-GRDMNT-PROGRAM-NAME    PIC X(7) VALUE 'EGRDMNT'.
          05 AC-GRDMNT-MAP-NAME        PIC X(7) VALUE 'EGRDM'.
          05 AC-GRDMNT-MAPSET-NAME     PIC X(7) VALUE 'EGRDMAP'.
      *      DEPARTMENT MASTER CONSTANTS - EDEPMST HOLDS THE VALID
      *      DEPARTMENT CODES WITH THEIR PLACE IN THE HIERARCHY, HEAD
      *      AND COST CENTER, MAINTAINED ON THE EDEP SCREEN.  NO CHAIN
      *      OF PARENTS IS LONGER THAN THE LEVEL LIMIT.
          05 AC-DEPMST-FILENAME        PIC X(7) VALUE 'EDEPMST'.
          05 AC-DEPMNT-TRANSACTION-ID  PIC X(4) VALUE 'EDEP'.
          05 AC-DEPMNT-PROGRAM-NAME    PIC X(7) VALUE 'EDEPMNT'.
          05 AC-DEPMNT-MAP-NAME        PIC X(7) VALUE 'EDEPM'.
          05 AC-DEPMNT-MAPSET-NAME     PIC X(7) VALUE 'EDEPMAP'.
          05 AC-DEPARTMENT-LEVEL-LIMIT PIC 9(2) VALUE 10.
      *      MANAGER PATH CONSTANTS - EEMPMGR IS THE ALTERNATE-INDEX
      *      PATH OVER EEMPMST KEYED ON EM-MANAGER-ID (NON-UNIQUE), SO
      *      A MANAGER'S DIRECT REPORTS ARE REACHED WITHOUT A
      *      FULL-FILE PASS.  EDRREST REBUILDS IT ON A RESTORE AND
      *      EDREXPT AND EINTCHK CHECK IT AGAINST THE BASE FILE.
          05 AC-EMP-MANAGER-PATH-NAME  PIC X(7) VALUE 'EEMPMGR'.
      *      REPORT REPOSITORY CONSTANTS - THE OVERNIGHT JOBS FILE THEIR
      *      REPORTS ON ERPTREP THROUGH ERPTBWR, THE ERPI SCREEN LISTS
      *      AND PAGES THROUGH THE ONES EAUTHCK LETS THE USER SEE, AND
      *      ERPTRET AGES OLD RUNS OFF.
          05 AC-RPTREP-FILENAME        PIC X(7) VALUE 'ERPTREP'.
          05 AC-RPTINQ-TRANSACTION-ID  PIC X(4) VALUE 'ERPI'.
          05 AC-RPTINQ-PROGRAM-NAME    PIC X(7) VALUE 'ERPTINQ'.
          05 AC-RPTINQ-MAP-NAME        PIC X(7) VALUE 'ERPIM'.
          05 AC-RPTINQ-MAPSET-NAME     PIC X(7) VALUE 'ERPIMAP'.
      *      SIGN-ON FREEZE CONSTANTS - EFRZCTL HOLDS THE ONE
      *      REGION-WIDE MAINTENANCE-MODE RECORD SET ON THE EFRZ
      *      SCREEN.  EFRZCHK READS IT FOR EACTMON, ESONP, ESONWEB AND
      *      EMENUPG AND LIFTS IT ONCE ITS END TIME HAS PASSED.
          05 AC-FRZCTL-FILENAME        PIC X(7) VALUE 'EFRZCTL'.
          05 AC-FRZCTL-CONTROL-KEY     PIC X(8) VALUE 'SIGNON'.
          05 AC-FRZMNT-TRANSACTION-ID  PIC X(4) VALUE 'EFRZ'.
          05 AC-FRZMNT-PROGRAM-NAME    PIC X(7) VALUE 'EFRZMNT'.
          05 AC-FRZMNT-MAP-NAME        PIC X(7) VALUE 'EFRZM'.
          05 AC-FRZMNT-MAPSET-NAME     PIC X(7) VALUE 'EFRZMAP'.
      *      ACCEPTABLE-USE POLICY CONSTANTS - EAUPTXT HOLDS EACH
      *      VERSION OF THE POLICY TEXT, MAINTAINED ON THE EAUP SCREEN,
      *      AND EAUPACK EACH USER'S ANSWER TO EACH VERSION.  EAUPCHK
      *      WORKS OUT WHETHER A USER STILL OWES AN ACCEPTANCE.
          05 AC-AUPTXT-FILENAME        PIC X(7) VALUE 'EAUPTXT'.
          05 AC-AUPACK-FILENAME        PIC X(7) VALUE 'EAUPACK'.
          05 AC-AUPMNT-TRANSACTION-ID  PIC X(4) VALUE 'EAUP'.
          05 AC-AUPMNT-PROGRAM-NAME    PIC X(7) VALUE 'EAUPMNT'.
          05 AC-AUPMNT-MAP-NAME        PIC X(7) VALUE 'EAUPM'.
          05 AC-AUPMNT-MAPSET-NAME     PIC X(7) VALUE 'EAUPMAP'.
          05 AC-POLICY-LINE-LIMIT      PIC 9(2) VALUE 12.
