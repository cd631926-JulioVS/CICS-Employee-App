      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUTS FOR THE 'SIEMOUT' OUTBOUND DATASET.
      *        (SECURITY EVENT FEED TO THE CORPORATE SIEM COLLECTOR,
      *         WRITTEN BY ESIEMFD.  EVERY FIELD IS FIXED WIDTH AND
      *         SEPARATED BY '|', SO A FIELD IS ALWAYS IN THE SAME
      *         COLUMNS.  ONE H HEADER, ONE E LINE PER EVENT, THEN
      *         ONE T TRAILER.  THE COLLECTOR LOADS A DATASET ONLY
      *         WHEN ITS TRAILER STATUS IS COMPLETE, AND DROPS ANY
      *         EVENT WHOSE SOURCE AND SEQUENCE IT ALREADY HOLDS - A
      *         RUN THAT DIES AFTER ITS TRAILER BUT BEFORE ITS
      *         CHECKPOINT IS SAVED SENDS THOSE EVENTS AGAIN.)
      ******************************************************************
      *    HEADER - THE RUN AND THE SEQUENCE RANGE SENT FROM EACH
      *    AUDIT FILE (FROM IS EXCLUSIVE, TO INCLUSIVE)
       01 SIEM-HEADER-RECORD.
          05 SH-RECORD-TYPE             PIC X(1) VALUE 'H'.
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SH-FEED-NAME               PIC X(8) VALUE 'ESIEMFD'.
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SH-RUN-DATE                PIC X(8).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SH-RUN-TIME                PIC X(6).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SH-SIGNON-SOURCE           PIC X(7) VALUE 'ESONAUD'.
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SH-SIGNON-FROM-SEQUENCE    PIC 9(9).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SH-SIGNON-TO-SEQUENCE      PIC 9(9).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SH-MAINT-SOURCE            PIC X(7) VALUE 'EMNTAUD'.
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SH-MAINT-FROM-SEQUENCE     PIC 9(9).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SH-MAINT-TO-SEQUENCE       PIC 9(9).
      *    EVENT - ONE PER AUDIT RECORD.  SOURCE ESONAUD IS CLASS
      *    SIGNON, NAMED BY ITS OUTCOME:
      *       SUCCESS  BADPWD   LOCKOUT  ALREADY  TERMDENY
      *       OFFHOURS QUARANT  GRIDFAIL FROZEN   POLICYOD
      *       (OUTCOMEx FOR ANY OTHER CODE x)
      *    AND CARRIES THE TERMINAL AND ITS ETRMMST LOCATION.  SOURCE
      *    EMNTAUD IS CLASS ADMIN, NAMED BY THE MAINTENANCE ACTION,
      *    AND CARRIES THE TRANSACTION, TARGET AND BEFORE/AFTER
      *    IMAGES.  THE USER IS THE ONE SIGNING ON OR THE ACTING
      *    ADMINISTRATOR, WITH THEIR EEMPMST NAME AND DEPARTMENT.
      *    FIELDS THAT DO NOT APPLY, OR WERE NOT ON FILE, ARE BLANK.
      *    A SEQUENCE OF ZERO IS A RECORD WRITTEN BEFORE CHAINING.
       01 SIEM-EVENT-RECORD.
          05 SE-RECORD-TYPE             PIC X(1) VALUE 'E'.
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-EVENT-SOURCE            PIC X(7).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-CHAIN-SEQUENCE          PIC 9(9).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-EVENT-DATE              PIC X(8).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-EVENT-TIME              PIC X(6).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-EVENT-CLASS             PIC X(6).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-EVENT-NAME              PIC X(8).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-USER-ID                 PIC X(8).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-USER-NAME               PIC X(25).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-USER-DEPARTMENT         PIC X(10).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-TERMINAL-ID             PIC X(4).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-TERMINAL-BUILDING       PIC X(8).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-TERMINAL-FLOOR          PIC X(3).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-TERMINAL-DESCRIPTION    PIC X(20).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-TRANS-ID                PIC X(4).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-TARGET-KEY              PIC X(8).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-BEFORE-IMAGE            PIC X(20).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-AFTER-IMAGE             PIC X(20).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 SE-CHAIN-VALUE             PIC X(8).
      *    TRAILER - COMPLETE OR FAILED, AND THE EVENTS SENT FROM
      *    EACH AUDIT FILE
       01 SIEM-TRAILER-RECORD.
          05 ST-RECORD-TYPE             PIC X(1) VALUE 'T'.
          05 FILLER                     PIC X(1) VALUE '|'.
          05 ST-RUN-STATUS              PIC X(8).
             88 ST-RUN-COMPLETE                 VALUE 'COMPLETE'.
             88 ST-RUN-FAILED                   VALUE 'FAILED'.
          05 FILLER                     PIC X(1) VALUE '|'.
          05 ST-SIGNON-EVENT-COUNT      PIC 9(7).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 ST-MAINT-EVENT-COUNT       PIC 9(7).
          05 FILLER                     PIC X(1) VALUE '|'.
          05 ST-TOTAL-EVENT-COUNT       PIC 9(7).
