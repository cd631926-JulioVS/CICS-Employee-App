      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'ENOTIFY' VSAM FILE.
      *        (PERSONAL NOTIFICATION INBOX - ONE RECORD PER ITEM A
      *         PROGRAM WANTS A PARTICULAR USER TO SEE AND ACT ON,
      *         KEYED BY THE RECIPIENT SO EACH USER'S ITEMS BROWSE
      *         TOGETHER, OLDEST FIRST.  WRITTEN ONLINE THROUGH
      *         ENOTWRT AND IN BATCH THROUGH ENOTBWR, COUNTED ON THE
      *         ROLE MENU, WORKED ON THE ENOT INBOX SCREEN AND
      *         PURGED BY AGE BY THE ENOTPRG BATCH JOB.)
      ******************************************************************
       01 NOTIFICATION-RECORD.
          05 NT-NOTIFY-KEY.
             10 NT-RECIPIENT-ID      PIC X(8).
             10 NT-CREATED-DATE      PIC X(8).
             10 NT-CREATED-TIME      PIC X(6).
      *         TELLS APART TWO ITEMS FOR THE SAME USER IN THE SAME
      *         SECOND - THE WRITER BUMPS IT ON A DUPLICATE KEY.
             10 NT-SEQUENCE          PIC 9(3).
          05 NT-CATEGORY             PIC X(4).
             88 NT-CAT-ACCESS-REQUEST      VALUE 'AREQ'.
             88 NT-CAT-PROFILE-CHANGE      VALUE 'PCHG'.
             88 NT-CAT-RECERTIFICATION     VALUE 'RCRT'.
             88 NT-CAT-PASSWORD-EXPIRY     VALUE 'PEXP'.
             88 NT-CAT-ACCOUNT-EXPIRY      VALUE 'AEXP'.
             88 NT-CAT-NEW-HIRE            VALUE 'HIRE'.
      *      THE TRANSACTION THAT DEALS WITH THE ITEM - THE INBOX 'A'
      *      ACTION STARTS IT.  SPACES WHEN THE ITEM IS FOR
      *      INFORMATION ONLY.
          05 NT-ACTION-TRANS-ID      PIC X(4).
          05 NT-MESSAGE              PIC X(50).
          05 NT-STATUS               PIC X(1).
             88 NT-ST-UNREAD               VALUE 'U'.
             88 NT-ST-READ                 VALUE 'R'.
      *      THE USER WHOSE ACTION RAISED THE ITEM, OR THE BATCH JOB
      *      NAME FOR AN ITEM RAISED OVERNIGHT.
          05 NT-SENT-BY              PIC X(8).
          05 NT-READ-DATE            PIC X(8).
          05 FILLER                  PIC X(10).
