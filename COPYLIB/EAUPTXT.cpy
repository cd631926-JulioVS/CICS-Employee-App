      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EAUPTXT' VSAM FILE.
      *        (ACCEPTABLE-USE POLICY TEXT - ONE RECORD PER VERSION,
      *         KEYED ON THE VERSION NUMBER, MAINTAINED BY THE
      *         ADMINISTRATORS ON THE EAUP SCREEN.  THE VERSION IN
      *         FORCE IS THE HIGHEST ONE WHOSE EFFECTIVE DATE HAS
      *         ARRIVED; ONCE THAT DATE COMES THE VERSION IS WHAT
      *         PEOPLE ACCEPTED AND IS NEVER CHANGED AGAIN.  THE GRACE
      *         DAYS ARE HOW LONG AFTER THE EFFECTIVE DATE A USER MAY
      *         STILL SIGN ON WITHOUT HAVING ACCEPTED IT.)
      ******************************************************************
       01 POLICY-TEXT-RECORD.
          05 PT-VERSION              PIC 9(3).
          05 PT-EFFECTIVE-DATE       PIC X(8).
          05 PT-GRACE-DAYS           PIC 9(3).
          05 PT-TITLE                PIC X(40).
          05 PT-MAINT-BY             PIC X(8).
          05 PT-MAINT-DATE           PIC X(8).
          05 PT-TEXT-LINE            PIC X(76) OCCURS 12 TIMES.
          05 FILLER                  PIC X(18).
