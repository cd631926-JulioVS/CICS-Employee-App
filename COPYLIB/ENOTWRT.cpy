      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - COMM-AREA LAYOUT FOR THE 'ENOTWRT' PROGRAM.
      *        (COMMON NOTIFICATION WRITER - AN ONLINE PROGRAM THAT
      *         WANTS TO TELL A USER ABOUT SOMETHING WAITING FOR THEM
      *         LINKS HERE WITH THE RECIPIENT, CATEGORY AND MESSAGE;
      *         ENOTWRT STAMPS AND KEYS THE ENOTIFY RECORD.  THE
      *         RESPONSE IS THE CICS RESPONSE OF THE WRITE - A FAILED
      *         NOTIFICATION NEVER UNDOES THE CALLER'S OWN WORK.)
      ******************************************************************
       01 NOTWRT-CONSTANTS.
          05 AC-NOTWRT-PROGRAM-NAME    PIC X(7) VALUE 'ENOTWRT'.

       01 NOTIFY-WRITE-COMMAREA.
      *    REQUEST FIELDS - FILLED IN BY THE CALLER
          05 NW-RECIPIENT-ID         PIC X(8).
          05 NW-CATEGORY             PIC X(4).
          05 NW-ACTION-TRANS-ID      PIC X(4).
          05 NW-MESSAGE              PIC X(50).
          05 NW-SENT-BY              PIC X(8).
      *    RESPONSE FIELD - FILLED IN BY ENOTWRT BEFORE RETURNING
          05 NW-RESPONSE             PIC S9(8) USAGE IS COMPUTATIONAL.
