      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EFRZCTL' VSAM FILE.
      *        (SIGN-ON FREEZE CONTROL - ONE RECORD, KEYED ON
      *         AC-FRZCTL-CONTROL-KEY, SET FROM THE EFRZ SCREEN DURING
      *         A SECURITY INCIDENT OR A FILE REORGANIZATION.  WHILE
      *         THE SCOPE IS SET AND THE END TIME HAS NOT PASSED, NEW
      *         SIGN-ONS ARE REFUSED - ALL OF THEM, OR ALL BUT ADM -
      *         AND THE BROADCAST TEXT IS SHOWN ON THE SIGN-ON SCREENS
      *         AND THE MAIN MENU.  THE SET-BY STAMP IS THE LAST
      *         OPERATOR TO SET, CHANGE OR LIFT IT.)
      ******************************************************************
       01 SIGNON-FREEZE-RECORD.
          05 FZ-CONTROL-KEY          PIC X(8).
          05 FZ-FREEZE-SCOPE         PIC X(1).
             88 FZ-SCOPE-NONE               VALUE SPACE 'N'.
             88 FZ-SCOPE-ALL                VALUE 'A'.
             88 FZ-SCOPE-EXCEPT-ADM         VALUE 'X'.
          05 FZ-UNTIL-TIMESTAMP.
             10 FZ-UNTIL-DATE        PIC X(8).
             10 FZ-UNTIL-TIME        PIC X(6).
          05 FZ-BROADCAST-TEXT       PIC X(60).
          05 FZ-SET-BY               PIC X(8).
          05 FZ-SET-TIMESTAMP.
             10 FZ-SET-DATE          PIC X(8).
             10 FZ-SET-TIME          PIC X(6).
          05 FILLER                  PIC X(15).
