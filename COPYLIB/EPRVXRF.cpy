      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EPRVXRF' VSAM FILE.
      *        (PRIVACY PSEUDONYM CROSS-REFERENCE - ONE RECORD PER
      *         USER WHOSE PERSONAL DATA THE EPRVPRG PURGE REMOVED,
      *         KEYED ON THE ORIGINAL USER ID WITH THE PSEUDONYM THAT
      *         REPLACED IT IN THE AUDIT FILES AS AN ALTERNATE KEY, SO
      *         LEGAL CAN RESOLVE A PSEUDONYM UNDER A FORMAL REQUEST.
      *         THE SAME USER ALWAYS KEEPS THE SAME PSEUDONYM.  THIS
      *         FILE IS RESTRICTED TO THE PRIVACY OFFICE AND LEGAL -
      *         NO ONLINE PROGRAM OPENS IT.)
      ******************************************************************
       01 PRIVACY-XREF-RECORD.
          05 XR-USER-ID              PIC X(8).
          05 XR-PSEUDONYM            PIC X(8).
          05 XR-PSEUDONYM-PARTS REDEFINES XR-PSEUDONYM.
             10 XR-PSEUDONYM-MARK    PIC X(1).
             10 XR-PSEUDONYM-NUMBER  PIC 9(7).
          05 XR-PURGE-DATE           PIC X(8).
          05 XR-LAST-EFFECTIVE-DATE  PIC X(8).
          05 FILLER                  PIC X(8).
