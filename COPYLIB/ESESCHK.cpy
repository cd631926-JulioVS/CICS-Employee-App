      *   RECORD LAYOUT FOR THE PER-TERMINAL 'TACTtttt' TEMPORARY
      *   STORAGE QUEUES, STAMPED BY EACTMON ON A SUCCESSFUL SIGN-ON
      *   SO THE TERMINAL'S CURRENT USER CAN BE FOUND WITHOUT
      *   SCANNING EVERY PER-USER UACTxxxx QUEUE.  THE SESSION START
      *   STAMP IS THE KEY OF THE SESSION'S ESESHST HISTORY RECORD,
      *   SO WHOEVER ENDS THE SESSION CAN CLOSE THAT RECORD DIRECTLY.
      ******************************************************************
       01 TERMINAL-SESSION-RECORD.
          05 TSN-TERMINAL-ID         PIC X(4).
          05 TSN-USER-ID             PIC X(8).
          05 TSN-SESSION-START.
             10 TSN-SESSION-START-DATE PIC X(8).
             10 TSN-SESSION-START-TIME PIC X(6).
