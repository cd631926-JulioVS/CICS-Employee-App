          05 PA-SECURITY-ANSWER-HASH PIC X(8).
          05 PA-EFFECTIVE-FROM-DATE  PIC X(8).
          05 PA-EXPIRES-ON-DATE      PIC X(8).
      *      SET WHEN THE SECOND APPROVAL WAS GIVEN BY A DELEGATE - THE
      *      ADMINISTRATOR IT WAS DECIDED ON BEHALF OF.  SPACES
      *      OTHERWISE.
          05 PA-ON-BEHALF-OF         PIC X(8).
          05 FILLER                  PIC X(6).
