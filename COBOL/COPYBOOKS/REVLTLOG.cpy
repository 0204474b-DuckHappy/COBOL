      ******************************************************************
      * Copybook: REVLTLOG
      * Purpose:  REVLTLOG.DAT record appended by REV-LETTERS for each
      *           extracted reversal it has dealt with, so a reversal
      *           is confirmed to its customer once per extract.
      ******************************************************************
      *    RLL-EXTRACT-DATE is the REV-EXTRACT-DATE the letter was
      *    for; a bounced reversal sent again carries a new extract
      *    date and gets a new letter. RLL-STATUS: L = letter issued
      *    to RLL-CUSTOMER, N = no customer link, no letter possible
      *    (RLL-CUSTOMER then holds what was found, if anything).
       01  REVERSAL-LETTER-RECORD.
           02 RLL-NUMBER       PIC 9(8).
           02 RLL-EXTRACT-DATE PIC 9(8).
           02 RLL-REFERENCE    PIC X(10).
           02 RLL-CUSTOMER     PIC X(6).
           02 RLL-LETTER-DATE  PIC 9(8).
           02 RLL-STATUS       PIC X.
               88 RLL-LETTER-ISSUED VALUE 'L'.
               88 RLL-NO-LINK       VALUE 'N'.
