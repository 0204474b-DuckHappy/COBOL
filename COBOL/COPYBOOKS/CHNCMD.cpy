      ******************************************************************
      * Copybook: CHNCMD
      * Purpose:  CHAINCMD.DAT operator command for the nightly chain.
      *           CHAIN-CMD appends a pending command; EOD-DRIVER reads
      *           the file between steps, acts on pending commands in
      *           the order they were given and marks each one applied
      *           or not applied with the date, time and step number
      *           at which it did so. H ends the chain before its next
      *           step with RC 4 and a held checkpoint; the restarted
      *           chain goes on once an R releases it. S skips the named
      *           step when the chain reaches it, I runs the named job
      *           at once from its pending request in JOBREQQ.DAT.
      *           An S is only good for the run it is given in; one
      *           dated before the run date is marked not applied.
      ******************************************************************
       01  CHAIN-COMMAND-RECORD.
           02 CCM-DATE      PIC 9(8).
           02 CCM-TIME      PIC 9(8).
           02 CCM-OPERATOR  PIC X(8).
           02 CCM-VERB      PIC X.
               88 CCM-HOLD    VALUE 'H'.
               88 CCM-RELEASE VALUE 'R'.
               88 CCM-SKIP    VALUE 'S'.
               88 CCM-INSERT  VALUE 'I'.
           02 CCM-TARGET    PIC X(20).
           02 CCM-REASON    PIC X(30).
           02 CCM-STATUS    PIC X.
               88 CCM-PENDING     VALUE 'P'.
               88 CCM-APPLIED     VALUE 'A'.
               88 CCM-NOT-APPLIED VALUE 'X'.
           02 CCM-DONE-DATE PIC 9(8).
           02 CCM-DONE-TIME PIC 9(8).
           02 CCM-DONE-STEP PIC 9(2).
