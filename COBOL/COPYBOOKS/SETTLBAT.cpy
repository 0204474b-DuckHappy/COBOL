      ******************************************************************
      * Copybook: SETTLBAT
      * Purpose:  SETTLBAT.DAT settlement batch register. SETTLE-EXTRACT
      *           appends one row for every SETTLE.DAT batch it
      *           transmits (the header number, detail count and hash
      *           total), so batches stay on file after SETTLE.DAT is
      *           overwritten by the next extract. BANK-RECON matches
      *           bank statement debits to these rows by batch number
      *           and amount and stamps SBT-RECON-DATE with the
      *           statement date; zero means still in transit.
      ******************************************************************
       01  SETTLE-BATCH-RECORD.
           02 SBT-NUMBER        PIC 9(8).
           02 SBT-EXTRACT-DATE  PIC 9(8).
           02 SBT-COUNT         PIC 9(7).
           02 SBT-AMOUNT        PIC 9(11)V999.
           02 SBT-RECON-DATE    PIC 9(8).
           02 SBT-BANK-REF      PIC X(16).
