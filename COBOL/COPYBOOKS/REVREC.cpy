      * Copybook: REVREC
      * Purpose:  REVERSAL.DAT record layout shared by POS-TO-NEG,
      *           which writes it, and the reporting programs that
      *           read reversal activity back. REVERSAL.DAT is
      *           indexed on REV-NUMBER, with REV-REFERENCE as an
      *           alternate key (duplicates allowed); it was loaded
      *           once by REV-CONVERT from the old sequential file.
      ******************************************************************
      *    REV-APPROVER and REV-APPROVE-DATE are only filled on
      *    reversals released through the supervisor approval
      *    date is cleared so the item can be resubmitted); space
      *    means no return processed yet. REV-REASON-CODE is the
      *    REVREASN.DAT cause captured with the adjustment; records
      *    from before reason support carry spaces. REV-DATE is the
      *    business date: work taken after the posting program's
      *    cut-off or on a non-business day is dated on the next
      *    business day. REV-KEYED-DATE and REV-KEYED-TIME keep when
      *    the reversal was actually written (for released reversals,
      *    the release); records from before business dating carry
      *    zero.
       01  REVERSAL-RECORD.
           02 REV-REFERENCE PIC X(10).
           02 REV-ORIGINAL-AMOUNT PIC S9(7)V999.
           02 REV-EXTRACT-DATE PIC 9(8).
           02 REV-SETTLE-FLAG PIC X.
           02 REV-REASON-CODE PIC X(4).
           02 REV-KEYED-DATE PIC 9(8).
           02 REV-KEYED-TIME PIC 9(8).
