      ******************************************************************
      * Copybook: SURCHHLD
      * Purpose:  SURCHHLD.DAT credit-hold file. SURCHARGE appends one
      *           record per priced line it did not charge because the
      *           customer is on credit hold or the charge would take
      *           the open AR exposure past CUS-CREDIT-LIMIT. The line
      *           is not written to SURCHDET.DAT and is not in the run
      *           totals. HLD-REASON: H = customer on credit hold,
      *           L = over the credit limit. HLD-GROUP is the group
      *           head whose limit and hold flag were applied (the
      *           customer itself when it is in no group); spaces on
      *           records from before group credit lines.
      ******************************************************************
       01  SURCHARGE-HOLD-RECORD.
           02 HLD-CUSTOMER  PIC X(6).
           02 HLD-DATE      PIC 9(8).
           02 HLD-PRICE     PIC 9(3).
           02 HLD-RATE-CODE PIC X(6).
           02 HLD-SURCHARGE PIC 9(4)V999.
           02 HLD-SUBTOTAL  PIC 9(4)V999.
           02 HLD-VAT       PIC 9(4)V999.
           02 HLD-EXPOSURE  PIC S9(7)V999.
           02 HLD-LIMIT     PIC 9(7)V999.
           02 HLD-REASON    PIC X.
               88 HLD-ON-HOLD    VALUE 'H'.
               88 HLD-OVER-LIMIT VALUE 'L'.
           02 HLD-GROUP     PIC X(6).
