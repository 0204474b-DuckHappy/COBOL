      ******************************************************************
      * Copybook: CRMEMO
      * Purpose:  CRMEMO.DAT surcharge credit-memo log. DISPUTE-MAINT
      *           appends one record when a dispute is upheld, at the
      *           same time as it adds the type C credit item to
      *           ARITEMS.DAT (CRM-MEMO-NO is that item number).
      *           SURCH-STMT prints the memos dated in the statement
      *           month; GL-EXTRACT posts CRM-SUBTOTAL as the reversal
      *           of the original surcharge posting for the rate code
      *           and CRM-VAT as the reversal of its IVA posting.
      *           CRM-AMOUNT is the credit to the customer, subtotal
      *           plus the VAT charged on the original line.
      ******************************************************************
       01  CREDIT-MEMO-RECORD.
           02 CRM-MEMO-NO    PIC 9(8).
           02 CRM-CUSTOMER   PIC X(6).
           02 CRM-DATE       PIC 9(8).
           02 CRM-CASE-NO    PIC 9(8).
           02 CRM-LINE-DATE  PIC 9(8).
           02 CRM-RATE-CODE  PIC X(6).
           02 CRM-PRICE      PIC 9(3).
           02 CRM-SUBTOTAL   PIC 9(4)V999.
           02 CRM-VAT        PIC 9(4)V999.
           02 CRM-AMOUNT     PIC 9(7)V999.
           02 CRM-OPERATOR   PIC X(8).
