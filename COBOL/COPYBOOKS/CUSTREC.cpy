      *           which validates the customer code on every price
      *           line. CUS-ACTIVE-FLAG is 'N' for deactivated
      *           customers; anything else counts as active.
      *           CUS-CREDIT-LIMIT caps the open AR exposure (open
      *           ARITEMS.DAT items plus the charges of the current
      *           surcharge run, VAT included); zero or non-numeric
      *           means no limit has been set. CUS-CREDIT-HOLD 'H'
      *           holds every new charge regardless of the limit.
      *           CUS-COMPANY is the COMPANY.DAT company that bills
      *           the customer; GL-EXTRACT posts the customer's credit
      *           memos to that company's ledger. Spaces mean the
      *           default company. CUS-PARENT is the code of the
      *           customer this one is a branch of, for consolidated
      *           statements and the group subtotal of the surcharge
      *           report; spaces mean the customer is not a branch.
      *           CUST-MAINT keeps the parent active and the chain
      *           free of cycles.
      ******************************************************************
       01  CUSTOMER-RECORD.
           02 CUS-CODE         PIC X(6).
           02 CUS-NAME         PIC X(20).
           02 CUS-CONTACT      PIC X(20).
           02 CUS-ACTIVE-FLAG  PIC X.
           02 CUS-CREDIT-LIMIT PIC 9(7)V999.
           02 CUS-CREDIT-HOLD  PIC X.
               88 CUS-ON-CREDIT-HOLD VALUE 'H'.
           02 CUS-COMPANY      PIC X(2).
           02 CUS-PARENT       PIC X(6).
