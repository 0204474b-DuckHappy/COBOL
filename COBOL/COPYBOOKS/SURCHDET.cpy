      *           customer and run date. SURCHARGE appends one record
      *           per surcharged price line; the monthly statement
      *           program reads the detail back to build one
      *           statement per customer. SDT-RATE-SOURCE tells where
      *           the percentage came from: C = the customer's
      *           CONTRATE.DAT contract row, S (or space on lines
      *           written before contract rates) = SURCHCTL.DAT.
      ******************************************************************
       01  SURCHARGE-DETAIL-RECORD.
           02 SDT-CUSTOMER  PIC X(6).
           02 SDT-RATE-CODE PIC X(6).
           02 SDT-SURCHARGE PIC 9(4)V999.
           02 SDT-SUBTOTAL  PIC 9(4)V999.
           02 SDT-RATE-SOURCE PIC X.
               88 SDT-CONTRACT-RATE VALUE 'C'.
