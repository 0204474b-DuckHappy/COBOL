      ******************************************************************
      * Copybook: ARITEM
      * Purpose:  ARITEMS.DAT accounts-receivable open-item record,
      *           indexed by customer and item number. AR-LOAD adds
      *           one item per SURCHDET.DAT line (the surcharged
      *           subtotal plus its VAT at the SURCHTAX.DAT rate, the
      *           day total proven against SURCHVAT.DAT); the cash
      *           receipts apply reduces ARI-OPEN-AMOUNT and the
      *           aging report buckets what is still open.
      *           ARI-ITEM-TYPE: I = surcharge invoice line,
      *           U = unapplied cash, C = credit memo raised by an
      *           upheld surcharge dispute (both negative amounts).
      *           ARI-STATUS: O = open, P = partly paid, C = closed.
      *           ARI-ITEM-NO comes from the ARITEM series in
      *           REFNUMCT.DAT.
      ******************************************************************
       01  AR-ITEM-RECORD.
           02 ARI-KEY.
               03 ARI-CUSTOMER  PIC X(6).
               03 ARI-ITEM-NO   PIC 9(8).
           02 ARI-ITEM-TYPE     PIC X.
               88 ARI-INVOICE   VALUE 'I'.
               88 ARI-UNAPPLIED VALUE 'U'.
               88 ARI-CREDIT-MEMO VALUE 'C'.
           02 ARI-ITEM-DATE     PIC 9(8).
           02 ARI-RATE-CODE     PIC X(6).
           02 ARI-PRICE         PIC 9(3).
           02 ARI-SURCHARGE     PIC 9(4)V999.
           02 ARI-SUBTOTAL      PIC 9(4)V999.
           02 ARI-VAT           PIC 9(4)V999.
           02 ARI-AMOUNT        PIC S9(7)V999.
           02 ARI-OPEN-AMOUNT   PIC S9(7)V999.
           02 ARI-STATUS        PIC X.
               88 ARI-OPEN      VALUE 'O'.
               88 ARI-PARTIAL   VALUE 'P'.
               88 ARI-CLOSED    VALUE 'C'.
           02 ARI-LAST-PAY-DATE PIC 9(8).
           02 ARI-LOAD-DATE     PIC 9(8).
