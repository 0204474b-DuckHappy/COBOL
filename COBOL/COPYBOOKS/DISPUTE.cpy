      ******************************************************************
      * Copybook: DISPUTE
      * Purpose:  DISPUTES.DAT indexed surcharge dispute case, keyed by
      *           the case number issued from the DISPUTE series in
      *           REFNUMCT.DAT. A case names the disputed SURCHDET.DAT
      *           line by customer, line date, rate code and price and
      *           carries its surcharge and subtotal as charged.
      *           DSP-STATUS: O = open, R = under review, U = upheld,
      *           J = rejected. Upheld and rejected are final. An
      *           upheld case carries the credit memo it raised
      *           (DSP-MEMO-NO is the ARITEMS.DAT item number and the
      *           CRMEMO.DAT memo number). Maintained only through
      *           DISPUTE-MAINT.
      ******************************************************************
       01  DISPUTE-RECORD.
           02 DSP-CASE-NO       PIC 9(8).
           02 DSP-CUSTOMER      PIC X(6).
           02 DSP-LINE-DATE     PIC 9(8).
           02 DSP-RATE-CODE     PIC X(6).
           02 DSP-PRICE         PIC 9(3).
           02 DSP-SURCHARGE     PIC 9(4)V999.
           02 DSP-SUBTOTAL      PIC 9(4)V999.
           02 DSP-STATUS        PIC X.
               88 DSP-OPEN         VALUE 'O'.
               88 DSP-UNDER-REVIEW VALUE 'R'.
               88 DSP-UPHELD       VALUE 'U'.
               88 DSP-REJECTED     VALUE 'J'.
               88 DSP-FINAL        VALUE 'U' 'J'.
           02 DSP-OPEN-DATE     PIC 9(8).
           02 DSP-OPEN-OPER     PIC X(8).
           02 DSP-CLAIM         PIC X(40).
           02 DSP-REVIEWER      PIC X(8).
           02 DSP-REVIEW-DATE   PIC 9(8).
           02 DSP-COMMENT       PIC X(40).
           02 DSP-MEMO-NO       PIC 9(8).
           02 DSP-MEMO-AMOUNT   PIC 9(7)V999.
