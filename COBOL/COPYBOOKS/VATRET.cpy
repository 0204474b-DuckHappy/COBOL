      ******************************************************************
      * Copybook: VATRET
      * Purpose:  VATRET.DAT filed monthly VAT returns written by
      *           VAT-RETURN. One C record per tax code and one T
      *           total record per month and company, all stamped
      *           with the filing date. Once a month has records here
      *           for a company that company's return is locked:
      *           VAT-RETURN only reprints the filed figures and
      *           reports any difference against the current
      *           files, it never files the month again.
      *           VTR-GL-TAX is the net IVA posted in GLPOST.DAT for
      *           the code when the return was filed.
      *           A return is filed per COMPANY.DAT company, named in
      *           VTR-COMPANY; returns filed before the company code
      *           existed carry spaces and count as the default
      *           company's.
      ******************************************************************
       01  VAT-RETURN-RECORD.
           02 VTR-MONTH       PIC 9(6).
           02 VTR-REC-TYPE    PIC X.
               88 VTR-CODE-LINE VALUE 'C'.
               88 VTR-TOTAL-LINE VALUE 'T'.
           02 VTR-TAX-CODE    PIC X(6).
           02 VTR-VAT-PCT     PIC V999.
           02 VTR-BASE        PIC 9(9)V999.
           02 VTR-TAX         PIC 9(9)V999.
           02 VTR-CR-BASE     PIC 9(9)V999.
           02 VTR-CR-TAX      PIC 9(9)V999.
           02 VTR-NET-BASE    PIC S9(9)V999.
           02 VTR-NET-TAX     PIC S9(9)V999.
           02 VTR-GL-TAX      PIC S9(9)V999.
           02 VTR-FILE-DATE   PIC 9(8).
           02 VTR-STATUS      PIC X.
               88 VTR-FILED VALUE 'F'.
           02 VTR-COMPANY     PIC X(2).
