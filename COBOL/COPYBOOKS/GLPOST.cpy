      ******************************************************************
      * Copybook: GLPOST
      * Purpose:  GLPOST.DAT general-ledger posting record. GL-EXTRACT,
      *           JRNL-POST and PAYROLL-RUN each append one batch per
      *           run; GL-POST books them and later drops the booked
      *           ones dated before the previous month. Also read by
      *           GL-RECON, EXTR-PROOF and VAT-RETURN. GLP-RECORD-TYPE
      *           is D for a detail posting and T for the trailer that
      *           ends each batch, dated with the batch date.
      *           GLP-COMPANY is the COMPANY.DAT company whose ledger
      *           the posting belongs to.
      ******************************************************************
       01  POSTING-RECORD.
           02 GLP-RECORD-TYPE PIC X.
           02 GLP-ACCOUNT PIC 9(6).
           02 GLP-DC PIC X.
           02 GLP-AMOUNT PIC S9(11)V999.
           02 GLP-DATE PIC 9(8).
           02 GLP-SOURCE PIC X(8).
           02 GLP-REFERENCE PIC X(10).
           02 GLP-COMPANY PIC X(2).
