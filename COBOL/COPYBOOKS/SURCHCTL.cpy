      *           CTL-EFF-FROM/CTL-EFF-TO bound the dates the row is
      *           in force; zero or spaces mean no bound, so records
      *           written before the dating existed stay in force.
      *           CTL-COMPANY is the COMPANY.DAT company whose ledger
      *           takes the surcharge postings of the code; every row
      *           of a code carries the same company, and spaces mean
      *           the default company.
      ******************************************************************
       01  RATE-CTL-RECORD.
           02 CTL-RATE-CODE    PIC X(6).
           02 CTL-ACTIVE-FLAG  PIC X.
           02 CTL-EFF-FROM     PIC 9(8).
           02 CTL-EFF-TO       PIC 9(8).
           02 CTL-COMPANY      PIC X(2).
