      ******************************************************************
      * Copybook: CONTRATE
      * Purpose:  CONTRATE.DAT indexed customer contract-rate record,
      *           keyed by customer, rate code and effective-from date
      *           so one customer can hold successive windows for the
      *           same code. SURCHARGE uses the row in force on the run
      *           date before falling back to the shop-wide SURCHCTL.DAT
      *           percentage. CNR-EFF-FROM zero = always, CNR-EFF-TO
      *           zero = open-ended. CNR-ACTIVE-FLAG 'N' = withdrawn.
      *           Maintained only through CONTRACT-MAINT, which logs
      *           every change to CONTAUD.DAT.
      ******************************************************************
       01  CONTRACT-RATE-RECORD.
           02 CNR-KEY.
               03 CNR-CUSTOMER  PIC X(6).
               03 CNR-RATE-CODE PIC X(6).
               03 CNR-EFF-FROM  PIC 9(8).
           02 CNR-EFF-TO        PIC 9(8).
           02 CNR-RATE-PERCENT  PIC V999.
           02 CNR-ACTIVE-FLAG   PIC X.
           02 CNR-CHANGE-DATE   PIC 9(8).
           02 CNR-CHANGE-OPER   PIC X(8).
