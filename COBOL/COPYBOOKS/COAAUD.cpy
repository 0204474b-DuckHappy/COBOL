      ******************************************************************
      * Copybook: COAAUD
      * Purpose:  COAAUD.DAT chart-of-accounts audit record, one line
      *           per change COA-MAINT makes to GLCOA.DAT, with the
      *           name and status before and after the change.
      *           GCA-ACTION: A = alta (blank before values), C =
      *           cambio de nombre, B = cierre, R = reapertura.
      ******************************************************************
       01  COA-AUDIT-RECORD.
           02 GCA-DATE       PIC 9(8).
           02 GCA-TIME       PIC 9(8).
           02 GCA-OPERATOR   PIC X(8).
           02 GCA-ACTION     PIC X.
           02 GCA-COMPANY    PIC X(2).
           02 GCA-ACCOUNT    PIC 9(6).
           02 GCA-OLD-NAME   PIC X(20).
           02 GCA-NEW-NAME   PIC X(20).
           02 GCA-OLD-STATUS PIC X.
           02 GCA-NEW-STATUS PIC X.
