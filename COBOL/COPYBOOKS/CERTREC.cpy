      ******************************************************************
      * Copybook: CERTREC
      * Purpose:  CERTMAST.DAT employee certification record, keyed
      *           by employee ID and certification code. Maintained
      *           by CERT-TRAN-APPLY from CERTTRAN.DAT; every change
      *           is also written to EMPHIST.DAT.
      ******************************************************************
      *    CRT-EXPIRY-DATE is 99991231 for certification types that
      *    never expire. CRT-UPDATED is the run date of the last
      *    alta or renewal.
       01  CERTIFICATION-RECORD.
           02 CRT-KEY.
               03 CRT-EMP-ID  PIC 9(6).
               03 CRT-CODE    PIC X(6).
           02 CRT-ISSUE-DATE  PIC 9(8).
           02 CRT-EXPIRY-DATE PIC 9(8).
           02 CRT-REFERENCE   PIC X(12).
           02 CRT-UPDATED     PIC 9(8).
