      *           ALTA carries a blank before image and BAJA a blank
      *           after image. The images keep the classic 52-byte
      *           view of the record; the birth date added later is
      *           not carried in them. The pay rate and basis are
      *           carried separately in HIS-BEFORE-PAY/HIS-AFTER-PAY;
      *           entries written before pay was added read as spaces.
      *           The manager is carried the same way in
      *           HIS-BEFORE-MGR/HIS-AFTER-MGR; spaces on older entries.
      *           CERT-TRAN-APPLY writes certification entries here as
      *           well: HIS-TRAN-TYPE 'E' (alta), 'R' (cambio) or 'X'
      *           (baja), HIS-OPERATOR "CERTIF", and images holding the
      *           code, issue date, expiry date and reference of the
      *           CERTMAST.DAT record. Pay and manager are spaces.
      ******************************************************************
       01  EMP-HISTORY-RECORD.
           02 HIS-EMP-ID       PIC 9(6).
           02 HIS-OPERATOR     PIC X(8).
           02 HIS-BEFORE-IMAGE PIC X(52).
           02 HIS-AFTER-IMAGE  PIC X(52).
           02 HIS-BEFORE-PAY.
               03 HIS-BEFORE-PAY-RATE  PIC 9(7)V99.
               03 HIS-BEFORE-PAY-BASIS PIC X.
           02 HIS-AFTER-PAY.
               03 HIS-AFTER-PAY-RATE   PIC 9(7)V99.
               03 HIS-AFTER-PAY-BASIS  PIC X.
           02 HIS-BEFORE-MGR   PIC X(6).
           02 HIS-AFTER-MGR    PIC X(6).
