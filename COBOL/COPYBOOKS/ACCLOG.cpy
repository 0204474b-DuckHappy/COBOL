      ******************************************************************
      * Copybook: ACCLOG
      * Purpose:  ACCLOG.DAT access-log record, one per inquiry made
      *           through a program that shows customer amounts,
      *           employee personal data or archived history. Written
      *           only by the shared ACC-LOG routine; ACL-CRITERIA is
      *           the key or search criteria as the caller put them and
      *           ACL-RETURNED the number of records the inquiry showed.
      *           ACL-SEQ-NUM and ACL-RUNNING-COUNT follow the same
      *           sequence rules as the other audit files so a gap or a
      *           deleted record shows up in the audit certificate.
      ******************************************************************
       01  ACCESS-LOG-RECORD.
           02 ACL-DATE          PIC 9(8).
           02 ACL-TIME          PIC 9(8).
           02 ACL-OPERATOR      PIC X(8).
           02 ACL-PROGRAM       PIC X(20).
           02 ACL-CRITERIA      PIC X(50).
           02 ACL-RETURNED      PIC 9(5).
           02 ACL-SEQ-NUM       PIC 9(7).
           02 ACL-RUNNING-COUNT PIC 9(7).
