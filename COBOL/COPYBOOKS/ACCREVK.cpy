      ******************************************************************
      * Copybook: ACCREVK
      * Purpose:  ACCREVOK.DAT access-revocation record, one per
      *           operator ID taken away from a person. ACR-PRIOR-ROLE
      *           is the role the operator held; the two flags say
      *           whether an open GOTOLOG.DAT session was closed and
      *           whether the EMPLOCK.DAT update lock was released on
      *           the way.
      ******************************************************************
       01  ACCESS-REVOKE-RECORD.
           02 ACR-DATE        PIC 9(8).
           02 ACR-TIME        PIC 9(8).
           02 ACR-OPERATOR-ID PIC X(8).
           02 ACR-EMP-ID      PIC 9(6).
           02 ACR-PRIOR-ROLE  PIC X(8).
           02 ACR-SESSION-FLAG PIC X.
               88 ACR-SESSION-CLOSED VALUE 'Y' FALSE 'N'.
           02 ACR-LOCK-FLAG   PIC X.
               88 ACR-LOCK-RELEASED VALUE 'Y' FALSE 'N'.
           02 ACR-REASON      PIC X(20).
           02 ACR-PROGRAM     PIC X(20).
