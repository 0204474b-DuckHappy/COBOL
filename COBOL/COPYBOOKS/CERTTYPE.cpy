      ******************************************************************
      * Copybook: CERTTYPE
      * Purpose:  CERTTYPE.DAT certification-type reference: how long
      *           a certification stays valid and which departments
      *           require every employee to hold it.
      ******************************************************************
      *    CTY-VALID-MONTHS zero = the certification does not expire.
      *    Unused CTY-REQ-DEPT slots are spaces; a type with no
      *    department listed is optional everywhere.
       01  CERT-TYPE-RECORD.
           02 CTY-CODE         PIC X(6).
           02 CTY-DESC         PIC X(24).
           02 CTY-VALID-MONTHS PIC 9(3).
           02 CTY-REQ-DEPT     PIC X(4) OCCURS 5 TIMES.
