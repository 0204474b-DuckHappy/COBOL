      *           run read it by key. ORG-POST-DATE is zero on
      *           records carried over from the old hand-maintained
      *           sequential file by the one-time conversion.
      *           ORG-CUSTOMER is the CUSTMAST.DAT customer the
      *           original was posted for, validated by the posting
      *           program; records from before customer linking
      *           carry spaces. ORG-POST-DATE is the business date
      *           from CUT-CHECK; ORG-KEYED-DATE and ORG-KEYED-TIME
      *           keep when the posting run actually took the
      *           original; they are zero on records from before
      *           business dating.
      ******************************************************************
       01  ORIGINAL-RECORD.
           02 ORG-REFERENCE PIC X(10).
           02 ORG-AMOUNT    PIC S9(7)V999.
           02 ORG-POST-DATE PIC 9(8).
           02 ORG-CUSTOMER  PIC X(6).
           02 ORG-KEYED-DATE PIC 9(8).
           02 ORG-KEYED-TIME PIC 9(8).
