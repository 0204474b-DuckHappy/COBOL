      ******************************************************************
      * Copybook: MSGAUD
      * Purpose:  MSGAUD.DAT message-catalog audit record, one line
      *           per change MSGCAT-MAINT makes to MSGCAT.DAT, with the
      *           text before and after the change. MCA-ACTION: A =
      *           alta (blank old text), C = cambio de texto, B = baja
      *           (blank new text).
      ******************************************************************
       01  MSG-AUDIT-RECORD.
           02 MCA-DATE     PIC 9(8).
           02 MCA-TIME     PIC 9(8).
           02 MCA-OPERATOR PIC X(8).
           02 MCA-ACTION   PIC X.
           02 MCA-MSG-ID   PIC X(8).
           02 MCA-LANG     PIC X(2).
           02 MCA-OLD-TEXT PIC X(50).
           02 MCA-NEW-TEXT PIC X(50).
