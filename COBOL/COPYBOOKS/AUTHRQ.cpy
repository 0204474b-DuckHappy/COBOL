      ******************************************************************
      * Copybook: AUTHRQ
      * Purpose:  Request area for the shared AUTH-CHECK routine. Set
      *           the signed-on operator, role, program and function
      *           and CALL "AUTH-CHECK" USING AUTH-REQUEST; the routine
      *           answers from the AUTHMTX.DAT role matrix. For
      *           programs run from MENU-DRIVER, function 'I' is the
      *           right to run the program. With AUT-LOG-DENIAL on, a
      *           refusal is also written to AUTHDENY.DAT; MENU-DRIVER
      *           turns it off while it is only building a menu.
      ******************************************************************
       01  AUTH-REQUEST.
           02 AUT-OPERATOR-ID PIC X(8).
           02 AUT-ROLE        PIC X(8).
           02 AUT-PROGRAM     PIC X(20).
           02 AUT-FUNCTION    PIC X.
               88 AUT-FUNC-INQUIRE VALUE 'I'.
               88 AUT-FUNC-ADD     VALUE 'A'.
               88 AUT-FUNC-CHANGE  VALUE 'C'.
               88 AUT-FUNC-DELETE  VALUE 'D'.
               88 AUT-FUNC-APPROVE VALUE 'P'.
           02 AUT-LOG-DENIAL-FLAG PIC X.
               88 AUT-LOG-DENIAL VALUE 'Y' FALSE 'N'.
           02 AUT-RESULT-FLAG PIC X.
               88 AUT-PERMITTED VALUE 'Y' FALSE 'N'.
