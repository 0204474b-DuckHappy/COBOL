      ******************************************************************
      * Copybook: AUTHMTX
      * Purpose:  AUTHMTX.DAT authorization matrix record, one row per
      *           role and program, maintained by AUTH-MAINT. Each
      *           function byte is 'Y' when the role may use it. A row
      *           with program "*" is the role's default for programs
      *           that have no row of their own; a role with neither
      *           is refused everything.
      ******************************************************************
       01  AUTH-MATRIX-RECORD.
           02 MTX-ROLE      PIC X(8).
           02 MTX-PROGRAM   PIC X(20).
           02 MTX-FUNCTIONS.
               03 MTX-INQUIRE PIC X.
               03 MTX-ADD     PIC X.
               03 MTX-CHANGE  PIC X.
               03 MTX-DELETE  PIC X.
               03 MTX-APPROVE PIC X.
