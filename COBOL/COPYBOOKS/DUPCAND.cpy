      ******************************************************************
      * Copybook: DUPCAND
      * Purpose:  DUPCAND.DAT duplicate-candidate pair written by the
      *           weekly duplicate scan of the customer and employee
      *           masters and worked through with DUP-REVIEW.
      ******************************************************************
      *    DUP-KIND: C = two CUSTMAST.DAT customers (DUP-KEY-1/2 are
      *    CUS-CODEs), E = two EMPMAST.DAT employees (EMP-IDs). The
      *    lower key is always DUP-KEY-1, so a pair has one spelling.
      *    DUP-SCORE is 0-100; DUP-REASON names the fields that
      *    matched. DUP-DISP: O = open, M = merge (the duplicate is to
      *    be folded into the surviving record through the normal
      *    maintenance), N = not a duplicate. A pair already on file
      *    is never written again, so an N pair stays quiet.
       01  DUPLICATE-CANDIDATE-RECORD.
           02 DUP-RUN-DATE    PIC 9(8).
           02 DUP-KIND        PIC X.
               88 DUP-CUSTOMER VALUE 'C'.
               88 DUP-EMPLOYEE VALUE 'E'.
           02 DUP-KEY-1       PIC X(6).
           02 DUP-KEY-2       PIC X(6).
           02 DUP-SCORE       PIC 9(3).
           02 DUP-REASON      PIC X(20).
           02 DUP-DISP        PIC X.
               88 DUP-OPEN          VALUE 'O'.
               88 DUP-MERGE         VALUE 'M'.
               88 DUP-NOT-DUPLICATE VALUE 'N'.
           02 DUP-REVIEWER    PIC X(8).
           02 DUP-DISP-DATE   PIC 9(8).
           02 DUP-COMMENT     PIC X(30).
