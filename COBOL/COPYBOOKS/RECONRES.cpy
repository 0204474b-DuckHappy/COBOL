      ******************************************************************
      * Copybook: RECONRES
      * Purpose:  RECONRES.DAT subledger-to-GL reconciliation result,
      *           one row per RECONCTL.DAT subledger, rewritten by
      *           each GL-RECON run for the period it reconciled.
      *           MONTH-END refuses to close a period whose GL month
      *           has rows missing or not within tolerance.
      ******************************************************************
      *    RCR-DIFFERENCE = subledger total - control account balance;
      *    RCR-EXPLAINED is the sum of the RECONEXP.DAT explanations
      *    in force for the period and RCR-UNEXPLAINED what is left.
      *    RCR-STATUS: C = agrees, T = unexplained difference within
      *    tolerance, X = beyond tolerance, E = could not be
      *    reconciled (control account or file missing).
       01  RECON-RESULT-RECORD.
           02 RCR-PERIOD        PIC 9(6).
           02 RCR-LEDGER        PIC X(8).
           02 RCR-COMPANY       PIC X(2).
           02 RCR-ACCOUNT       PIC 9(6).
           02 RCR-LEDGER-TOTAL  PIC S9(13)V999.
           02 RCR-GL-BALANCE    PIC S9(13)V999.
           02 RCR-DIFFERENCE    PIC S9(13)V999.
           02 RCR-EXPLAINED     PIC S9(13)V999.
           02 RCR-UNEXPLAINED   PIC S9(13)V999.
           02 RCR-TOLERANCE     PIC 9(9)V99.
           02 RCR-STATUS        PIC X.
               88 RCR-AGREES        VALUE 'C'.
               88 RCR-WITHIN        VALUE 'T'.
               88 RCR-BEYOND        VALUE 'X'.
               88 RCR-NOT-RECONCILED VALUE 'E'.
           02 RCR-ITEM-COUNT    PIC 9(5).
           02 RCR-RUN-DATE      PIC 9(8).
