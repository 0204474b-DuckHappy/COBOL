      ******************************************************************
      * Copybook: BUDPROP
      * Purpose:  BUDPROP.DAT proposed monthly budget, one record per
      *           month of the budget year, written by BUDGET-PROPOSE
      *           from the summary and surcharge history and loaded
      *           into MOBUDGET.DAT by BUDGET-APPROVE. The amount
      *           fields match the MOBUDGET.DAT record; the rest says
      *           how the proposal was built and who released it.
      *    BPR-HIST-MONTHS is the number of history months that
      *    actually carried data. BPR-STATUS is P while the proposal
      *    waits for review and A once loaded, so the same proposal
      *    cannot be loaded twice.
      ******************************************************************
       01  BUDGET-PROPOSAL-RECORD.
           02 BPR-MONTH          PIC 9(6).
           02 BPR-SURCH-REVENUE  PIC 9(9)V999.
           02 BPR-BREACH-COUNT   PIC 9(5).
           02 BPR-REVERSAL-TOTAL PIC 9(9)V999.
           02 BPR-PROP-DATE      PIC 9(8).
           02 BPR-GROWTH-SIGN    PIC X.
           02 BPR-GROWTH-PCT     PIC 9(3)V99.
           02 BPR-HIST-MONTHS    PIC 9(2).
           02 BPR-STATUS         PIC X.
               88 BPR-PROPOSED   VALUE 'P'.
               88 BPR-LOADED     VALUE 'A'.
           02 BPR-APPROVER       PIC X(8).
           02 BPR-APPROVE-DATE   PIC 9(8).
