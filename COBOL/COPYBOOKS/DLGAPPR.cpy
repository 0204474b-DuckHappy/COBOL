      ******************************************************************
      * Copybook: DLGAPPR
      * Purpose:  DLGAPPR.DAT delegated-decision record written by
      *           DELEG-CHECK whenever REV-APPROVE, SURCH-RATE-APPROVE
      *           or EXC-REVIEW act under a delegation, and read by
      *           SOD-VERIFY. The approval file itself keeps the
      *           operator who acted (REV-APPROVER, RATEAUD/RATEREJ
      *           reviewer, EXC-REVIEWER); this record adds the
      *           supervisor the decision was taken for.
      ******************************************************************
      *    DAP-QUEUE: R = reversal, T = rate change, E = exception.
      *    DAP-DECISION is the code of the queue's own action (A/D
      *    for reversals, A/R for rates, R/J/E for exceptions).
      *    DAP-ITEM-KEY: reversal reference and number, rate action,
      *    code and proposal date, or exception date and time.
      *    DAP-MAKER is the operator who raised the item, where the
      *    queue records one (rate proposer); spaces otherwise.
       01  DELEGATED-APPROVAL-RECORD.
           02 DAP-DATE          PIC 9(8).
           02 DAP-TIME          PIC 9(8).
           02 DAP-QUEUE         PIC X.
           02 DAP-DECISION      PIC X.
           02 DAP-ITEM-KEY      PIC X(20).
           02 DAP-MAKER         PIC X(8).
           02 DAP-DELEGATE      PIC X(8).
           02 DAP-DELEGATOR     PIC X(8).
           02 DAP-DELEGATION-ID PIC 9(5).
