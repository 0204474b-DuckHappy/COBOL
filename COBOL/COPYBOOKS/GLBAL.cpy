      ******************************************************************
      * Copybook: GLBAL
      * Purpose:  GLBAL.DAT general-ledger balance, indexed by account
      *           and period (AAAAMM). GL-POST adds the GLPOST.DAT
      *           postings of each period into GLB-DEBITS/GLB-CREDITS;
      *           MONTH-END carries each account's closing balance of
      *           the period being closed into GLB-OPENING of the next
      *           one. GLB-CLOSING = GLB-OPENING + GLB-DEBITS -
      *           GLB-CREDITS (debit balances positive). GL-TRIAL
      *           prints the trial balance from this file.
      *           GLB-COMPANY heads the key so each COMPANY.DAT
      *           company keeps its own ledger; the same account
      *           number may be open in more than one company.
      ******************************************************************
       01  GL-BALANCE-RECORD.
           02 GLB-KEY.
               03 GLB-COMPANY     PIC X(2).
               03 GLB-ACCOUNT     PIC 9(6).
               03 GLB-PERIOD      PIC 9(6).
           02 GLB-OPENING         PIC S9(13)V999.
           02 GLB-DEBITS          PIC 9(13)V999.
           02 GLB-CREDITS         PIC 9(13)V999.
           02 GLB-CLOSING         PIC S9(13)V999.
           02 GLB-LAST-POST-DATE  PIC 9(8).
