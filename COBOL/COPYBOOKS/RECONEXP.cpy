      ******************************************************************
      * Copybook: RECONEXP
      * Purpose:  RECONEXP.DAT explanation of a subledger-to-GL
      *           difference, kept by RECON-EXPLAIN and read by
      *           GL-RECON. REX-AMOUNT is signed the way GL-RECON
      *           signs the difference (subledger total - control
      *           account balance) and counts against the difference
      *           of REX-LEDGER/REX-COMPANY for REX-PERIOD only.
      ******************************************************************
      *    An explanation counts while REX-CANCEL-DATE is zero;
      *    cancelled ones stay on file with who cancelled them.
       01  RECON-EXPLANATION-RECORD.
           02 REX-ID            PIC 9(5).
           02 REX-PERIOD        PIC 9(6).
           02 REX-LEDGER        PIC X(8).
           02 REX-COMPANY       PIC X(2).
           02 REX-AMOUNT        PIC S9(11)V999.
           02 REX-TEXT          PIC X(40).
           02 REX-ENTERED-BY    PIC X(8).
           02 REX-ENTERED-DATE  PIC 9(8).
           02 REX-CANCEL-DATE   PIC 9(8).
           02 REX-CANCELLED-BY  PIC X(8).
