      ******************************************************************
      * Copybook: FXHOLD
      * Purpose:  FXHOLD.DAT bank feed rate held for confirmation.
      *           FX-FEED-IMPORT holds a currency whose feed rate
      *           moves further from the rate in force than the
      *           FXTOL.DAT tolerance allows (FXH-REASON 'T'), or that
      *           has no rate in force yet (FXH-REASON 'N'). The
      *           operator confirms or rejects each one in
      *           FX-RATE-MAINT, which then drops it from the file; a
      *           later feed for the same currency replaces a hold
      *           still open. FXH-MOVE-PCT is the absolute move as a
      *           percentage of the old rate.
      ******************************************************************
       01  FX-HOLD-RECORD.
           02 FXH-CURRENCY    PIC X(3).
           02 FXH-OLD-RATE    PIC 9(4)V9999.
           02 FXH-NEW-RATE    PIC 9(4)V9999.
           02 FXH-EFF-DATE    PIC 9(8).
           02 FXH-MOVE-PCT    PIC 9(3)V99.
           02 FXH-TOLERANCE   PIC 9(3)V99.
           02 FXH-IMPORT-DATE PIC 9(8).
           02 FXH-REASON      PIC X.
               88 FXH-OVER-TOLERANCE VALUE 'T'.
               88 FXH-NEW-CURRENCY   VALUE 'N'.
