      ******************************************************************
      * Copybook: FXAUD
      * Purpose:  FXAUD.DAT exchange-rate audit record, one line per
      *           change to FXRATES.DAT. FX-RATE-MAINT logs the rates
      *           keyed by hand (AUD-SOURCE 'M'); FX-FEED-IMPORT logs
      *           the bank feed rates it applies, under operator
      *           FXFEED, and FX-RATE-MAINT the held feed rates an
      *           operator confirms or rejects (AUD-SOURCE 'F').
      *           AUD-ACTION: A = alta, C = cambio de tipo, B = baja,
      *           X = tipo del feed rechazado (not applied).
      ******************************************************************
       01  FX-AUDIT-RECORD.
           02 AUD-DATE     PIC 9(8).
           02 AUD-TIME     PIC 9(8).
           02 AUD-OPERATOR PIC X(8).
           02 AUD-ACTION   PIC X.
           02 AUD-CURRENCY PIC X(3).
           02 AUD-OLD-RATE PIC 9(4)V9999.
           02 AUD-NEW-RATE PIC 9(4)V9999.
           02 AUD-SOURCE   PIC X.
               88 AUD-FROM-KEYING VALUE 'M'.
               88 AUD-FROM-FEED   VALUE 'F'.
