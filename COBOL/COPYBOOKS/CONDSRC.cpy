      ******************************************************************
      * Copybook: CONDSRC
      * Purpose:  CONDSRC.DAT measurement source reference: one row
      *           per station or feed allowed to supply readings for
      *           banding. SRC-KIND: E = station, F = file feed,
      *           M = keyed by an operator.
      ******************************************************************
       01  SOURCE-RECORD.
           02 SRC-ID   PIC X(8).
           02 SRC-NAME PIC X(30).
           02 SRC-KIND PIC X.
               88 SRC-STATION VALUE 'E'.
               88 SRC-FEED    VALUE 'F'.
               88 SRC-KEYED   VALUE 'M'.
