      * Copybook: CONDAUD
      * Purpose:  CONDAUD.DAT audit record written by CONDITIONAL for
      *           every banding decision and read back by the
      *           operations journal. AUD-SOURCE is the CONDSRC.DAT
      *           source of the reading; spaces on records written
      *           before sources were tagged.
      ******************************************************************
       01  AUDIT-RECORD.
           02 AUD-A PIC 9(2).
           02 AUD-OPERATOR-ID PIC X(8).
           02 AUD-SEQ-NUM PIC 9(7).
           02 AUD-RUNNING-COUNT PIC 9(7).
           02 AUD-SOURCE PIC X(8).
