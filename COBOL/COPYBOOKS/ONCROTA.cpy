      ******************************************************************
      * Copybook: ONCROTA
      * Purpose:  ONCROTA.DAT on-call rota. Each row is a time window
      *           (start and end date and HHMM time, end exclusive)
      *           with the primary and backup operator IDs from
      *           OPERMAST.DAT. Windows must not overlap; ONCALL-MAINT
      *           keeps them in start order. EOD-DRIVER stamps each
      *           page with the window in force when it is raised.
      ******************************************************************
       01  ONCALL-ROTA-RECORD.
           02 ROT-START-DATE PIC 9(8).
           02 ROT-START-TIME PIC 9(4).
           02 ROT-END-DATE   PIC 9(8).
           02 ROT-END-TIME   PIC 9(4).
           02 ROT-PRIMARY    PIC X(8).
           02 ROT-BACKUP     PIC X(8).
