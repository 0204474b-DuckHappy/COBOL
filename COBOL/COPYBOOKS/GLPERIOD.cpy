      ******************************************************************
      * Copybook: GLPERIOD
      * Purpose:  GLPERIOD.DAT single-record general-ledger period
      *           control. GLC-CURRENT-PERIOD is the open period
      *           (AAAAMM); GL-POST refuses postings dated before it
      *           and MONTH-END moves it forward one month when the
      *           month has ended within the fiscal period being
      *           closed and its trial balance is in balance. GL-POST
      *           creates the record on its first run.
      ******************************************************************
       01  GL-PERIOD-RECORD.
           02 GLC-CURRENT-PERIOD  PIC 9(6).
           02 GLC-ROLL-DATE       PIC 9(8).
           02 GLC-ROLL-COUNT      PIC 9(5).
