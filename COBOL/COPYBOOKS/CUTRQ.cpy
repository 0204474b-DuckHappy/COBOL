      ******************************************************************
      * Copybook: CUTRQ
      * Purpose:  Request area for the shared CUT-CHECK business-date
      *           routine. Set CUT-PROGRAM and the keyed date/time and
      *           CALL "CUT-CHECK" USING CUTOFF-REQUEST; the answer is
      *           the business date the work belongs to. Work keyed at
      *           or after the program's cut-off time in CUTOFF.DAT, or
      *           on a day that is not a business day in BUSCAL.DAT,
      *           rolls forward to the next business day. A program
      *           with no CUTOFF.DAT row has no time cut-off
      *           (CUT-CUTOFF-TIME 2400) but still rolls off
      *           non-business days.
      ******************************************************************
       01  CUTOFF-REQUEST.
           02 CUT-PROGRAM PIC X(20).
           02 CUT-KEYED-DATE PIC 9(8).
           02 CUT-KEYED-TIME PIC 9(8).
           02 CUT-BUSINESS-DATE PIC 9(8).
           02 CUT-CUTOFF-TIME PIC 9(4).
           02 CUT-ROLL-REASON PIC X.
               88 CUT-NOT-ROLLED VALUE SPACE.
               88 CUT-ROLLED-LATE VALUE 'C'.
               88 CUT-ROLLED-NON-BUSINESS VALUE 'F'.
