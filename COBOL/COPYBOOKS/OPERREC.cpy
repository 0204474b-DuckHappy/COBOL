      ******************************************************************
      * Copybook: OPERREC
      * Purpose:  OPERMAST.DAT operator master record. OPM-EMP-ID is
      *           the EMP-ID in EMPMAST.DAT of the person who uses the
      *           operator ID; spaces mark a system account (role
      *           BATCH) that no one signs on with. EMP-TRAN-APPLY
      *           deactivates every operator linked to an employee it
      *           terminates, and OPER-EMP-AUDIT lists each month the
      *           operators with no active employee behind them.
      ******************************************************************
       01  OPERATOR-RECORD.
           02 OPM-ID          PIC X(8).
           02 OPM-NAME        PIC X(20).
           02 OPM-ROLE        PIC X(8).
           02 OPM-ACTIVE-FLAG PIC X.
           02 OPM-EMP-ID      PIC X(6).
           02 OPM-EMP-ID-N REDEFINES OPM-EMP-ID PIC 9(6).
