      ******************************************************************
      * Copybook: OPBRES
      * Purpose:  OPBRES.DAT per-record results written by
      *           OPERACIONES-BASICAS for every detail record it
      *           computes, so downstream users take the four results
      *           from here instead of re-keying them. RES-SEQ is the
      *           record's position within its batch. RES-RECORD-OK is
      *           N when the record failed reconciliation, overflowed
      *           or divided by zero; the batch's own verdict is in
      *           OPBATREG.DAT and in its acknowledgment.
      ******************************************************************
       01  RESULTS-RECORD.
           02 RES-RUN-DATE  PIC 9(8).
           02 RES-BATCH-ID  PIC X(8).
           02 RES-BUS-DATE  PIC 9(8).
           02 RES-SEQ       PIC 9(7).
           02 RES-NUM-A     PIC S9(5)V99.
           02 RES-NUM-B     PIC S9(5)V99.
           02 RES-ADD       PIC S9(6)V99.
           02 RES-SUB       PIC S9(6)V99.
           02 RES-MULT      PIC S9(9)V99.
           02 RES-DIV       PIC S9(5)V9999.
           02 RES-RECORD-OK PIC X.
