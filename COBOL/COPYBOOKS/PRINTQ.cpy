      *           submitting programs (TABLA) and the spooler that
      *           works the queue. PQ-STATUS lifecycle:
      *           QUEUED -> HOLD -> QUEUED -> PRINTING -> PRINTED
      *           or QUEUED/HOLD -> CANCELED. A QUEUED entry whose
      *           form is not mounted on its printer is FORMHOLD
      *           until the operator confirms the mount (or it is
      *           CANCELED). PQ-PRINT-DATE/TIME are zero until the
      *           entry is printed.
      *           PQ-PRIORITY 1 (urgent) to 9 (background); entries
      *           from before priority support carry spaces and are
      *           treated as 5. PQ-NEEDED-BY is an hhmm deadline,
      *           zero when the report has none.
      *           PQ-DEST and PQ-FORM are the PRTDEST.DAT printer and
      *           FORMTYPE.DAT form stock; submitters leave them blank
      *           and the spooler fills them from PRTROUTE.DAT.
      ******************************************************************
       01  PRINT-QUEUE-RECORD.
           02 PQ-REPORT-NAME PIC X(12).
           02 PQ-PRINT-TIME  PIC 9(8).
           02 PQ-PRIORITY    PIC 9.
           02 PQ-NEEDED-BY   PIC 9(4).
           02 PQ-DEST        PIC X(8).
           02 PQ-FORM        PIC X(6).
