      ******************************************************************
      * Copybook: RUNBOOK
      * Purpose:  RUNBOOK.DAT recovery procedure line, kept by
      *           RUNBOOK-MAINT, looked up by EOD-DRIVER when it pages
      *           the on-call operator and printed by RUNBOOK-PRINT.
      *           A procedure is every line with the same RBK-MSG-ID
      *           and RBK-STEP, in RBK-LINE order; "*" in either key
      *           is the procedure for any message or any chain step.
      *           RBK-KIND: R = restart point, F = file to restore
      *           from the backup catalog (the file name starts
      *           RBK-TEXT), C = who to call, I = instruction.
      ******************************************************************
       01  RUNBOOK-RECORD.
           02 RBK-KEY.
               03 RBK-MSG-ID   PIC X(8).
               03 RBK-STEP     PIC X(20).
               03 RBK-LINE     PIC 9(2).
           02 RBK-KIND         PIC X.
               88 RBK-RESTART     VALUE 'R'.
               88 RBK-RESTORE     VALUE 'F'.
               88 RBK-CALL        VALUE 'C'.
               88 RBK-INSTRUCTION VALUE 'I'.
               88 RBK-KIND-VALID  VALUE 'R' 'F' 'C' 'I'.
           02 RBK-TEXT         PIC X(60).
           02 RBK-UPDATED-BY   PIC X(8).
           02 RBK-UPDATED-DATE PIC 9(8).
