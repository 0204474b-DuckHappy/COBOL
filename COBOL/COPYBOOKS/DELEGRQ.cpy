      ******************************************************************
      * Copybook: DELEGRQ
      * Purpose:  Request area for the shared DELEG-CHECK routine used
      *           by the approval programs. Set DLQ-QUEUE, DLQ-DELEGATE
      *           (the signed-on operator) and DLQ-DATE and CALL
      *           "DELEG-CHECK" USING DELEGATION-REQUEST.
      *           'F' counts the delegations in force for the operator
      *           on that queue and returns the first delegator.
      *           'V' answers whether DLQ-DELEGATOR has a delegation in
      *           force to the operator; DLQ-IN-FORCE and the
      *           delegation id/end date come back.
      *           'W' logs one delegated decision in DLGAPPR.DAT from
      *           DLQ-DECISION, DLQ-ITEM-KEY and DLQ-MAKER.
      ******************************************************************
       01  DELEGATION-REQUEST.
           02 DLQ-FUNCTION PIC X.
               88 DLQ-FUNC-FIND     VALUE 'F'.
               88 DLQ-FUNC-VALIDATE VALUE 'V'.
               88 DLQ-FUNC-WRITE    VALUE 'W'.
           02 DLQ-QUEUE PIC X.
               88 DLQ-QUEUE-REVERSAL  VALUE 'R'.
               88 DLQ-QUEUE-RATE      VALUE 'T'.
               88 DLQ-QUEUE-EXCEPTION VALUE 'E'.
           02 DLQ-DELEGATE      PIC X(8).
           02 DLQ-DELEGATOR     PIC X(8).
           02 DLQ-DATE          PIC 9(8).
           02 DLQ-FOUND-COUNT   PIC 9(3).
           02 DLQ-DELEGATION-ID PIC 9(5).
           02 DLQ-TO-DATE       PIC 9(8).
           02 DLQ-DECISION      PIC X.
           02 DLQ-ITEM-KEY      PIC X(20).
           02 DLQ-MAKER         PIC X(8).
           02 DLQ-RESULT-FLAG PIC X.
               88 DLQ-IN-FORCE VALUE 'Y' FALSE 'N'.
