      ******************************************************************
      * Copybook: DELEGREC
      * Purpose:  DELEGATE.DAT approval delegation record kept by
      *           DELEG-MAINT and read by DELEG-CHECK, SOD-VERIFY and
      *           EMP-ABSENCE. While a supervisor is away the delegate
      *           may act for the delegator on the queues flagged 'Y':
      *           reversal approval (REV-APPROVE), rate release
      *           (SURCH-RATE-APPROVE) and exception disposition
      *           (EXC-REVIEW).
      ******************************************************************
      *    A delegation is in force on a date between DLG-FROM-DATE
      *    and DLG-TO-DATE inclusive while DLG-CANCEL-DATE is zero or
      *    later than that date. Cancelled delegations stay on file
      *    as the record of who covered for whom.
       01  DELEGATION-RECORD.
           02 DLG-ID            PIC 9(5).
           02 DLG-DELEGATOR     PIC X(8).
           02 DLG-DELEGATE      PIC X(8).
           02 DLG-QUEUES.
               03 DLG-QUEUE-REV  PIC X.
               03 DLG-QUEUE-RATE PIC X.
               03 DLG-QUEUE-EXC  PIC X.
           02 DLG-QUEUE-TBL REDEFINES DLG-QUEUES.
               03 DLG-QUEUE-FLAG PIC X OCCURS 3 TIMES.
           02 DLG-FROM-DATE     PIC 9(8).
           02 DLG-TO-DATE       PIC 9(8).
           02 DLG-REASON        PIC X(30).
           02 DLG-CREATED-BY    PIC X(8).
           02 DLG-CREATED-DATE  PIC 9(8).
           02 DLG-CANCEL-DATE   PIC 9(8).
           02 DLG-CANCELLED-BY  PIC X(8).
