      ******************************************************************
      * Copybook: DORMPROP
      * Purpose:  DORMPROP.DAT deactivation proposal written by the
      *           monthly dormancy scan of the customer and item
      *           masters, approved line by line with DORM-REVIEW and
      *           carried out by CUST-MAINT / ITEM-MAINT.
      ******************************************************************
      *    DRP-KIND: C = CUSTMAST.DAT customer, I = ITEMMAST.DAT item;
      *    DRP-KEY is the CUS-CODE or ITM-CODE. DRP-LAST-ACTIVITY is
      *    the last dated activity found (zero = none on file) and
      *    DRP-IDLE-DAYS the days from it to DRP-RUN-DATE.
      *    DRP-STATUS: P = pending review, A = approved, R = rejected,
      *    W = withdrawn by a later scan because the row moved again,
      *    D = deactivated through the maintenance program.
       01  DORMANCY-PROPOSAL-RECORD.
           02 DRP-RUN-DATE      PIC 9(8).
           02 DRP-KIND          PIC X.
               88 DRP-CUSTOMER VALUE 'C'.
               88 DRP-ITEM     VALUE 'I'.
           02 DRP-KEY           PIC X(6).
           02 DRP-NAME          PIC X(20).
           02 DRP-LAST-ACTIVITY PIC 9(8).
           02 DRP-IDLE-DAYS     PIC 9(5).
           02 DRP-STATUS        PIC X.
               88 DRP-PENDING     VALUE 'P'.
               88 DRP-APPROVED    VALUE 'A'.
               88 DRP-REJECTED    VALUE 'R'.
               88 DRP-WITHDRAWN   VALUE 'W'.
               88 DRP-DEACTIVATED VALUE 'D'.
           02 DRP-REVIEWER      PIC X(8).
           02 DRP-REVIEW-DATE   PIC 9(8).
           02 DRP-COMMENT       PIC X(30).
           02 DRP-APPLIED-BY    PIC X(8).
           02 DRP-APPLIED-DATE  PIC 9(8).
