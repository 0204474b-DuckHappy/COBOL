      ******************************************************************
      * Copybook: REVFIND
      * Purpose:  REVFIND.DAT reversal-risk finding written by the
      *           weekly reversal pattern scan for internal audit to
      *           work through.
      ******************************************************************
      *    FND-PATTERN: UMBR = reversals kept just under the approval
      *    threshold (FND-KEY is the operator), PREF = repeated
      *    reversals against one reference prefix (FND-KEY is the
      *    prefix), PAR = one operator/approver pair carrying an
      *    unusual share of the decisions (FND-KEY is operator "/"
      *    approver). FND-SHARE is the percentage of the window's
      *    decisions, only filled for PAR. FND-DISP: O = open,
      *    R = reviewed, J = justified, E = escalated.
       01  FINDING-RECORD.
           02 FND-RUN-DATE    PIC 9(8).
           02 FND-PATTERN     PIC X(4).
           02 FND-KEY         PIC X(17).
           02 FND-COUNT       PIC 9(5).
           02 FND-AMOUNT      PIC 9(9)V999.
           02 FND-SHARE       PIC 9(3).
           02 FND-WINDOW-FROM PIC 9(8).
           02 FND-DISP        PIC X.
           02 FND-AUDITOR     PIC X(8).
           02 FND-DISP-DATE   PIC 9(8).
           02 FND-COMMENT     PIC X(30).
