      ******************************************************************
      * Copybook: CMPRQ
      * Purpose:  Request area for the shared CMP-CHECK company lookup.
      *           Set CMQ-CODE-IN and CALL "CMP-CHECK" USING
      *           COMPANY-REQUEST. A blank code stands for the default
      *           company of COMPANY.DAT, so records written before
      *           the company code existed keep their owner;
      *           CMQ-CODE-OUT returns the resolved code, CMQ-FOUND
      *           and CMQ-ACTIVE whether it is a known trading company.
      *           The whole company table comes back on every call
      *           for programs that report or close per company.
      ******************************************************************
       01  COMPANY-REQUEST.
           02 CMQ-CODE-IN      PIC X(2).
           02 CMQ-CODE-OUT     PIC X(2).
           02 CMQ-NAME         PIC X(30).
           02 CMQ-FOUND-FLAG   PIC X.
               88 CMQ-FOUND VALUE 'Y' FALSE 'N'.
           02 CMQ-ACTIVE-FLAG  PIC X.
               88 CMQ-ACTIVE VALUE 'Y' FALSE 'N'.
           02 CMQ-DEFAULT-CODE PIC X(2).
           02 CMQ-COUNT        PIC 9(2).
           02 CMQ-ENTRY OCCURS 20 TIMES.
               03 CMQ-TBL-CODE   PIC X(2).
               03 CMQ-TBL-NAME   PIC X(30).
               03 CMQ-TBL-ACTIVE PIC X.
