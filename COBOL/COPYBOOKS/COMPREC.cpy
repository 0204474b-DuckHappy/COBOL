      ******************************************************************
      * Copybook: COMPREC
      * Purpose:  COMPANY.DAT legal-entity reference, one record per
      *           company whose books run through the GL programs.
      *           CMP-DEFAULT-FLAG 'D' marks the company that owns the
      *           records written before the company code existed
      *           (blank company on GLMAP.DAT, GLCOA.DAT, GLPOST.DAT,
      *           CLOSEDMO.DAT, rate codes and customers); only one
      *           row should carry it. CMP-ACTIVE-FLAG 'N' marks a
      *           company no longer trading; anything else is active.
      ******************************************************************
       01  COMPANY-RECORD.
           02 CMP-CODE         PIC X(2).
           02 CMP-NAME         PIC X(30).
           02 CMP-ACTIVE-FLAG  PIC X.
           02 CMP-DEFAULT-FLAG PIC X.
               88 CMP-IS-DEFAULT VALUE 'D'.
