      ******************************************************************
      * Copybook: JRNLTPL
      * Purpose:  One line of a recurring journal template in
      *           JRNLTPL.DAT. JRNL-ENTRY proposes a template (status
      *           P) or takes one out of service (I); JRNL-RELEASE
      *           activates it (A) or rejects it (R). Once a month,
      *           on the TPL-BUS-DAY-th business day of BUSCAL.DAT,
      *           JRNL-POST turns every active template into a
      *           journal entry and stamps TPL-LAST-PERIOD (AAAAMM)
      *           so the month is never generated twice. All lines
      *           of a template carry the same code, status, company
      *           and business day.
      ******************************************************************
       01  JOURNAL-TEMPLATE-RECORD.
           02 TPL-CODE         PIC X(6).
           02 TPL-LINE-NO      PIC 9(3).
           02 TPL-STATUS       PIC X.
               88 TPL-PENDING      VALUE 'P'.
               88 TPL-ACTIVE       VALUE 'A'.
               88 TPL-INACTIVE     VALUE 'I'.
               88 TPL-REJECTED     VALUE 'R'.
           02 TPL-COMPANY      PIC X(2).
           02 TPL-BUS-DAY      PIC 9(2).
           02 TPL-ACCOUNT      PIC 9(6).
           02 TPL-DC           PIC X.
           02 TPL-AMOUNT       PIC 9(11)V99.
           02 TPL-DESCRIPTION  PIC X(30).
           02 TPL-MAKER        PIC X(8).
           02 TPL-ENTER-DATE   PIC 9(8).
           02 TPL-CHECKER      PIC X(8).
           02 TPL-LAST-PERIOD  PIC 9(6).
