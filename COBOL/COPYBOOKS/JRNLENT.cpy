      ******************************************************************
      * Copybook: JRNLENT
      * Purpose:  One line of a manual or recurring journal entry, as
      *           kept in JRNLPEND.DAT (entries still open) and
      *           JRNLHIST.DAT (append-only trail of every entry that
      *           was posted, rejected or refused). JRNL-ENTRY keys
      *           the entry (status P), JRNL-RELEASE approves it (A)
      *           or rejects it (R), and JRNL-POST writes approved and
      *           template-generated entries to GLPOST.DAT (T) or
      *           refuses them when the month is closed (X).
      *           JEN-ENTRY-NO comes from the JOURNAL series of
      *           REF-ISSUER; JEN-TEMPLATE names the recurring
      *           template that generated the entry, spaces for a
      *           manual one.
      ******************************************************************
       01  JOURNAL-ENTRY-RECORD.
           02 JEN-ENTRY-NO     PIC 9(8).
           02 JEN-LINE-NO      PIC 9(3).
           02 JEN-STATUS       PIC X.
               88 JEN-PENDING      VALUE 'P'.
               88 JEN-APPROVED     VALUE 'A'.
               88 JEN-POSTED       VALUE 'T'.
               88 JEN-REJECTED     VALUE 'R'.
               88 JEN-CLOSED-MONTH VALUE 'X'.
           02 JEN-COMPANY      PIC X(2).
           02 JEN-POST-DATE    PIC 9(8).
           02 JEN-ACCOUNT      PIC 9(6).
           02 JEN-DC           PIC X.
           02 JEN-AMOUNT       PIC 9(11)V99.
           02 JEN-DESCRIPTION  PIC X(30).
           02 JEN-TEMPLATE     PIC X(6).
           02 JEN-MAKER        PIC X(8).
           02 JEN-ENTER-DATE   PIC 9(8).
           02 JEN-CHECKER      PIC X(8).
           02 JEN-RELEASE-DATE PIC 9(8).
           02 JEN-POSTED-DATE  PIC 9(8).
           02 JEN-REASON       PIC X(20).
