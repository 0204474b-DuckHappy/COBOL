      ******************************************************************
      * Copybook: LEGHOLD
      * Purpose:  LEGHOLD.DAT legal hold on records of a file purged
      *           by ARCHIVER under RETNCTL.DAT. A record of
      *           LGH-FILE-NAME is held when its hold key lies in
      *           LGH-KEY-FROM..LGH-KEY-TO (key-from blank = every
      *           key, key-to blank = key-from only) and its date lies
      *           in LGH-DATE-FROM..LGH-DATE-TO (zero = open end). The
      *           hold key is the operator for CONDAUD/GOTOLOG, the
      *           reviewer for CONDEXC, the program for RUTNLOG, the
      *           start of the message for MSGLOG, the rejected value
      *           for PTREJECT and the reason for OPBASERR. A hold is
      *           in force until LGH-RELEASE-DATE; zero means until it
      *           is released in LEGHOLD-MAINT.
      ******************************************************************
       01  LEGAL-HOLD-RECORD.
           02 LGH-HOLD-ID      PIC 9(5).
           02 LGH-FILE-NAME    PIC X(12).
           02 LGH-KEY-FROM     PIC X(12).
           02 LGH-KEY-TO       PIC X(12).
           02 LGH-DATE-FROM    PIC 9(8).
           02 LGH-DATE-TO      PIC 9(8).
           02 LGH-REASON       PIC X(30).
           02 LGH-REQUESTER    PIC X(20).
           02 LGH-PLACED-BY    PIC X(8).
           02 LGH-PLACED-DATE  PIC 9(8).
           02 LGH-RELEASE-DATE PIC 9(8).
           02 LGH-RELEASED-BY  PIC X(8).
