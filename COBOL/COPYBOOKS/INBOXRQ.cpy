      ******************************************************************
      * Copybook: INBOXRQ
      * Purpose:  Request area for the shared INBOX-LOAD routine,
      *           which gathers every item still waiting in the
      *           approval and review queues (REVPEND, RATEPEND,
      *           CONDEXC, ADJSUSP, EMPPEND, OPBASERR, JRNLPEND,
      *           JRNLTPL). Set
      *           IBX-ROLE-FILTER to an operator role, or SPACES for
      *           every role, and CALL "INBOX-LOAD" USING
      *           INBOX-REQUEST. Entries come back ordered by role,
      *           then oldest first, then largest value first. Above
      *           1000 items the youngest are dropped and counted in
      *           IBX-DROPPED. IBX-HAS-VALUE is off for items with no
      *           amount (rate changes, threshold exceptions).
      ******************************************************************
       01  INBOX-REQUEST.
           02 IBX-ROLE-FILTER PIC X(8).
           02 IBX-COUNT       PIC 9(4).
           02 IBX-DROPPED     PIC 9(5).
           02 IBX-ENTRY OCCURS 1000 TIMES.
               03 IBX-ROLE      PIC X(8).
               03 IBX-AGE-DAYS  PIC 9(5).
               03 IBX-VALUE     PIC S9(9)V99.
               03 IBX-VALUE-FLAG PIC X.
                   88 IBX-HAS-VALUE VALUE 'Y' FALSE 'N'.
               03 IBX-QUEUE     PIC X(8).
               03 IBX-REFERENCE PIC X(12).
               03 IBX-DATE      PIC 9(8).
               03 IBX-DETAIL    PIC X(40).
               03 IBX-PROGRAM   PIC X(20).
