      ******************************************************************
      * Copybook: ENVRQ
      * Purpose:  Request area for the shared ENV-CHECK routine, which
      *           tells a program whether the run directory it works in
      *           is production, a test copy or a training copy. Each
      *           run directory carries its own ENVCTL.DAT; CALL
      *           "ENV-CHECK" USING ENVIRONMENT-REQUEST at start-up.
      *           Anything that cannot be proved to be production is
      *           answered as TEST: a missing or invalid ENVCTL.DAT
      *           (ENV-NO-CONTROL) or a PROD ENVCTL.DAT that names no
      *           home directory (ENV-NO-HOME).
      *           ENV-BANNER is the line sign-on and report headers
      *           show. Programs that send files outside the shop only
      *           do so when ENV-PROD.
      ******************************************************************
       01  ENVIRONMENT-REQUEST.
           02 ENV-NAME PIC X(5).
               88 ENV-PROD  VALUE "PROD".
               88 ENV-TEST  VALUE "TEST".
               88 ENV-TRAIN VALUE "TRAIN".
           02 ENV-REASON PIC X.
               88 ENV-AS-CONFIGURED VALUE SPACE.
               88 ENV-NO-CONTROL    VALUE 'N'.
               88 ENV-NO-HOME       VALUE 'U'.
           02 ENV-BANNER PIC X(50).
