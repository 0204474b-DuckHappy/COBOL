      *           the session length in hundredths of a second and is
      *           only meaningful on SIGNOFF records. The session
      *           sweeper writes SWEPTOFF for ghost sessions it
      *           force-closes, as EMP-TRAN-APPLY does for the open
      *           session of an operator whose employee has left;
      *           accounting treats those as SIGNOFF.
      ******************************************************************
       01  SESSION-LOG-RECORD.
           02 LOG-OPERATOR-ID   PIC X(8).
