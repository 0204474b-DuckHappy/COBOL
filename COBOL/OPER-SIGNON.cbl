       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY OPERREC.

       FD  SESSION-LOG-FILE.
       COPY GOTOLOG.

       COPY RUNSTAMP.
       COPY MSGFMT.
       COPY ENVRQ.

       LINKAGE SECTION.
       COPY SIGNONRQ.
               MOVE ZERO TO LOG-DURATION-HTHS
               PERFORM WRITE-SESSION-LOG
               DISPLAY "BIENVENIDO " SGN-OPERATOR-NAME
               CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST
               DISPLAY ENV-BANNER
               PERFORM SHOW-PENDING-NOTICES
           ELSE
               MOVE "E" TO MSG-SEVERITY
