
       COPY RUNSTAMP.
       COPY MSGFMT.
       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM NOTE-REMAINING-STEPS.

           OPEN OUTPUT SLA-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE SLA-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "MONITOR DE DURACION DE PASOS - " WS-RUN-DATE
               " " WS-RUN-TIME(1:6)
