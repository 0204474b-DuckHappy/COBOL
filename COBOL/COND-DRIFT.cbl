
       COPY RUNSTAMP.
       COPY MSGFMT.
       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       WRITE-DRIFT-REPORT.
           OPEN OUTPUT DRIFT-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE DRIFT-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO DRIFT-REPORT-LINE.
           STRING "DERIVA DE AUD-R AL " WS-RUN-DATE
               " VENTANA " WS-WINDOW-SIZE
