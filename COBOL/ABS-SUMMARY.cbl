           02 FILLER PIC X(1) VALUE "/".
           02 DL-OTH-DAYS PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM TALLY-ABSENCES.

           OPEN OUTPUT SUMMARY-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE SUMMARY-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "RESUMEN DE AUSENCIAS POR DEPARTAMENTO - MES "
               WS-REPORT-MONTH " (" WS-MONTH-COUNT " PARTES)"
