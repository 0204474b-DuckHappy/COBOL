           02 FILLER PIC X(6) VALUE " PRP ".
           02 RI-PROP-TOT PIC ZZZZZZ9.999.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-PROPOSED-RATES.

           OPEN OUTPUT SIMULATION-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE SIMULATION-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO SIMULATION-REPORT-LINE.
           STRING "SIMULACION DE TARIFAS PROPUESTAS - " WS-RUN-DATE
               DELIMITED BY SIZE INTO SIMULATION-REPORT-LINE.
