           02 FILLER PIC X(14) VALUE " SIN IDIOMA   ".
           02 ML-LANG PIC X(2).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CATALOG.

           OPEN OUTPUT COVERAGE-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE COVERAGE-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING "COBERTURA DEL CATALOGO DE MENSAJES - "
               WS-RUN-DATE DELIMITED BY SIZE
