           02 FILLER PIC X(7) VALUE " ORIG: ".
           02 EL-ORG-AMOUNT PIC -9(7).999.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT MATCHED-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE EXCEPTION-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "EXCEPCIONES DEL CRUCE DE AJUSTES - " WS-RUN-DATE
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
