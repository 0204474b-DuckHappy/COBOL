           02 FILLER PIC X(7) VALUE " ADD: ".
           02 DL-ADD PIC -ZZZZZZZZ9.99.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT CERTIFICATE-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE CERTIFICATE-LINE FROM ENV-BANNER.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "CERTIFICADO DE CUADRE DE LOTES - " WS-RUN-DATE
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
