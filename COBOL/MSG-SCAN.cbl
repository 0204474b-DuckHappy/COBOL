           02 FILLER PIC X(12) VALUE " MENSAJES: ".
           02 PL-COUNT PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SEL-TO-DATE.

           OPEN OUTPUT SCAN-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE SCAN-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO SCAN-REPORT-LINE.
           STRING "EXPLORACION DEL LOG DE MENSAJES - " WS-RUN-DATE
               DELIMITED BY SIZE INTO SCAN-REPORT-LINE.
