           02 FILLER PIC X(6) VALUE " NETO ".
           02 NL-NET PIC -ZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-DEPT-TABLE.

           OPEN OUTPUT TRANSFER-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE TRANSFER-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO TRANSFER-REPORT-LINE.
           STRING "TRASLADOS DE DEPARTAMENTO - RANGO "
               WS-FROM-DATE "-" WS-TO-DATE
