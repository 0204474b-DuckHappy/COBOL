           02 FILLER PIC X(12) VALUE " NACIMIENTO ".
           02 ML-BIRTH PIC 9(8).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-MMDD = (WS-RUN-MM * 100) + WS-RUN-DD.

           OPEN OUTPUT AUDIT-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE AUDIT-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           STRING "AUDITORIA DE EDADES AL " WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
