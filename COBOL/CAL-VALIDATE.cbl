       01  WS-BAD-TYPE-COUNT PIC 9(4) VALUE ZERO.

       COPY RUNSTAMP.
       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT VALIDATE-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE VALIDATE-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO VALIDATE-REPORT-LINE.
           STRING "VALIDACION DE BUSCAL.DAT AL " WS-RUN-DATE
               DELIMITED BY SIZE INTO VALIDATE-REPORT-LINE.
