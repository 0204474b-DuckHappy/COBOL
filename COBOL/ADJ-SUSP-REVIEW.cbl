           02 FILLER PIC X(10) VALUE " INTENTOS ".
           02 LL-ATTEMPTS PIC ZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'I' TO WIN-MODE.

       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE AGING-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "ANTIGUEDAD DE SUSPENSO DE AJUSTES AL "
               WS-RUN-DATE DELIMITED BY SIZE INTO AGING-REPORT-LINE.
