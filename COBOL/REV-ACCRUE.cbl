           02 FILLER PIC X(11) VALUE " PENALIDAD ".
           02 AL-PENALTY PIC ZZZZZZ9.999.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           END-IF.

           OPEN OUTPUT ACCRUAL-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE ACCRUAL-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO ACCRUAL-REPORT-LINE.
           STRING "ACUMULACION DE PENALIDADES AL " WS-RUN-DATE
               " (GRACIA " WS-GRACE-DAYS " DIAS HABILES)"
