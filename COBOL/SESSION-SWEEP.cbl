           02 FILLER PIC X(7) VALUE " HORAS ".
           02 SL-HOURS PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CURRENT-LOCK.

           OPEN OUTPUT SWEEP-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE SWEEP-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           STRING "BARRIDO DE SESIONES FANTASMA - " WS-RUN-DATE
               " (LIMITE " WS-MAX-AGE-HOURS " HORAS)"
