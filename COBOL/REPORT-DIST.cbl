           02 FILLER PIC X(7) VALUE " CORTE ".
           02 RG-VALUE PIC X(6).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           END-IF.

           OPEN OUTPUT REGISTER-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE REGISTER-LINE FROM ENV-BANNER.
           MOVE SPACES TO REGISTER-LINE.
           STRING "REGISTRO DE DISTRIBUCION - " WS-ASK-REPORT
               " - " WS-RUN-DATE
