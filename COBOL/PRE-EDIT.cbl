           02 FILLER PIC X(6) VALUE " PCT: ".
           02 FL-PCT PIC ZZ9.9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT PREEDIT-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE PREEDIT-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO PREEDIT-REPORT-LINE.
           STRING "PRE-EDIT DE ENTRADAS NOCTURNAS - " WS-RUN-DATE
               DELIMITED BY SIZE INTO PREEDIT-REPORT-LINE.
