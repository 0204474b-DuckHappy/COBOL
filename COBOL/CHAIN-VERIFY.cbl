           02 FILLER PIC X(1) VALUE SPACE.
           02 PL-RESULT PIC X(10).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CHAIN-TABLE.

           OPEN OUTPUT VERIFY-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE VERIFY-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "VERIFICACION DE LA CADENA - " WS-RUN-DATE
               DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
