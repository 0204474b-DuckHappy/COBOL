           02 DL-YEARS PIC Z9.
           02 FILLER PIC X(5) VALUE " ANOS".

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-FORECAST-CONFIG.

           OPEN OUTPUT FORECAST-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE FORECAST-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-MAX-AGE TO WH-MAX-AGE.
           MOVE WS-RUN-DATE TO WH-DATE.
           WRITE FORECAST-REPORT-LINE FROM WS-HDR-LINE.
