               VALUE "TOTAL EMPLEADOS LISTADOS: ".
           02 TL-HEADS PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       WRITE-AGEBAND-REPORT.
           OPEN OUTPUT AGEBAND-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE AGEBAND-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO WH-DATE.
           WRITE AGEBAND-REPORT-LINE FROM WS-HDR-LINE.

