           02 FILLER PIC X(10) VALUE " BRECHAS ".
           02 DY-BREACHES PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-DAY-BREACHES.

           OPEN OUTPUT SIMULATION-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE SIMULATION-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO WH-DATE.
           MOVE WS-CURR-THRESHOLD TO WH-CURR.
           MOVE WS-PROP-THRESHOLD TO WH-PROP.
