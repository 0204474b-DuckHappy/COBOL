           02 FILLER PIC X(12) VALUE "FIN TABLA : ".
           02 FT-NUM PIC Z9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               ADD 1 TO WS-REPORT-LINE-COUNT.

       WRITE-RUN-HEADER.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-YYYY TO RH-YYYY.
           MOVE WS-RUN-MM TO RH-MM.
           MOVE WS-RUN-DD TO RH-DD.
           WRITE REPORT-LINE FROM WS-RUN-HEADER-LINE.
           ADD 2 TO WS-REPORT-LINE-COUNT.

       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
