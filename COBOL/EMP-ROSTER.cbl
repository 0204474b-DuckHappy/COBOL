               VALUE "TOTAL DE EMPLEADOS LISTADOS : ".
           02 WS-COUNT-OUT PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       PRINT-SORTED-ROSTER.
           OPEN OUTPUT ROSTER-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.

           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
           MOVE WS-RUN-DD TO HD-DD.
           MOVE WS-RUN-YYYY TO HD-YYYY.
           MOVE WS-PAGE-NUM TO HD-PAGE.
           WRITE REPORT-LINE FROM ENV-BANNER.
           WRITE REPORT-LINE FROM WS-HDR-1.
           ADD 1 TO WS-PAGE-NUM.
           MOVE ZERO TO WS-LINE-COUNT.
