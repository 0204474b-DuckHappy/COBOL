           02 FILLER PIC X(6) VALUE " MED  ".
           02 SL-AVG PIC ZZ9.9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           END-PERFORM.

           OPEN OUTPUT ESTR-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE ESTR-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO WH-DATE.
           WRITE ESTR-REPORT-LINE FROM WS-HDR-LINE.

