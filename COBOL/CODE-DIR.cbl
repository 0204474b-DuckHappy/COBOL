           02 FILLER PIC X(9) VALUE " CREADO: ".
           02 DL-CREATE-DATE PIC 9(8).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT DIRECTORY-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE DIRECTORY-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO WH-DATE.
           WRITE DIRECTORY-REPORT-LINE FROM WS-HDR-LINE.

