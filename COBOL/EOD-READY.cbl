           02 FILLER PIC X(3) VALUE " - ".
           02 CL-RESULT PIC X(30).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-SNAPSHOT-TABLE.

           OPEN OUTPUT READY-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE READY-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO READY-REPORT-LINE.
           STRING "CHEQUEO DE PREPARACION DE LA CADENA - "
               WS-RUN-DATE DELIMITED BY SIZE
