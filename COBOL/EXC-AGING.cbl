       01  WS-SUB PIC 9(4).
       01  WS-EXC-COUNT PIC 9(4) VALUE ZERO.
       01  WS-EXC-TABLE.
           02 WS-EXC-ENTRY OCCURS 500 TIMES PIC X(79).
       01  WS-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-OVERFLOW VALUE 'Y'.

           02 FILLER PIC X(6) VALUE " DIAS ".
           02 EL-DAYS PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           END-IF.

           OPEN OUTPUT AGING-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE AGING-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO WH-DATE.
           WRITE AGING-REPORT-LINE FROM WS-HDR-LINE.

