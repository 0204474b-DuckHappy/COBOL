       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT AGE-CTL-FILE ASSIGN TO "AGECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           02 FILLER PIC X(9) VALUE " IMPORTE ".
           02 OL-AMOUNT PIC -9(7).999.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           END-PERFORM.

           OPEN OUTPUT AGING-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE AGING-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO WH-DATE.
           WRITE AGING-REPORT-LINE FROM WS-HDR-LINE.

