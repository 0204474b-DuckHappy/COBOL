       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT REFNUM-CTL-FILE ASSIGN TO "REFNUMCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           02 FILLER PIC X(9) VALUE " PROXIMO ".
           02 SL-NEXT PIC 9(8).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-STEP-CONFIG.

           OPEN OUTPUT AUDIT-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE AUDIT-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO WH-DATE.
           WRITE AUDIT-REPORT-LINE FROM WS-HDR-LINE.

