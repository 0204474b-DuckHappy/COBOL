       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT REASON-FILE ASSIGN TO "REVREASN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           02 FILLER PIC X(9) VALUE " IMPORTE ".
           02 RL-AMOUNT PIC ZZZZZZZZ9.999.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SORT-BY-COUNT.

           OPEN OUTPUT ANALYSIS-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE ANALYSIS-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO ANALYSIS-REPORT-LINE.
           STRING "ANALISIS DE CAUSAS DE REVERSION - MES "
               WS-REPORT-MONTH " (" WS-MONTH-COUNT " PARTIDAS)"
