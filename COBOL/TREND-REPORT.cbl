
       01  WS-WTD-TOTALS.
           02 WS-WTD-METRIC OCCURS 6 TIMES PIC 9(7).
       01  WS-WEEK-START-INT PIC 9(8).
       01  WS-DAY-INT PIC 9(8).
       01  WS-LATEST-INT PIC 9(8).
       01  WS-LATEST-DOW PIC 9(1).

      *    Period, quarter and year to date run over the whole of
      *    SUMHIST.DAT, by the fiscal period FISC-CHECK gives each
      *    day (the calendar month before the fiscal calendar), and
      *    start again when the period, quarter or year changes.
      *    A day with no fiscal period counts under period 000000.
       01  WS-FIS-PERIOD PIC 9(6) VALUE ZERO.
       01  WS-FIS-YEAR PIC 9(4) VALUE ZERO.
       01  WS-FIS-QUARTER PIC 9(1) VALUE ZERO.
       01  WS-PTD-TOTALS.
           02 WS-PTD-METRIC OCCURS 6 TIMES PIC 9(8).
       01  WS-QTD-TOTALS.
           02 WS-QTD-METRIC OCCURS 6 TIMES PIC 9(8).
       01  WS-YTD-TOTALS.
           02 WS-YTD-METRIC OCCURS 6 TIMES PIC 9(8).
       01  WS-ACCUM-KEY.
           02 WS-ACCUM-YEAR PIC 9(4).
           02 WS-ACCUM-TAG PIC X(1).
           02 WS-ACCUM-QUARTER PIC 9(1).
       01  WS-DAY-VALUE PIC 9(5).
       01  WS-SWING PIC 9(7).
       01  WS-LIMIT PIC 9(7)V99.

       COPY RUNSTAMP.
       COPY FISCRQ.

       01  WS-HDR-LINE.
           02 FILLER PIC X(27) VALUE "TENDENCIA DE RESUMENES AL ".

       01  WS-ACCUM-LINE.
           02 AL-LABEL PIC X(5).
           02 AL-KEY PIC X(6).
           02 FILLER PIC X(3) VALUE "   ".
           02 AL-M1 PIC ZZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 AL-M2 PIC ZZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 AL-M3 PIC ZZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 AL-M4 PIC ZZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 AL-M5 PIC ZZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 AL-M6 PIC ZZZZZZZ9.

       01  WS-ALERT-LINE.
           02 FILLER PIC X(8) VALUE "ALERTA: ".
           02 FILLER PIC X(6) VALUE " HOY: ".
           02 AT-CURR PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM KEEP-LAST-N-DAYS
                           PERFORM ACCUMULATE-FISCAL-TOTALS
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-HISTORY-FILE
           MOVE SUM-REVERSAL-COUNT TO WS-DAY-METRIC(WS-DAY-COUNT 6).
           MOVE SUM-REVERSAL-TOTAL TO WS-DAY-REV-TOTAL(WS-DAY-COUNT).

       ACCUMULATE-FISCAL-TOTALS.
           SET FSQ-FUNC-DATE TO TRUE.
           MOVE SUM-DATE TO FSQ-DATE-IN.
           CALL "FISC-CHECK" USING FISCAL-REQUEST.
           IF NOT FSQ-VALID
               MOVE ZERO TO FSQ-PERIOD-KEY
               MOVE ZERO TO FSQ-QUARTER
           END-IF.
           IF FSQ-YEAR NOT = WS-FIS-YEAR
               MOVE ZERO TO WS-YTD-TOTALS
           END-IF.
           IF FSQ-YEAR NOT = WS-FIS-YEAR
               OR FSQ-QUARTER NOT = WS-FIS-QUARTER
               MOVE ZERO TO WS-QTD-TOTALS
           END-IF.
           IF FSQ-PERIOD-KEY NOT = WS-FIS-PERIOD
               MOVE ZERO TO WS-PTD-TOTALS
           END-IF.
           MOVE FSQ-PERIOD-KEY TO WS-FIS-PERIOD.
           MOVE FSQ-YEAR TO WS-FIS-YEAR.
           MOVE FSQ-QUARTER TO WS-FIS-QUARTER.
           PERFORM VARYING WS-MET FROM 1 BY 1 UNTIL WS-MET > 6
               EVALUATE WS-MET
                   WHEN 1 MOVE SUM-BREACH-COUNT TO WS-DAY-VALUE
                   WHEN 2 MOVE SUM-BAJO-COUNT TO WS-DAY-VALUE
                   WHEN 3 MOVE SUM-ACEPTABLE-COUNT TO WS-DAY-VALUE
                   WHEN 4 MOVE SUM-ELEVADO-COUNT TO WS-DAY-VALUE
                   WHEN 5 MOVE SUM-FUERA-COUNT TO WS-DAY-VALUE
                   WHEN 6 MOVE SUM-REVERSAL-COUNT TO WS-DAY-VALUE
               END-EVALUATE
               ADD WS-DAY-VALUE TO WS-PTD-METRIC(WS-MET)
               ADD WS-DAY-VALUE TO WS-QTD-METRIC(WS-MET)
               ADD WS-DAY-VALUE TO WS-YTD-METRIC(WS-MET)
           END-PERFORM.

       WRITE-TREND-REPORT.
           OPEN OUTPUT TREND-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE TREND-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO WH-DATE.
           MOVE WS-TREND-DAYS TO WH-DAYS.
           WRITE TREND-REPORT-LINE FROM WS-HDR-LINE.

           PERFORM COMPUTE-ACCUMULATIONS.
           MOVE "SEM: " TO AL-LABEL.
           MOVE SPACES TO AL-KEY.
           MOVE WS-WTD-METRIC(1) TO AL-M1.
           MOVE WS-WTD-METRIC(2) TO AL-M2.
           MOVE WS-WTD-METRIC(3) TO AL-M3.
           MOVE WS-WTD-METRIC(5) TO AL-M5.
           MOVE WS-WTD-METRIC(6) TO AL-M6.
           WRITE TREND-REPORT-LINE FROM WS-ACCUM-LINE.
           MOVE "PER: " TO AL-LABEL.
           MOVE WS-FIS-PERIOD TO AL-KEY.
           MOVE WS-PTD-METRIC(1) TO AL-M1.
           MOVE WS-PTD-METRIC(2) TO AL-M2.
           MOVE WS-PTD-METRIC(3) TO AL-M3.
           MOVE WS-PTD-METRIC(4) TO AL-M4.
           MOVE WS-PTD-METRIC(5) TO AL-M5.
           MOVE WS-PTD-METRIC(6) TO AL-M6.
           WRITE TREND-REPORT-LINE FROM WS-ACCUM-LINE.
           MOVE "TRI: " TO AL-LABEL.
           MOVE WS-FIS-YEAR TO WS-ACCUM-YEAR.
           MOVE "T" TO WS-ACCUM-TAG.
           MOVE WS-FIS-QUARTER TO WS-ACCUM-QUARTER.
           MOVE WS-ACCUM-KEY TO AL-KEY.
           MOVE WS-QTD-METRIC(1) TO AL-M1.
           MOVE WS-QTD-METRIC(2) TO AL-M2.
           MOVE WS-QTD-METRIC(3) TO AL-M3.
           MOVE WS-QTD-METRIC(4) TO AL-M4.
           MOVE WS-QTD-METRIC(5) TO AL-M5.
           MOVE WS-QTD-METRIC(6) TO AL-M6.
           WRITE TREND-REPORT-LINE FROM WS-ACCUM-LINE.
           MOVE "ANO: " TO AL-LABEL.
           MOVE WS-FIS-YEAR TO AL-KEY.
           MOVE WS-YTD-METRIC(1) TO AL-M1.
           MOVE WS-YTD-METRIC(2) TO AL-M2.
           MOVE WS-YTD-METRIC(3) TO AL-M3.
           MOVE WS-YTD-METRIC(4) TO AL-M4.
           MOVE WS-YTD-METRIC(5) TO AL-M5.
           MOVE WS-YTD-METRIC(6) TO AL-M6.
           WRITE TREND-REPORT-LINE FROM WS-ACCUM-LINE.

           PERFORM FLAG-DAY-OVER-DAY-SWINGS.
       COMPUTE-ACCUMULATIONS.
           PERFORM VARYING WS-MET FROM 1 BY 1 UNTIL WS-MET > 6
               MOVE ZERO TO WS-WTD-METRIC(WS-MET)
           END-PERFORM.
           COMPUTE WS-LATEST-INT =
               FUNCTION INTEGER-OF-DATE(WS-DAY-DATE(WS-DAY-COUNT)).
           END-IF.
           COMPUTE WS-WEEK-START-INT =
               WS-LATEST-INT - WS-LATEST-DOW + 1.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DAY-COUNT
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DAY-DATE(WS-SUB))
               PERFORM VARYING WS-MET FROM 1 BY 1 UNTIL WS-MET > 6
                   IF WS-DAY-INT >= WS-WEEK-START-INT
                       ADD WS-DAY-METRIC(WS-SUB WS-MET)
                           TO WS-WTD-METRIC(WS-MET)
                   END-IF
               END-PERFORM
           END-PERFORM.

