               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO "DAILYSUM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  WS-REVERSAL-TOTAL   PIC S9(9)V999 VALUE ZERO.

       COPY RUNSTAMP.
       COPY CUTRQ.

       01  WS-HDR-LINE.
           02 FILLER PIC X(30) VALUE "DAILY OPERATIONS SUMMARY - ".

       01  WS-DETAIL-LINE PIC X(60).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM SET-BUSINESS-DATE.

           PERFORM COUNT-EXCEPTIONS.
           PERFORM COUNT-PRICE-TIERS.
           PERFORM COUNT-REVERSALS.

           OPEN OUTPUT SUMMARY-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE SUMMARY-REPORT-LINE FROM ENV-BANNER.
           PERFORM WRITE-SUMMARY-HEADER.

           MOVE SPACES TO SUMMARY-REPORT-LINE.
               CLOSE SUMMARY-HISTORY-FILE
               OPEN I-O SUMMARY-HISTORY-FILE
           END-IF.
           MOVE CUT-BUSINESS-DATE TO SUM-DATE.
           MOVE WS-BREACH-COUNT TO SUM-BREACH-COUNT.
           MOVE WS-BAJO-COUNT TO SUM-BAJO-COUNT.
           MOVE WS-ACEPTABLE-COUNT TO SUM-ACEPTABLE-COUNT.
           END-WRITE.
           CLOSE SUMMARY-HISTORY-FILE.

      *    The summary is for a business day: a run at or after the
      *    cut-off in CUTOFF.DAT, or on a non-business day, reports
      *    the next business day, the date the posting programs give
      *    the work taken in the same window.
       SET-BUSINESS-DATE.
           MOVE "DAILY-SUMMARY" TO CUT-PROGRAM.
           MOVE WS-RUN-DATE TO CUT-KEYED-DATE.
           MOVE WS-RUN-TIME TO CUT-KEYED-TIME.
           CALL "CUT-CHECK" USING CUTOFF-REQUEST.

       WRITE-SUMMARY-HEADER.
           MOVE CUT-BUSINESS-DATE(1:4) TO WH-YYYY.
           MOVE CUT-BUSINESS-DATE(5:2) TO WH-MM.
           MOVE CUT-BUSINESS-DATE(7:2) TO WH-DD.
           WRITE SUMMARY-REPORT-LINE FROM WS-HDR-LINE.

       COUNT-EXCEPTIONS.
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF REV-DATE = CUT-BUSINESS-DATE
                               ADD 1 TO WS-REVERSAL-COUNT
                               ADD REV-AMOUNT TO WS-REVERSAL-TOTAL
                           END-IF
