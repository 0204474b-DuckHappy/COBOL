      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-PROPOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-HISTORY-FILE ASSIGN TO "SUMHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUM-DATE
               FILE STATUS IS WS-SUM-STATUS.
           SELECT TOTALS-FILE ASSIGN TO "SURCHTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOT-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "MOBUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.
           SELECT BUDGET-CTL-FILE ASSIGN TO "BUDGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "BUDPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPR-STATUS.
           SELECT PROPOSAL-REPORT-FILE ASSIGN TO "BUDPROP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-HISTORY-FILE.
       COPY SUMHIST.

       FD  TOTALS-FILE.
       COPY SRCHTOT.

       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           02 BUD-MONTH          PIC 9(6).
           02 BUD-SURCH-REVENUE  PIC 9(9)V999.
           02 BUD-BREACH-COUNT   PIC 9(5).
           02 BUD-REVERSAL-TOTAL PIC 9(9)V999.

       FD  BUDGET-CTL-FILE.
       01  BUDGET-CTL-RECORD.
           02 CTL-HIST-MONTHS PIC 9(2).
           02 CTL-GROWTH-SIGN PIC X.
           02 CTL-GROWTH-PCT  PIC 9(3)V99.
           02 CTL-BUDGET-YEAR PIC 9(4).

       FD  PROPOSAL-FILE.
       COPY BUDPROP.

       FD  PROPOSAL-REPORT-FILE.
       01  PROPOSAL-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SUM-STATUS PIC XX.
       01  WS-TOT-STATUS PIC XX.
       01  WS-BUD-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-BPR-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-ABORT-FLAG PIC X VALUE 'N'.
           88 WS-ABORT VALUE 'Y'.

      *    Control values; BUDGCTL.DAT overrides them when present.
       01  WS-HIST-MONTHS PIC 9(2) VALUE 24.
       01  WS-GROWTH-SIGN PIC X VALUE '+'.
       01  WS-GROWTH-PCT PIC 9(3)V99 VALUE ZERO.
       01  WS-GROWTH PIC S9(3)V99 VALUE ZERO.
       01  WS-GROWTH-FACTOR PIC 9(2)V9(6).
       01  WS-BUDGET-YEAR PIC 9(4).
       01  WS-COMPARE-YEAR PIC 9(4).

      *    Months are counted as YYYY * 12 + MM - 1 so the window
      *    can be walked across a year end.
       01  WS-RUN-IX PIC 9(6).
       01  WS-FIRST-IX PIC 9(6).
       01  WS-MONTH-IX PIC 9(6).
       01  WS-REC-IX PIC 9(6).
       01  WS-CAL-YYYY PIC 9(4).
       01  WS-CAL-REM PIC 9(2).
       01  WS-REC-MONTH PIC 9(6).
       01  WS-REC-MONTH-R REDEFINES WS-REC-MONTH.
           02 WS-REC-YYYY PIC 9(4).
           02 WS-REC-MM   PIC 9(2).

       01  WS-SLOT PIC 9(2).
       01  WS-ACT-SLOT PIC 9(2).
       01  WS-MON PIC 9(2).
       01  WS-MET PIC 9(1).
       01  WS-COVERED-COUNT PIC 9(2) VALUE ZERO.
       01  WS-LEVEL-COUNT PIC 9(2) VALUE ZERO.
       01  WS-LEVEL-FROM PIC 9(2).
       01  WS-REPLACE-COUNT PIC 9(2) VALUE ZERO.

      *    Metric 1 is surcharge revenue, 2 the breach count and 3
      *    the reversal total, in the order of MOBUDGET.DAT.
       01  WS-HIST-TABLE.
           02 WS-HIST-ENTRY OCCURS 24 TIMES.
               03 WS-HIST-MONTH PIC 9(6).
               03 WS-HIST-COVERED PIC X.
               03 WS-HIST-METRIC OCCURS 3 TIMES PIC S9(11)V999.

       01  WS-YEAR-TABLE.
           02 WS-YEAR-ENTRY OCCURS 12 TIMES.
               03 WS-ACT-METRIC OCCURS 3 TIMES PIC S9(11)V999.
               03 WS-CUR-BUD-FOUND PIC X.
               03 WS-CUR-BUD-METRIC OCCURS 3 TIMES PIC 9(9)V999.
               03 WS-SEASON-COUNT PIC 9(2).
               03 WS-SEASON-SUM OCCURS 3 TIMES PIC S9(11)V999.
               03 WS-FACTOR OCCURS 3 TIMES PIC 9(2)V9(4).
               03 WS-PROP-METRIC OCCURS 3 TIMES PIC 9(9)V999.

       01  WS-METRIC-TOTALS.
           02 WS-MET-TOTAL OCCURS 3 TIMES PIC S9(13)V999.
           02 WS-MET-AVERAGE OCCURS 3 TIMES PIC S9(11)V9(6).
           02 WS-LEVEL-SUM OCCURS 3 TIMES PIC S9(13)V999.
           02 WS-LEVEL OCCURS 3 TIMES PIC S9(11)V9(6).

       01  WS-SEASON-AVG PIC S9(11)V9(6).
       01  WS-WORK-AMT PIC S9(11)V9(6).
       01  WS-WORK-COUNT PIC 9(7).

       01  WS-RPT-TOTALS.
           02 WS-RPT-PROPOSED PIC S9(11)V999.
           02 WS-RPT-ACTUAL PIC S9(11)V999.
           02 WS-RPT-BUDGET PIC S9(11)V999.

       01  WS-METRIC-NAMES.
           02 FILLER PIC X(10) VALUE "RECARGOS".
           02 FILLER PIC X(10) VALUE "BRECHAS".
           02 FILLER PIC X(10) VALUE "REVERSION".
       01  WS-METRIC-NAME-TBL REDEFINES WS-METRIC-NAMES.
           02 WS-METRIC-NAME OCCURS 3 TIMES PIC X(10).

       COPY RUNSTAMP.

       01  WS-PCT-EDIT PIC ZZ9.99.

       01  WS-COLUMN-LINE.
           02 FILLER PIC X(9) VALUE "MES".
           02 FILLER PIC X(13) VALUE "FACTOR".
           02 FILLER PIC X(10) VALUE "PROPUESTO".
           02 FILLER PIC X(5) VALUE "REAL ".
           02 CL-ACT-YEAR PIC 9(4).
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "PRESUP ".
           02 CL-BUD-YEAR PIC 9(4).
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "PROP - PRESUP".

       01  WS-PROPOSAL-LINE.
           02 RL-LABEL PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-FACTOR PIC Z9.9999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RL-PROPOSED PIC ZZZZZZZZ9.999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RL-ACTUAL PIC ZZZZZZZZ9.999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RL-BUDGET PIC ZZZZZZZZ9.999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RL-DIFF PIC -ZZZZZZZZ9.999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RL-NOTE PIC X(21).

       01  WS-TOTAL-LINE.
           02 FILLER PIC X(16) VALUE "TOTAL".
           02 TL-PROPOSED PIC ZZZZZZZZ9.999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 TL-ACTUAL PIC ZZZZZZZZ9.999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 TL-BUDGET PIC ZZZZZZZZ9.999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 TL-DIFF PIC -ZZZZZZZZ9.999.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-BUDGET-YEAR = WS-RUN-YYYY + 1.
           PERFORM LOAD-BUDGET-CONFIG.
           PERFORM SET-HISTORY-WINDOW.

           PERFORM LOAD-SUMMARY-HISTORY.
           IF WS-ABORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-SURCHARGE-TOTALS.
           PERFORM LOAD-CURRENT-BUDGET.

           PERFORM COMPUTE-SEASONAL-FACTORS.
           IF WS-COVERED-COUNT = ZERO
               DISPLAY "SIN HISTORIA EN LOS ULTIMOS " WS-HIST-MONTHS
                   " MESES - NO SE GENERA PROPUESTA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM BUILD-PROPOSAL.
           PERFORM WRITE-PROPOSAL-FILE.
           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-REVIEW-REPORT.

           DISPLAY "BUDGET-PROPOSE - PROPUESTA " WS-BUDGET-YEAR
               " EN BUDPROP.DAT Y BUDPROP.RPT - " WS-COVERED-COUNT
               " MESES DE HISTORIA".
           IF WS-COVERED-COUNT < 12
               DISPLAY "MENOS DE 12 MESES CON DATOS - FACTORES "
                   "ESTACIONALES INCOMPLETOS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *    History is 12 to 24 months; the growth percentage is
      *    signed by its own byte ('-' lowers the proposal) and the
      *    budget year defaults to the year after the run.
       LOAD-BUDGET-CONFIG.
           OPEN INPUT BUDGET-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ BUDGET-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-HIST-MONTHS IS NUMERIC
                           AND CTL-HIST-MONTHS >= 12
                           AND CTL-HIST-MONTHS <= 24
                           MOVE CTL-HIST-MONTHS TO WS-HIST-MONTHS
                       END-IF
                       IF CTL-GROWTH-PCT IS NUMERIC
                           MOVE CTL-GROWTH-PCT TO WS-GROWTH-PCT
                           IF CTL-GROWTH-SIGN = '-'
                               MOVE '-' TO WS-GROWTH-SIGN
                           END-IF
                       END-IF
                       IF CTL-BUDGET-YEAR IS NUMERIC
                           AND CTL-BUDGET-YEAR > WS-RUN-YYYY
                           MOVE CTL-BUDGET-YEAR TO WS-BUDGET-YEAR
                       END-IF
               END-READ
               CLOSE BUDGET-CTL-FILE
           END-IF.
           IF WS-GROWTH-SIGN = '-' AND WS-GROWTH-PCT >= 100
               DISPLAY "BUDGCTL.DAT - REDUCCION DE 100% O MAS "
                   "INVALIDA - SE USA CRECIMIENTO CERO"
               MOVE '+' TO WS-GROWTH-SIGN
               MOVE ZERO TO WS-GROWTH-PCT
           END-IF.
           IF WS-GROWTH-SIGN = '-'
               COMPUTE WS-GROWTH = ZERO - WS-GROWTH-PCT
           ELSE
               MOVE WS-GROWTH-PCT TO WS-GROWTH
           END-IF.
           COMPUTE WS-GROWTH-FACTOR = (100 + WS-GROWTH) / 100.
           COMPUTE WS-COMPARE-YEAR = WS-BUDGET-YEAR - 1.

      *    The window is the WS-HIST-MONTHS complete months before
      *    the run month.
       SET-HISTORY-WINDOW.
           COMPUTE WS-RUN-IX = WS-RUN-YYYY * 12 + WS-RUN-MM - 1.
           COMPUTE WS-FIRST-IX = WS-RUN-IX - WS-HIST-MONTHS.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-HIST-MONTHS
               COMPUTE WS-MONTH-IX = WS-FIRST-IX + WS-SLOT - 1
               DIVIDE WS-MONTH-IX BY 12 GIVING WS-CAL-YYYY
                   REMAINDER WS-CAL-REM
               COMPUTE WS-HIST-MONTH(WS-SLOT) =
                   WS-CAL-YYYY * 100 + WS-CAL-REM + 1
               MOVE 'N' TO WS-HIST-COVERED(WS-SLOT)
               PERFORM VARYING WS-MET FROM 1 BY 1 UNTIL WS-MET > 3
                   MOVE ZERO TO WS-HIST-METRIC(WS-SLOT WS-MET)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               MOVE 'N' TO WS-CUR-BUD-FOUND(WS-MON)
               MOVE ZERO TO WS-SEASON-COUNT(WS-MON)
               PERFORM VARYING WS-MET FROM 1 BY 1 UNTIL WS-MET > 3
                   MOVE ZERO TO WS-ACT-METRIC(WS-MON WS-MET)
                   MOVE ZERO TO WS-CUR-BUD-METRIC(WS-MON WS-MET)
                   MOVE ZERO TO WS-SEASON-SUM(WS-MON WS-MET)
                   MOVE 1 TO WS-FACTOR(WS-MON WS-MET)
                   MOVE ZERO TO WS-PROP-METRIC(WS-MON WS-MET)
               END-PERFORM
           END-PERFORM.

      *    Sets WS-SLOT to the window month of WS-REC-MONTH (zero when
      *    outside the window) and WS-ACT-SLOT to its calendar month
      *    when it falls in the year the proposal is compared with.
       LOCATE-MONTH.
           MOVE ZERO TO WS-SLOT.
           MOVE ZERO TO WS-ACT-SLOT.
           IF WS-REC-MM >= 1 AND WS-REC-MM <= 12
               COMPUTE WS-REC-IX = WS-REC-YYYY * 12 + WS-REC-MM - 1
               IF WS-REC-IX >= WS-FIRST-IX AND WS-REC-IX < WS-RUN-IX
                   COMPUTE WS-SLOT = WS-REC-IX - WS-FIRST-IX + 1
               END-IF
               IF WS-REC-YYYY = WS-COMPARE-YEAR
                   MOVE WS-REC-MM TO WS-ACT-SLOT
               END-IF
           END-IF.

       LOAD-SUMMARY-HISTORY.
           OPEN INPUT SUMMARY-HISTORY-FILE.
           IF WS-SUM-STATUS NOT = "00"
               DISPLAY "SUMHIST.DAT NO DISPONIBLE - STATUS "
                   WS-SUM-STATUS
               SET WS-ABORT TO TRUE
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ SUMMARY-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SUM-DATE(1:6) TO WS-REC-MONTH
                           PERFORM LOCATE-MONTH
                           PERFORM ADD-SUMMARY-DAY
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-HISTORY-FILE
           END-IF.

       ADD-SUMMARY-DAY.
           IF WS-SLOT > ZERO
               MOVE 'Y' TO WS-HIST-COVERED(WS-SLOT)
               ADD SUM-BREACH-COUNT TO WS-HIST-METRIC(WS-SLOT 2)
               ADD SUM-REVERSAL-TOTAL TO WS-HIST-METRIC(WS-SLOT 3)
           END-IF.
           IF WS-ACT-SLOT > ZERO
               ADD SUM-BREACH-COUNT TO WS-ACT-METRIC(WS-ACT-SLOT 2)
               ADD SUM-REVERSAL-TOTAL TO WS-ACT-METRIC(WS-ACT-SLOT 3)
           END-IF.

      *    A missing SURCHTOT.DAT only leaves revenue without history;
      *    the breach and reversal proposal can still be built.
       LOAD-SURCHARGE-TOTALS.
           OPEN INPUT TOTALS-FILE.
           IF WS-TOT-STATUS NOT = "00"
               DISPLAY "SURCHTOT.DAT NO DISPONIBLE - STATUS "
                   WS-TOT-STATUS " - RECARGOS SIN HISTORIA"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ TOTALS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF STO-RUN-DATE IS NUMERIC
                               MOVE STO-RUN-DATE(1:6) TO WS-REC-MONTH
                               PERFORM LOCATE-MONTH
                               PERFORM ADD-SURCHARGE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOTALS-FILE
           END-IF.

       ADD-SURCHARGE-RUN.
           IF WS-SLOT > ZERO
               MOVE 'Y' TO WS-HIST-COVERED(WS-SLOT)
               ADD STO-GRAND-TOTAL TO WS-HIST-METRIC(WS-SLOT 1)
           END-IF.
           IF WS-ACT-SLOT > ZERO
               ADD STO-GRAND-TOTAL TO WS-ACT-METRIC(WS-ACT-SLOT 1)
           END-IF.

       LOAD-CURRENT-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUD-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ BUDGET-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM KEEP-BUDGET-MONTH
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       KEEP-BUDGET-MONTH.
           MOVE BUD-MONTH TO WS-REC-MONTH.
           IF WS-REC-MM >= 1 AND WS-REC-MM <= 12
               IF WS-REC-YYYY = WS-COMPARE-YEAR
                   MOVE 'Y' TO WS-CUR-BUD-FOUND(WS-REC-MM)
                   MOVE BUD-SURCH-REVENUE TO
                       WS-CUR-BUD-METRIC(WS-REC-MM 1)
                   MOVE BUD-BREACH-COUNT TO
                       WS-CUR-BUD-METRIC(WS-REC-MM 2)
                   MOVE BUD-REVERSAL-TOTAL TO
                       WS-CUR-BUD-METRIC(WS-REC-MM 3)
               END-IF
               IF WS-REC-YYYY = WS-BUDGET-YEAR
                   ADD 1 TO WS-REPLACE-COUNT
               END-IF
           END-IF.

      *    Each calendar month's factor is its average over the
      *    window against the average of every month with data, so
      *    two Januaries weigh the same as one. The level the
      *    factors are applied to is the average of the latest
      *    twelve months with data, so the proposal follows the
      *    current run rate rather than the older year. Reversals
      *    are budgeted as a positive amount, as at month-end.
       COMPUTE-SEASONAL-FACTORS.
           PERFORM VARYING WS-MET FROM 1 BY 1 UNTIL WS-MET > 3
               MOVE ZERO TO WS-MET-TOTAL(WS-MET)
               MOVE ZERO TO WS-LEVEL-SUM(WS-MET)
               MOVE ZERO TO WS-MET-AVERAGE(WS-MET)
               MOVE ZERO TO WS-LEVEL(WS-MET)
           END-PERFORM.
           COMPUTE WS-LEVEL-FROM = WS-HIST-MONTHS - 11.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-HIST-MONTHS
               IF WS-HIST-METRIC(WS-SLOT 3) < ZERO
                   COMPUTE WS-HIST-METRIC(WS-SLOT 3) =
                       WS-HIST-METRIC(WS-SLOT 3) * -1
               END-IF
               IF WS-HIST-COVERED(WS-SLOT) = 'Y'
                   PERFORM ADD-COVERED-MONTH
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               IF WS-ACT-METRIC(WS-MON 3) < ZERO
                   COMPUTE WS-ACT-METRIC(WS-MON 3) =
                       WS-ACT-METRIC(WS-MON 3) * -1
               END-IF
           END-PERFORM.
           IF WS-COVERED-COUNT > ZERO
               PERFORM VARYING WS-MET FROM 1 BY 1 UNTIL WS-MET > 3
                   COMPUTE WS-MET-AVERAGE(WS-MET) =
                       WS-MET-TOTAL(WS-MET) / WS-COVERED-COUNT
                   COMPUTE WS-LEVEL(WS-MET) =
                       WS-LEVEL-SUM(WS-MET) / WS-LEVEL-COUNT
               END-PERFORM
               PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
                   PERFORM SET-MONTH-FACTORS
               END-PERFORM
           END-IF.

       ADD-COVERED-MONTH.
           ADD 1 TO WS-COVERED-COUNT.
           MOVE WS-HIST-MONTH(WS-SLOT) TO WS-REC-MONTH.
           ADD 1 TO WS-SEASON-COUNT(WS-REC-MM).
           IF WS-SLOT >= WS-LEVEL-FROM
               ADD 1 TO WS-LEVEL-COUNT
           END-IF.
           PERFORM VARYING WS-MET FROM 1 BY 1 UNTIL WS-MET > 3
               ADD WS-HIST-METRIC(WS-SLOT WS-MET) TO
                   WS-MET-TOTAL(WS-MET)
               ADD WS-HIST-METRIC(WS-SLOT WS-MET) TO
                   WS-SEASON-SUM(WS-REC-MM WS-MET)
               IF WS-SLOT >= WS-LEVEL-FROM
                   ADD WS-HIST-METRIC(WS-SLOT WS-MET) TO
                       WS-LEVEL-SUM(WS-MET)
               END-IF
           END-PERFORM.

      *    A month with no history, or a metric that never moved,
      *    keeps a neutral factor of 1.
       SET-MONTH-FACTORS.
           PERFORM VARYING WS-MET FROM 1 BY 1 UNTIL WS-MET > 3
               IF WS-SEASON-COUNT(WS-MON) > ZERO
                   AND WS-MET-AVERAGE(WS-MET) > ZERO
                   COMPUTE WS-SEASON-AVG =
                       WS-SEASON-SUM(WS-MON WS-MET)
                       / WS-SEASON-COUNT(WS-MON)
                   COMPUTE WS-FACTOR(WS-MON WS-MET) ROUNDED =
                       WS-SEASON-AVG / WS-MET-AVERAGE(WS-MET)
               END-IF
           END-PERFORM.

       BUILD-PROPOSAL.
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               PERFORM VARYING WS-MET FROM 1 BY 1 UNTIL WS-MET > 3
                   COMPUTE WS-WORK-AMT ROUNDED =
                       WS-LEVEL(WS-MET) * WS-FACTOR(WS-MON WS-MET)
                   COMPUTE WS-WORK-AMT ROUNDED =
                       WS-WORK-AMT * WS-GROWTH-FACTOR
                   IF WS-MET = 2
                       COMPUTE WS-WORK-COUNT ROUNDED = WS-WORK-AMT
                       MOVE WS-WORK-COUNT TO
                           WS-PROP-METRIC(WS-MON WS-MET)
                   ELSE
                       COMPUTE WS-PROP-METRIC(WS-MON WS-MET) ROUNDED =
                           WS-WORK-AMT
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Each run replaces the previous proposal, loaded or not.
       WRITE-PROPOSAL-FILE.
           OPEN OUTPUT PROPOSAL-FILE.
           IF WS-BPR-STATUS NOT = "00"
               DISPLAY "BUDPROP.DAT NO SE PUDO CREAR - STATUS "
                   WS-BPR-STATUS
               SET WS-ABORT TO TRUE
           ELSE
               PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
                   COMPUTE BPR-MONTH = WS-BUDGET-YEAR * 100 + WS-MON
                   MOVE WS-PROP-METRIC(WS-MON 1) TO BPR-SURCH-REVENUE
                   MOVE WS-PROP-METRIC(WS-MON 2) TO BPR-BREACH-COUNT
                   MOVE WS-PROP-METRIC(WS-MON 3) TO BPR-REVERSAL-TOTAL
                   MOVE WS-RUN-DATE TO BPR-PROP-DATE
                   MOVE WS-GROWTH-SIGN TO BPR-GROWTH-SIGN
                   MOVE WS-GROWTH-PCT TO BPR-GROWTH-PCT
                   MOVE WS-COVERED-COUNT TO BPR-HIST-MONTHS
                   SET BPR-PROPOSED TO TRUE
                   MOVE SPACES TO BPR-APPROVER
                   MOVE ZERO TO BPR-APPROVE-DATE
                   WRITE BUDGET-PROPOSAL-RECORD
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF.

       WRITE-REVIEW-REPORT.
           OPEN OUTPUT PROPOSAL-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE PROPOSAL-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO PROPOSAL-REPORT-LINE.
           STRING "PROPUESTA DE PRESUPUESTO " WS-BUDGET-YEAR
               " - GENERADA " WS-RUN-DATE
               DELIMITED BY SIZE INTO PROPOSAL-REPORT-LINE.
           WRITE PROPOSAL-REPORT-LINE.
           MOVE SPACES TO PROPOSAL-REPORT-LINE.
           STRING "HISTORIA " WS-HIST-MONTH(1) " A "
               WS-HIST-MONTH(WS-HIST-MONTHS) " - "
               WS-COVERED-COUNT " DE " WS-HIST-MONTHS
               " MESES CON DATOS"
               DELIMITED BY SIZE INTO PROPOSAL-REPORT-LINE.
           WRITE PROPOSAL-REPORT-LINE.
           MOVE WS-GROWTH-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO PROPOSAL-REPORT-LINE.
           STRING "CRECIMIENTO " WS-GROWTH-SIGN WS-PCT-EDIT
               "% SOBRE EL PROMEDIO DE LOS ULTIMOS "
               WS-LEVEL-COUNT " MESES CON DATOS"
               DELIMITED BY SIZE INTO PROPOSAL-REPORT-LINE.
           WRITE PROPOSAL-REPORT-LINE.
           IF WS-REPLACE-COUNT > ZERO
               MOVE SPACES TO PROPOSAL-REPORT-LINE
               STRING "MOBUDGET.DAT YA TIENE " WS-REPLACE-COUNT
                   " MESES DE " WS-BUDGET-YEAR
                   " - SE REEMPLAZAN AL CARGAR LA PROPUESTA"
                   DELIMITED BY SIZE INTO PROPOSAL-REPORT-LINE
               WRITE PROPOSAL-REPORT-LINE
           END-IF.

           MOVE WS-COMPARE-YEAR TO CL-ACT-YEAR.
           MOVE WS-COMPARE-YEAR TO CL-BUD-YEAR.
           PERFORM VARYING WS-MET FROM 1 BY 1 UNTIL WS-MET > 3
               PERFORM WRITE-METRIC-SECTION
           END-PERFORM.
           CLOSE PROPOSAL-REPORT-FILE.

      *    This year's actual is what has been booked so far; the
      *    month in progress and later months are marked so a low
      *    figure is not read as a full month.
       WRITE-METRIC-SECTION.
           MOVE SPACES TO PROPOSAL-REPORT-LINE.
           WRITE PROPOSAL-REPORT-LINE.
           WRITE PROPOSAL-REPORT-LINE FROM WS-METRIC-NAME(WS-MET).
           WRITE PROPOSAL-REPORT-LINE FROM WS-COLUMN-LINE.
           MOVE ZERO TO WS-RPT-PROPOSED.
           MOVE ZERO TO WS-RPT-ACTUAL.
           MOVE ZERO TO WS-RPT-BUDGET.
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
               COMPUTE WS-REC-MONTH = WS-BUDGET-YEAR * 100 + WS-MON
               MOVE WS-REC-MONTH TO RL-LABEL
               MOVE WS-FACTOR(WS-MON WS-MET) TO RL-FACTOR
               MOVE WS-PROP-METRIC(WS-MON WS-MET) TO RL-PROPOSED
               MOVE WS-ACT-METRIC(WS-MON WS-MET) TO RL-ACTUAL
               MOVE WS-CUR-BUD-METRIC(WS-MON WS-MET) TO RL-BUDGET
               COMPUTE RL-DIFF = WS-PROP-METRIC(WS-MON WS-MET)
                   - WS-CUR-BUD-METRIC(WS-MON WS-MET)
               COMPUTE WS-REC-IX =
                   WS-COMPARE-YEAR * 12 + WS-MON - 1
               MOVE SPACES TO RL-NOTE
               EVALUATE TRUE
                   WHEN WS-REC-IX = WS-RUN-IX
                       MOVE "EN CURSO" TO RL-NOTE
                   WHEN WS-REC-IX > WS-RUN-IX
                       MOVE "SIN CIERRE" TO RL-NOTE
               END-EVALUATE
               IF WS-CUR-BUD-FOUND(WS-MON) NOT = 'Y'
                   MOVE "SIN PRESUP" TO RL-NOTE(12:10)
               END-IF
               WRITE PROPOSAL-REPORT-LINE FROM WS-PROPOSAL-LINE
               ADD WS-PROP-METRIC(WS-MON WS-MET) TO WS-RPT-PROPOSED
               ADD WS-ACT-METRIC(WS-MON WS-MET) TO WS-RPT-ACTUAL
               ADD WS-CUR-BUD-METRIC(WS-MON WS-MET) TO WS-RPT-BUDGET
           END-PERFORM.
           MOVE WS-RPT-PROPOSED TO TL-PROPOSED.
           MOVE WS-RPT-ACTUAL TO TL-ACTUAL.
           MOVE WS-RPT-BUDGET TO TL-BUDGET.
           COMPUTE TL-DIFF = WS-RPT-PROPOSED - WS-RPT-BUDGET.
           WRITE PROPOSAL-REPORT-LINE FROM WS-TOTAL-LINE.

       END PROGRAM BUDGET-PROPOSE.
