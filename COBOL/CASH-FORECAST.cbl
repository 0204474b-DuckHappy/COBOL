      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-CTL-FILE ASSIGN TO "CASHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PENDING-FILE ASSIGN TO "REVPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT RESUBMIT-FILE ASSIGN TO "SETTLRSB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSB-STATUS.
           SELECT REJECTED-FILE ASSIGN TO "REVREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "CASHFCST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    CTL-DAY-LIMIT is the most treasury can fund on one business
      *    day and CTL-CUM-LIMIT over the whole horizon (zero = not
      *    checked). CTL-PAY-LAG is the business days from extract to
      *    the bank debit; CTL-APPROVAL-LAG how long a pending item
      *    usually waits for its supervisor.
       FD  CASH-CTL-FILE.
       01  CASH-CTL-RECORD.
           02 CTL-DAY-LIMIT    PIC 9(9)V999.
           02 CTL-CUM-LIMIT    PIC 9(9)V999.
           02 CTL-PAY-LAG      PIC 9(2).
           02 CTL-APPROVAL-LAG PIC 9(2).

       FD  PENDING-FILE.
       COPY REVPEND.

       FD  REVERSAL-FILE.
       COPY REVREC.

       FD  RESUBMIT-FILE.
       01  RESUBMIT-RECORD.
           02 RSB-NUMBER    PIC 9(8).
           02 RSB-REFERENCE PIC X(10).
           02 RSB-AMOUNT    PIC S9(7)V999.
           02 RSB-REASON    PIC X(4).
           02 RSB-DATE      PIC 9(8).

       FD  REJECTED-FILE.
       01  REJECTED-RECORD.
           02 REJ-REFERENCE PIC X(10).
           02 REJ-AMOUNT PIC S9(7)V999.
           02 REJ-DATE PIC 9(8).
           02 REJ-REVIEWER PIC X(8).
           02 REJ-REVIEW-DATE PIC 9(8).
           02 REJ-REASON PIC X(30).

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS PIC XX.
       01  WS-PND-STATUS PIC XX.
       01  WS-REV-STATUS PIC XX.
       01  WS-RSB-STATUS PIC XX.
       01  WS-REJ-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-RESUBMIT-FLAG PIC X.
           88 WS-IS-RESUBMIT VALUE 'Y' FALSE 'N'.

       01  WS-DAY-LIMIT PIC 9(9)V999 VALUE ZERO.
       01  WS-CUM-LIMIT PIC 9(9)V999 VALUE ZERO.
       01  WS-PAY-LAG PIC 9(2) VALUE 1.
       01  WS-APPROVAL-LAG PIC 9(2) VALUE 2.

      *    Ten business days after the run date; row 11 gathers what
      *    falls beyond the horizon.
       01  WS-HORIZON PIC 9(2) VALUE 10.
       01  WS-DAY-TABLE.
           02 WS-DAY-ENTRY OCCURS 11 TIMES.
               03 WS-DAY-DATE     PIC 9(8).
               03 WS-DAY-TRANSIT  PIC 9(9)V999.
               03 WS-DAY-APPROVED PIC 9(9)V999.
               03 WS-DAY-RESUBMIT PIC 9(9)V999.
               03 WS-DAY-PENDING  PIC 9(9)V999.
       01  WS-DAY PIC 9(2).
       01  WS-DAY-TOTAL PIC 9(9)V999.
       01  WS-CUM-TOTAL PIC 9(9)V999 VALUE ZERO.
       01  WS-FLAGGED-COUNT PIC 9(2) VALUE ZERO.

       01  WS-SUB PIC 9(4).
       01  WS-LAG-COUNT PIC 9(2).
       01  WS-BASE-DATE PIC 9(8).
       01  WS-PAY-DATE PIC 9(8).
       01  WS-PAY-AMOUNT PIC 9(9)V999.
       01  WS-WORK-AMOUNT PIC S9(9)V999.

       01  WS-RSB-COUNT PIC 9(4) VALUE ZERO.
       01  WS-RSB-TABLE.
           02 WS-RSB-NUMBER-TBL OCCURS 1000 TIMES PIC 9(8).

      *    Share of queued reversals that supervisors have released in
      *    the past: released-with-approver rows of REVERSAL.DAT
      *    against the denials in REVREJ.DAT. With no history every
      *    pending item is taken at full value.
       01  WS-APPROVED-HIST PIC 9(7) VALUE ZERO.
       01  WS-REJECTED-HIST PIC 9(7) VALUE ZERO.
       01  WS-APPROVAL-RATE PIC 9V9999 VALUE 1.
       01  WS-RATE-EDIT PIC 9.9999.
       01  WS-LIMIT-EDIT PIC ZZZZZZZZ9.999.

       01  WS-COUNTS.
           02 WS-TRANSIT-COUNT  PIC 9(5) VALUE ZERO.
           02 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
           02 WS-RESUBMIT-COUNT PIC 9(5) VALUE ZERO.
           02 WS-PENDING-COUNT  PIC 9(5) VALUE ZERO.

       COPY RUNSTAMP.
       COPY CALRQ.

       01  WS-DAY-LINE.
           02 DY-DATE     PIC 9(8).
           02 FILLER      PIC X VALUE SPACE.
           02 DY-TRANSIT  PIC ZZZZZZ9.999.
           02 FILLER      PIC X VALUE SPACE.
           02 DY-APPROVED PIC ZZZZZZ9.999.
           02 FILLER      PIC X VALUE SPACE.
           02 DY-RESUBMIT PIC ZZZZZZ9.999.
           02 FILLER      PIC X VALUE SPACE.
           02 DY-PENDING  PIC ZZZZZZ9.999.
           02 FILLER      PIC X VALUE SPACE.
           02 DY-TOTAL    PIC ZZZZZZZZ9.999.
           02 FILLER      PIC X VALUE SPACE.
           02 DY-CUM      PIC ZZZZZZZZ9.999.
           02 FILLER      PIC X VALUE SPACE.
           02 DY-FLAG     PIC X(4).
       01  WS-DAY-LINE-X REDEFINES WS-DAY-LINE.
           02 DY-DATE-X   PIC X(8).
           02 FILLER      PIC X(81).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-CASH-CONFIG.
           PERFORM BUILD-DAY-TABLE.
           PERFORM LOAD-RESUBMIT-TABLE.
           PERFORM COUNT-REJECTED-HISTORY.

           OPEN INPUT REVERSAL-FILE.
           IF WS-REV-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ REVERSAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM PROJECT-ONE-REVERSAL
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-FILE
           END-IF.

           IF WS-APPROVED-HIST + WS-REJECTED-HIST > ZERO
               COMPUTE WS-APPROVAL-RATE ROUNDED = WS-APPROVED-HIST
                   / (WS-APPROVED-HIST + WS-REJECTED-HIST)
           END-IF.

           OPEN INPUT PENDING-FILE.
           IF WS-PND-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ PENDING-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM PROJECT-ONE-PENDING
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

           OPEN OUTPUT FORECAST-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE FORECAST-REPORT-LINE FROM ENV-BANNER.
           PERFORM PRINT-FORECAST-HEADER.
           PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-HORIZON + 1
               PERFORM PRINT-ONE-DAY
           END-PERFORM.
           PERFORM PRINT-FORECAST-FOOTER.
           CLOSE FORECAST-REPORT-FILE.

           DISPLAY "CASH-FORECAST - SALIDA PREVISTA " WS-CUM-TOTAL
               " - " WS-FLAGGED-COUNT " DIAS SOBRE LIMITE".
           IF WS-FLAGGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Released reversals already sent wait for the bank debit
      *    CTL-PAY-LAG business days after their extract; those not
      *    yet sent (including bounces waiting to go again) leave in
      *    the next extract, taken as today's.
       PROJECT-ONE-REVERSAL.
           IF REV-APPROVER NOT = SPACES
               ADD 1 TO WS-APPROVED-HIST
           END-IF.
           IF REV-SETTLE-FLAG = 'S'
               CONTINUE
           ELSE
               COMPUTE WS-WORK-AMOUNT = REV-AMOUNT
               PERFORM SET-PAY-AMOUNT
               IF REV-EXTRACT-DATE IS NUMERIC
                   AND REV-EXTRACT-DATE > ZERO
                   MOVE REV-EXTRACT-DATE TO WS-BASE-DATE
                   PERFORM FIND-PAY-DAY
                   ADD 1 TO WS-TRANSIT-COUNT
                   ADD WS-PAY-AMOUNT TO WS-DAY-TRANSIT(WS-DAY)
               ELSE
                   MOVE WS-RUN-DATE TO WS-BASE-DATE
                   PERFORM FIND-PAY-DAY
                   PERFORM CHECK-RESUBMIT
                   IF WS-IS-RESUBMIT
                       ADD 1 TO WS-RESUBMIT-COUNT
                       ADD WS-PAY-AMOUNT TO WS-DAY-RESUBMIT(WS-DAY)
                   ELSE
                       ADD 1 TO WS-APPROVED-COUNT
                       ADD WS-PAY-AMOUNT TO WS-DAY-APPROVED(WS-DAY)
                   END-IF
               END-IF
           END-IF.

      *    A queued item is expected out CTL-APPROVAL-LAG business
      *    days after it was queued (or today, if that has passed),
      *    at what REV-APPROVE would pay: the partial amount when one
      *    is set, plus any accrued penalty - scaled down by the
      *    historical approval rate.
       PROJECT-ONE-PENDING.
           ADD 1 TO WS-PENDING-COUNT.
           COMPUTE WS-WORK-AMOUNT = PND-AMOUNT.
           IF PND-PARTIAL-AMOUNT IS NUMERIC
               AND PND-PARTIAL-AMOUNT NOT = ZERO
               COMPUTE WS-WORK-AMOUNT = PND-PARTIAL-AMOUNT
           END-IF.
           PERFORM SET-PAY-AMOUNT.
           IF PND-ACCRUED IS NUMERIC
               IF PND-ACCRUED < ZERO
                   COMPUTE WS-PAY-AMOUNT = WS-PAY-AMOUNT
                       - PND-ACCRUED
               ELSE
                   ADD PND-ACCRUED TO WS-PAY-AMOUNT
               END-IF
           END-IF.
           COMPUTE WS-PAY-AMOUNT ROUNDED =
               WS-PAY-AMOUNT * WS-APPROVAL-RATE.

           MOVE PND-DATE TO WS-BASE-DATE.
           IF PND-DATE IS NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-BASE-DATE
           END-IF.
           MOVE WS-APPROVAL-LAG TO WS-LAG-COUNT.
           PERFORM ADD-BUSINESS-DAYS.
           MOVE WS-PAY-DATE TO WS-BASE-DATE.
           IF WS-BASE-DATE < WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-BASE-DATE
           END-IF.
           PERFORM FIND-PAY-DAY.
           ADD WS-PAY-AMOUNT TO WS-DAY-PENDING(WS-DAY).

       SET-PAY-AMOUNT.
           IF WS-WORK-AMOUNT < ZERO
               COMPUTE WS-PAY-AMOUNT = WS-WORK-AMOUNT * -1
           ELSE
               MOVE WS-WORK-AMOUNT TO WS-PAY-AMOUNT
           END-IF.

       CHECK-RESUBMIT.
           SET WS-IS-RESUBMIT TO FALSE.
           IF REV-SETTLE-FLAG = 'B'
               SET WS-IS-RESUBMIT TO TRUE
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RSB-COUNT OR WS-IS-RESUBMIT
               IF WS-RSB-NUMBER-TBL(WS-SUB) = REV-NUMBER
                   SET WS-IS-RESUBMIT TO TRUE
               END-IF
           END-PERFORM.

      *    Pay date is WS-BASE-DATE plus the bank lag; anything due on
      *    or before the run date is overdue and shown on the first
      *    forecast day.
       FIND-PAY-DAY.
           MOVE WS-PAY-LAG TO WS-LAG-COUNT.
           PERFORM ADD-BUSINESS-DAYS.
           MOVE 1 TO WS-DAY.
           PERFORM UNTIL WS-DAY > WS-HORIZON
                   OR WS-DAY-DATE(WS-DAY) >= WS-PAY-DATE
               ADD 1 TO WS-DAY
           END-PERFORM.

       ADD-BUSINESS-DAYS.
           MOVE WS-BASE-DATE TO WS-PAY-DATE.
           PERFORM WS-LAG-COUNT TIMES
               MOVE 'N' TO CAL-FUNCTION
               MOVE WS-PAY-DATE TO CAL-DATE-IN
               CALL "CAL-ROUTINE" USING CALENDAR-REQUEST
               MOVE CAL-DATE-OUT TO WS-PAY-DATE
           END-PERFORM.

       BUILD-DAY-TABLE.
           MOVE WS-RUN-DATE TO CAL-DATE-IN.
           PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-HORIZON + 1
               MOVE ZERO TO WS-DAY-TRANSIT(WS-DAY)
               MOVE ZERO TO WS-DAY-APPROVED(WS-DAY)
               MOVE ZERO TO WS-DAY-RESUBMIT(WS-DAY)
               MOVE ZERO TO WS-DAY-PENDING(WS-DAY)
               MOVE ZERO TO WS-DAY-DATE(WS-DAY)
               IF WS-DAY <= WS-HORIZON
                   MOVE 'N' TO CAL-FUNCTION
                   CALL "CAL-ROUTINE" USING CALENDAR-REQUEST
                   MOVE CAL-DATE-OUT TO WS-DAY-DATE(WS-DAY)
                   MOVE CAL-DATE-OUT TO CAL-DATE-IN
               END-IF
           END-PERFORM.

       PRINT-FORECAST-HEADER.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "PREVISION DE SALIDAS DE CAJA POR REVERSIONES - "
               WS-RUN-DATE DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-APPROVAL-RATE TO WS-RATE-EDIT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "TASA HISTORICA DE APROBACION " WS-RATE-EDIT
               " (APROBADAS " WS-APPROVED-HIST
               " DENEGADAS " WS-REJECTED-HIST ")"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           MOVE WS-DAY-LIMIT TO WS-LIMIT-EDIT.
           STRING "LIMITE DIARIO " WS-LIMIT-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           MOVE WS-CUM-LIMIT TO WS-LIMIT-EDIT.
           STRING " LIMITE ACUMULADO " WS-LIMIT-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE(28:).
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "DIAS HABILES HASTA EL DEBITO BANCARIO " WS-PAY-LAG
               " - HASTA LA APROBACION " WS-APPROVAL-LAG
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE "FECHA     EN TRANSITO   APROBADAS    REENVIOS  "
               TO FORECAST-REPORT-LINE.
           MOVE "PEND.POND.    TOTAL DIA     ACUMULADO"
               TO FORECAST-REPORT-LINE(49:).
           WRITE FORECAST-REPORT-LINE.

      *    *DIA: the day alone is over the daily limit; *ACU: the
      *    day pays out with the running total already past the
      *    horizon limit; *D+A: both.
       PRINT-ONE-DAY.
           COMPUTE WS-DAY-TOTAL = WS-DAY-TRANSIT(WS-DAY)
               + WS-DAY-APPROVED(WS-DAY) + WS-DAY-RESUBMIT(WS-DAY)
               + WS-DAY-PENDING(WS-DAY).
           ADD WS-DAY-TOTAL TO WS-CUM-TOTAL.
           IF WS-DAY > WS-HORIZON
               MOVE "DESPUES" TO DY-DATE-X
           ELSE
               MOVE WS-DAY-DATE(WS-DAY) TO DY-DATE
           END-IF.
           MOVE WS-DAY-TRANSIT(WS-DAY) TO DY-TRANSIT.
           MOVE WS-DAY-APPROVED(WS-DAY) TO DY-APPROVED.
           MOVE WS-DAY-RESUBMIT(WS-DAY) TO DY-RESUBMIT.
           MOVE WS-DAY-PENDING(WS-DAY) TO DY-PENDING.
           MOVE WS-DAY-TOTAL TO DY-TOTAL.
           MOVE WS-CUM-TOTAL TO DY-CUM.
           MOVE SPACES TO DY-FLAG.
           IF WS-DAY <= WS-HORIZON
               IF WS-DAY-LIMIT > ZERO
                   AND WS-DAY-TOTAL > WS-DAY-LIMIT
                   MOVE "*DIA" TO DY-FLAG
               END-IF
               IF WS-CUM-LIMIT > ZERO
                   AND WS-CUM-TOTAL > WS-CUM-LIMIT
                   AND WS-DAY-TOTAL > ZERO
                   IF DY-FLAG = SPACES
                       MOVE "*ACU" TO DY-FLAG
                   ELSE
                       MOVE "*D+A" TO DY-FLAG
                   END-IF
               END-IF
               IF DY-FLAG NOT = SPACES
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-IF.
           WRITE FORECAST-REPORT-LINE FROM WS-DAY-LINE.

       PRINT-FORECAST-FOOTER.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "PARTIDAS: EN TRANSITO " WS-TRANSIT-COUNT
               " APROBADAS " WS-APPROVED-COUNT
               " REENVIOS " WS-RESUBMIT-COUNT
               " PENDIENTES " WS-PENDING-COUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "DIAS SOBRE LIMITE: " WS-FLAGGED-COUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.

       LOAD-CASH-CONFIG.
           OPEN INPUT CASH-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CASH-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-DAY-LIMIT IS NUMERIC
                           AND CTL-CUM-LIMIT IS NUMERIC
                           AND CTL-PAY-LAG IS NUMERIC
                           AND CTL-APPROVAL-LAG IS NUMERIC
                           MOVE CTL-DAY-LIMIT TO WS-DAY-LIMIT
                           MOVE CTL-CUM-LIMIT TO WS-CUM-LIMIT
                           MOVE CTL-PAY-LAG TO WS-PAY-LAG
                           MOVE CTL-APPROVAL-LAG TO WS-APPROVAL-LAG
                       ELSE
                           DISPLAY "CASHCTL.DAT INVALIDO - SIN LIMITE "
                               "DE LIQUIDEZ, DEMORAS 1 Y 2 DIAS"
                       END-IF
               END-READ
               CLOSE CASH-CTL-FILE
           END-IF.

      *    A bounce stays listed in SETTLRSB.DAT after the reversal
      *    goes out again; only the numbers matter here, and only
      *    while the reversal is still waiting for an extract.
       LOAD-RESUBMIT-TABLE.
           OPEN INPUT RESUBMIT-FILE.
           IF WS-RSB-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RESUBMIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-RSB-COUNT >= 1000
                               DISPLAY "SETTLRSB.DAT HAS MORE THAN "
                                   "1000 ROWS - EXTRA IGNORED"
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-RSB-COUNT
                               MOVE RSB-NUMBER TO
                                   WS-RSB-NUMBER-TBL(WS-RSB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUBMIT-FILE
           END-IF.

       COUNT-REJECTED-HISTORY.
           OPEN INPUT REJECTED-FILE.
           IF WS-REJ-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ REJECTED-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REJECTED-HIST
                   END-READ
               END-PERFORM
               CLOSE REJECTED-FILE
           END-IF.

       END PROGRAM CASH-FORECAST.
