      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END.

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
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLB-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLC-STATUS.
           SELECT REFNUM-CTL-FILE ASSIGN TO "REFNUMCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "ABSBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT ABSENCE-CTL-FILE ASSIGN TO "ABSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABC-STATUS.
           SELECT YEAR-END-CTL-FILE ASSIGN TO "YECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEC-STATUS.
           SELECT CLOSED-YEAR-FILE ASSIGN TO "CLOSEDYR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLY-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "YEAREND.RPT"
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

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  GL-PERIOD-FILE.
       COPY GLPERIOD.

      *    Same layout REF-ISSUER keeps, including the single-record
      *    counter files from before named series.
       FD  REFNUM-CTL-FILE.
       01  REFNUM-CTL-RECORD.
           02 RNC-SERIES      PIC X(8).
           02 RNC-NEXT-NUMBER PIC 9(8).
           02 RNC-START       PIC 9(8).
           02 RNC-STEP        PIC 9(4).
           02 RNC-LIMIT       PIC 9(8).
       01  REFNUM-CTL-LEGACY REDEFINES REFNUM-CTL-RECORD.
           02 RNL-NEXT-NUMBER PIC 9(8).
           02 RNL-START       PIC 9(8).
           02 RNL-STEP        PIC 9(4).
           02 FILLER          PIC X(16).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           02 BAL-EMP-ID      PIC 9(6).
           02 BAL-YEAR        PIC 9(4).
           02 BAL-ENTITLEMENT PIC 9(3).
           02 BAL-TAKEN       PIC 9(3).
           02 BAL-CARRIED     PIC 9(3).

       FD  ABSENCE-CTL-FILE.
       01  ABSENCE-CTL-RECORD.
           02 ABC-ANNUAL-DAYS PIC 9(3).
           02 ABC-CARRY-MAX   PIC 9(3).

      *    YECTL.DAT: what the year-end does with each annual counter.
      *    S rows name a REFNUMCT.DAT series: R = restart it (at
      *    YEC-NEW-START, or at the series' own start when zero),
      *    K = keep numbering on. Series not listed are kept. An E row
      *    sets the absence entitlement and carry-over limit for the
      *    new year; without one ABSCTL.DAT stands.
       FD  YEAR-END-CTL-FILE.
       01  YEAR-END-CTL-RECORD.
           02 YEC-TYPE        PIC X.
               88 YEC-SERIES-ROW      VALUE 'S'.
               88 YEC-ENTITLEMENT-ROW VALUE 'E'.
           02 YEC-SERIES      PIC X(8).
           02 YEC-ACTION      PIC X.
               88 YEC-RESET VALUE 'R'.
               88 YEC-KEEP  VALUE 'K'.
           02 YEC-NEW-START   PIC 9(8).
       01  YEAR-END-CTL-ENTITLEMENT REDEFINES YEAR-END-CTL-RECORD.
           02 FILLER          PIC X.
           02 YEE-ANNUAL-DAYS PIC 9(3).
           02 YEE-CARRY-MAX   PIC 9(3).
           02 FILLER          PIC X(11).

       FD  CLOSED-YEAR-FILE.
       01  CLOSED-YEAR-RECORD.
           02 CLY-YEAR PIC 9(4).
           02 CLY-CLOSE-DATE PIC 9(8).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SUM-STATUS PIC XX.
       01  WS-TOT-STATUS PIC XX.
       01  WS-BUD-STATUS PIC XX.
       01  WS-GLB-STATUS PIC XX.
       01  WS-GLC-STATUS PIC XX.
       01  WS-RNC-STATUS PIC XX.
       01  WS-BAL-STATUS PIC XX.
       01  WS-ABC-STATUS PIC XX.
       01  WS-YEC-STATUS PIC XX.
       01  WS-CLY-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-ALREADY-LOCKED-FLAG PIC X VALUE 'N'.
           88 WS-ALREADY-LOCKED VALUE 'Y'.
       01  WS-STOP-FLAG PIC X VALUE 'N'.
           88 WS-STOP VALUE 'Y'.

       01  WS-CLOSE-YEAR PIC 9(4).
       01  WS-NEXT-YEAR PIC 9(4).
       01  WS-WORK-MONTH PIC 9(6).
       01  WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
           02 WS-WORK-YYYY PIC 9(4).
           02 WS-WORK-MM PIC 9(2).
       01  WS-MM PIC 9(2).
       01  WS-OPEN-MONTHS PIC 9(3) VALUE ZERO.

      *    One row per period of the year being closed; periods are
      *    the calendar months until FISCAL.DAT says otherwise.
       01  WS-MONTH-TABLE.
           02 WS-MONTH-ENTRY OCCURS 12 TIMES.
               03 WS-MO-DAYS       PIC 9(3).
               03 WS-MO-BREACHES   PIC 9(7).
               03 WS-MO-REVERSALS  PIC 9(7).
               03 WS-MO-REV-TOTAL  PIC S9(11)V999.
               03 WS-MO-SURCH      PIC 9(11)V999.
               03 WS-MO-BUD-FLAG   PIC X.
                   88 WS-MO-BUDGETED VALUE 'Y' FALSE 'N'.
               03 WS-MO-BUD-SURCH  PIC 9(9)V999.
               03 WS-MO-BUD-BREACH PIC 9(5).
               03 WS-MO-BUD-REV    PIC 9(9)V999.
       01  WS-YEAR-DAYS PIC 9(3) VALUE ZERO.
       01  WS-YEAR-BREACHES PIC 9(7) VALUE ZERO.
       01  WS-YEAR-REVERSALS PIC 9(7) VALUE ZERO.
       01  WS-YEAR-REV-TOTAL PIC S9(11)V999 VALUE ZERO.
       01  WS-YEAR-SURCH PIC 9(11)V999 VALUE ZERO.
       01  WS-BUD-MONTHS PIC 9(2) VALUE ZERO.
       01  WS-NEXT-BUD-MONTHS PIC 9(2) VALUE ZERO.
       01  WS-YEAR-BUD-SURCH PIC 9(11)V999 VALUE ZERO.
       01  WS-YEAR-BUD-BREACH PIC 9(7) VALUE ZERO.
       01  WS-YEAR-BUD-REV PIC 9(11)V999 VALUE ZERO.
       01  WS-ACT-REVERSALS PIC 9(11)V999.
       01  WS-VARIANCE PIC S9(11)V999.
       01  WS-VAR-FLAG PIC X(8).

      *    The ledger keeps calendar months. The last month that ends
      *    inside the year closed (December for a calendar year) has
      *    its closing balances carried into the following month's
      *    opening, as MONTH-END carries any other month.
       01  WS-GL-STATE PIC X VALUE 'N'.
           88 WS-GL-NONE VALUE 'N'.
           88 WS-GL-CARRY VALUE 'C'.
       01  WS-GL-PERIOD PIC 9(6) VALUE ZERO.
       01  WS-LAST-GL-PERIOD PIC 9(6).
       01  WS-FIRST-GL-PERIOD PIC 9(6).
       01  WS-YEAR-END-DATE PIC 9(8).
       01  WS-DAY-AFTER PIC 9(8).
       01  WS-DAY-INT PIC 9(8).
       01  WS-GL-SUB PIC 9(3).
       01  WS-GL-COUNT PIC 9(3) VALUE ZERO.
       01  WS-GL-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-GL-OVERFLOW VALUE 'Y'.
       01  WS-GL-TABLE.
           02 WS-GL-ENTRY OCCURS 500 TIMES.
               03 WS-GL-COMPANY-TBL PIC X(2).
               03 WS-GL-ACCOUNT-TBL PIC 9(6).
               03 WS-GL-CLOSING-TBL PIC S9(13)V999.
       01  WS-GL-CREATED PIC 9(3) VALUE ZERO.
       01  WS-GL-CORRECTED PIC 9(3) VALUE ZERO.

       01  WS-MC-SUB PIC 9(2).
       01  WS-MC-HIT PIC 9(2).
       01  WS-MC-COUNT PIC 9(2) VALUE ZERO.
       01  WS-MC-FIND-CODE PIC X(2).
       01  WS-MC-TABLE.
           02 WS-MC-ENTRY OCCURS 20 TIMES.
               03 WS-MC-CODE     PIC X(2).
               03 WS-MC-NAME     PIC X(30).
               03 WS-MC-ACCOUNTS PIC 9(3).
               03 WS-MC-OPENING  PIC S9(15)V999.

       01  WS-SER-SUB PIC 9(2).
       01  WS-SER-HIT PIC 9(2).
       01  WS-SER-COUNT PIC 9(2) VALUE ZERO.
       01  WS-SER-TABLE.
           02 WS-SER-ENTRY OCCURS 20 TIMES.
               03 WS-SER-NAME-TBL  PIC X(8).
               03 WS-SER-NEXT-TBL  PIC 9(8).
               03 WS-SER-START-TBL PIC 9(8).
               03 WS-SER-STEP-TBL  PIC 9(4).
               03 WS-SER-LIMIT-TBL PIC 9(8).
               03 WS-SER-OLD-NEXT  PIC 9(8).
               03 WS-SER-RESET-FLAG PIC X.
                   88 WS-SER-WAS-RESET VALUE 'Y' FALSE 'N'.
       01  WS-YSR-SUB PIC 9(2).
       01  WS-YSR-COUNT PIC 9(2) VALUE ZERO.
       01  WS-YSR-TABLE.
           02 WS-YSR-ENTRY OCCURS 20 TIMES.
               03 WS-YSR-SERIES PIC X(8).
               03 WS-YSR-ACTION PIC X.
               03 WS-YSR-START  PIC 9(8).
       01  WS-RESET-START PIC 9(8).

       01  WS-ANNUAL-DAYS PIC 9(3) VALUE 22.
       01  WS-CARRY-MAX PIC 9(3) VALUE 5.
       01  WS-ENT-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-ENT-CHANGED VALUE 'Y'.
       01  WS-BAL-SUB PIC 9(3).
       01  WS-BAL-SUB2 PIC 9(3).
       01  WS-BAL-HIT PIC 9(3).
       01  WS-BAL-COUNT PIC 9(3) VALUE ZERO.
       01  WS-BAL-LOADED PIC 9(3) VALUE ZERO.
       01  WS-BAL-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-BAL-OVERFLOW VALUE 'Y'.
       01  WS-BAL-TABLE.
           02 WS-BAL-ENTRY OCCURS 500 TIMES.
               03 WS-BAL-EMP-TBL   PIC 9(6).
               03 WS-BAL-YEAR-TBL  PIC 9(4).
               03 WS-BAL-ENT-TBL   PIC 9(3).
               03 WS-BAL-TAKEN-TBL PIC 9(3).
               03 WS-BAL-CARRY-TBL PIC 9(3).
       01  WS-CARRY PIC S9(4).
       01  WS-BAL-OPENED PIC 9(3) VALUE ZERO.
       01  WS-BAL-REFRESHED PIC 9(3) VALUE ZERO.

       COPY RUNSTAMP.
       COPY CMPRQ.
       COPY CLMRQ.
       COPY FISCRQ.

       01  WS-HDR-LINE.
           02 FILLER PIC X(30)
               VALUE "ESTADO ANUAL DE OPERACIONES - ".
           02 WH-YEAR PIC 9(4).
           02 FILLER PIC X(12) VALUE " CERRADO EL ".
           02 WH-DATE PIC 9(8).

       01  WS-MONTH-HEAD.
           02 FILLER PIC X(26) VALUE "PER    DIA BRECHAS REVERS ".
           02 FILLER PIC X(18) VALUE "  RECARGOS REALES ".
           02 FILLER PIC X(18) VALUE "      PRESUPUESTO ".
           02 FILLER PIC X(18) VALUE "         VARIACION".

       01  WS-MONTH-LINE.
           02 MO-MONTH PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 MO-DAYS PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 MO-BREACHES PIC ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 MO-REVERSALS PIC ZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 MO-SURCH PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 MO-BUDGET PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 MO-VARIANCE PIC -,---,---,--9.99.

       01  WS-BUDGET-LINE.
           02 BL-NAME PIC X(10).
           02 FILLER PIC X(6) VALUE " PPTO ".
           02 BL-BUDGET PIC ZZZZZZZZZZ9.999.
           02 FILLER PIC X(6) VALUE " REAL ".
           02 BL-ACTUAL PIC ZZZZZZZZZZ9.999.
           02 FILLER PIC X(5) VALUE " VAR ".
           02 BL-VARIANCE PIC -(10)9.999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 BL-FLAG PIC X(8).

       01  WS-GL-COMPANY-LINE.
           02 FILLER PIC X(16) VALUE "MAYOR: EMPRESA ".
           02 GC-COMPANY PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 GC-ACCOUNTS PIC ZZ9.
           02 FILLER PIC X(20) VALUE " CUENTAS - APERTURA ".
           02 GC-PERIOD PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 GC-OPENING PIC -,---,---,---,--9.999.

       01  WS-SERIES-LINE.
           02 FILLER PIC X(6) VALUE "SERIE ".
           02 SR-NAME PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 SR-ACTION PIC X(20).
           02 SR-NEXT PIC 9(8).
           02 FILLER PIC X(10) VALUE " - ANTES ".
           02 SR-OLD-NEXT PIC 9(8).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "ANO A CERRAR AAAA : ".
           ACCEPT WS-CLOSE-YEAR.
           COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1.

           PERFORM CHECK-ALREADY-LOCKED.
           IF WS-ALREADY-LOCKED
               DISPLAY "ANO " WS-CLOSE-YEAR " YA CERRADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-COMPANIES.
           PERFORM CHECK-MONTHS-CLOSED.
           IF WS-OPEN-MONTHS > ZERO
               DISPLAY "YEAR-END - CIERRE ANUAL DETENIDO - "
                   WS-OPEN-MONTHS " PERIODOS SIN CERRAR CON MONTH-END"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SET-GL-PERIODS.

      *    Every table is loaded and every change worked out before
      *    any file is written, so a stop leaves the year untouched.
           PERFORM CHECK-GL-PERIOD.
           IF WS-GL-CARRY
               PERFORM LOAD-CARRY-BALANCES
           END-IF.
           IF WS-GL-OVERFLOW
               DISPLAY "GLBAL.DAT HAS MORE THAN 500 ACCOUNTS FOR THE "
                   "PERIOD - CIERRE ANUAL DETENIDO"
               SET WS-STOP TO TRUE
           END-IF.
           PERFORM LOAD-ABSENCE-CONFIG.
           PERFORM LOAD-YEAR-END-CONTROL.
           PERFORM LOAD-SERIES-TABLE.
           PERFORM LOAD-BALANCE-TABLE.
           IF WS-BAL-OVERFLOW
               DISPLAY "ABSBAL.DAT EXCEDE LA TABLA - CIERRE ANUAL "
                   "DETENIDO PARA NO PERDER SALDOS"
               SET WS-STOP TO TRUE
           END-IF.
           IF NOT WS-STOP
               PERFORM ROLL-ENTITLEMENTS
           END-IF.
           IF WS-BAL-OVERFLOW
               SET WS-STOP TO TRUE
           END-IF.
           IF WS-STOP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM APPLY-SERIES-CONTROL.

           PERFORM INITIALIZE-MONTH-TABLE.
           PERFORM CONSOLIDATE-SUMMARY-HISTORY.
           PERFORM CONSOLIDATE-SURCHARGES.
           PERFORM LOAD-YEAR-BUDGET.

           IF WS-GL-CARRY
               PERFORM CARRY-GL-BALANCES
           END-IF.
           PERFORM SAVE-SERIES-TABLE.
           PERFORM SAVE-BALANCE-TABLE.
           IF WS-ENT-CHANGED
               PERFORM SAVE-ABSENCE-CONFIG
           END-IF.
           PERFORM WRITE-STATEMENT.
           PERFORM LOCK-YEAR.

           DISPLAY "YEAR-END - ANO " WS-CLOSE-YEAR
               " CERRADO - ESTADO EN YEAREND.RPT".
           IF WS-NEXT-BUD-MONTHS < 12
               DISPLAY "YEAR-END - PRESUPUESTO " WS-NEXT-YEAR
                   " CARGADO PARA " WS-NEXT-BUD-MONTHS
                   " DE 12 PERIODOS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       CHECK-ALREADY-LOCKED.
           OPEN INPUT CLOSED-YEAR-FILE.
           IF WS-CLY-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ CLOSED-YEAR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CLY-YEAR = WS-CLOSE-YEAR
                               SET WS-ALREADY-LOCKED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-YEAR-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       LOAD-COMPANIES.
           MOVE SPACES TO CMQ-CODE-IN.
           CALL "CMP-CHECK" USING COMPANY-REQUEST.
           MOVE CMQ-COUNT TO WS-MC-COUNT.
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
                   UNTIL WS-MC-SUB > WS-MC-COUNT
               MOVE CMQ-TBL-CODE(WS-MC-SUB) TO WS-MC-CODE(WS-MC-SUB)
               MOVE CMQ-TBL-NAME(WS-MC-SUB) TO WS-MC-NAME(WS-MC-SUB)
               MOVE ZERO TO WS-MC-ACCOUNTS(WS-MC-SUB)
               MOVE ZERO TO WS-MC-OPENING(WS-MC-SUB)
           END-PERFORM.

       FIND-COMPANY.
           MOVE ZERO TO WS-MC-HIT.
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
                   UNTIL WS-MC-SUB > WS-MC-COUNT OR WS-MC-HIT > ZERO
               IF WS-MC-CODE(WS-MC-SUB) = WS-MC-FIND-CODE
                   MOVE WS-MC-SUB TO WS-MC-HIT
               END-IF
           END-PERFORM.

      *    MONTH-END closes every company of COMPANY.DAT, so each one
      *    must show all twelve periods closed in CLOSEDMO.DAT. A
      *    period FISC-CHECK cannot date has never been closed.
       CHECK-MONTHS-CLOSED.
           PERFORM VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12
               MOVE WS-CLOSE-YEAR TO WS-WORK-YYYY
               MOVE WS-MM TO WS-WORK-MM
               SET FSQ-FUNC-PERIOD TO TRUE
               MOVE WS-WORK-MONTH TO FSQ-PERIOD-KEY
               CALL "FISC-CHECK" USING FISCAL-REQUEST
               IF FSQ-VALID
                   PERFORM CHECK-PERIOD-COMPANIES
               ELSE
                   ADD 1 TO WS-OPEN-MONTHS
                   DISPLAY "PERIODO " WS-WORK-MONTH
                       " SIN FECHAS EN FISCAL.DAT"
               END-IF
           END-PERFORM.

       CHECK-PERIOD-COMPANIES.
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
                   UNTIL WS-MC-SUB > WS-MC-COUNT
               MOVE FSQ-START TO CLM-DATE-IN
               MOVE WS-MC-CODE(WS-MC-SUB) TO CLM-COMPANY-IN
               CALL "CLM-CHECK" USING CLOSED-MONTH-REQUEST
               IF NOT CLM-IS-CLOSED
                   ADD 1 TO WS-OPEN-MONTHS
                   DISPLAY "PERIODO " WS-WORK-MONTH " EMPRESA "
                       WS-MC-CODE(WS-MC-SUB) " SIN CERRAR"
               END-IF
           END-PERFORM.

      *    The year's twelfth period ends on WS-YEAR-END-DATE. The
      *    ledger month carried is the last one wholly inside the
      *    year: that date's own month when it is a month end, the
      *    month before otherwise.
       SET-GL-PERIODS.
           MOVE WS-CLOSE-YEAR TO WS-WORK-YYYY.
           MOVE 12 TO WS-WORK-MM.
           SET FSQ-FUNC-PERIOD TO TRUE.
           MOVE WS-WORK-MONTH TO FSQ-PERIOD-KEY.
           CALL "FISC-CHECK" USING FISCAL-REQUEST.
           MOVE FSQ-END TO WS-YEAR-END-DATE.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-END-DATE) + 1.
           COMPUTE WS-DAY-AFTER = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-YEAR-END-DATE(1:6) TO WS-WORK-MONTH.
           IF WS-DAY-AFTER(7:2) NOT = "01"
               PERFORM STEP-BACK-WORK-MONTH
           END-IF.
           MOVE WS-WORK-MONTH TO WS-LAST-GL-PERIOD.
           IF WS-WORK-MM = 12
               ADD 1 TO WS-WORK-YYYY
               MOVE 1 TO WS-WORK-MM
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF.
           MOVE WS-WORK-MONTH TO WS-FIRST-GL-PERIOD.

       STEP-BACK-WORK-MONTH.
           IF WS-WORK-MM = 1
               SUBTRACT 1 FROM WS-WORK-YYYY
               MOVE 12 TO WS-WORK-MM
           ELSE
               SUBTRACT 1 FROM WS-WORK-MM
           END-IF.

      *    The ledger must already be open past the year; a last
      *    month still open is rolled by MONTH-END first.
       CHECK-GL-PERIOD.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-GLC-STATUS = "00"
               READ GL-PERIOD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GLC-CURRENT-PERIOD IS NUMERIC
                           AND GLC-CURRENT-PERIOD > ZERO
                           MOVE GLC-CURRENT-PERIOD TO WS-GL-PERIOD
                           MOVE 'C' TO WS-GL-STATE
                       END-IF
               END-READ
               CLOSE GL-PERIOD-FILE
           END-IF.
           IF WS-GL-CARRY AND WS-GL-PERIOD <= WS-LAST-GL-PERIOD
               DISPLAY "MAYOR ABIERTO EN EL PERIODO " WS-GL-PERIOD
                   " - CIERRE ANUAL DETENIDO, ROTAR CON MONTH-END"
               SET WS-STOP TO TRUE
           END-IF.

       LOAD-CARRY-BALANCES.
           OPEN INPUT GL-BALANCE-FILE.
           IF WS-GLB-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ GL-BALANCE-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF GLB-PERIOD = WS-LAST-GL-PERIOD
                               PERFORM STORE-CARRY-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       STORE-CARRY-BALANCE.
           IF WS-GL-COUNT >= 500
               SET WS-GL-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-GL-COUNT
               MOVE GLB-COMPANY TO WS-GL-COMPANY-TBL(WS-GL-COUNT)
               MOVE GLB-ACCOUNT TO WS-GL-ACCOUNT-TBL(WS-GL-COUNT)
               MOVE GLB-CLOSING TO WS-GL-CLOSING-TBL(WS-GL-COUNT)
           END-IF.

       LOAD-ABSENCE-CONFIG.
           OPEN INPUT ABSENCE-CTL-FILE.
           IF WS-ABC-STATUS = "00"
               READ ABSENCE-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ABC-ANNUAL-DAYS IS NUMERIC
                           AND ABC-ANNUAL-DAYS > ZERO
                           MOVE ABC-ANNUAL-DAYS TO WS-ANNUAL-DAYS
                       END-IF
                       IF ABC-CARRY-MAX IS NUMERIC
                           MOVE ABC-CARRY-MAX TO WS-CARRY-MAX
                       END-IF
               END-READ
               CLOSE ABSENCE-CTL-FILE
           END-IF.

       LOAD-YEAR-END-CONTROL.
           OPEN INPUT YEAR-END-CTL-FILE.
           IF WS-YEC-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ YEAR-END-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-CONTROL-ROW
                   END-READ
               END-PERFORM
               CLOSE YEAR-END-CTL-FILE
           ELSE
               DISPLAY "YECTL.DAT NO DISPONIBLE - SERIES CONTINUAN "
                   "Y DERECHOS SEGUN ABSCTL.DAT"
           END-IF.
           SET WS-EOF TO FALSE.

       STORE-CONTROL-ROW.
           EVALUATE TRUE
               WHEN YEC-SERIES-ROW
                   IF WS-YSR-COUNT >= 20
                       DISPLAY "YECTL.DAT HAS MORE THAN 20 SERIES - "
                           "EXTRA IGNORED"
                   ELSE
                       ADD 1 TO WS-YSR-COUNT
                       MOVE YEC-SERIES TO WS-YSR-SERIES(WS-YSR-COUNT)
                       MOVE YEC-ACTION TO WS-YSR-ACTION(WS-YSR-COUNT)
                       MOVE ZERO TO WS-YSR-START(WS-YSR-COUNT)
                       IF YEC-NEW-START IS NUMERIC
                           MOVE YEC-NEW-START TO
                               WS-YSR-START(WS-YSR-COUNT)
                       END-IF
                   END-IF
               WHEN YEC-ENTITLEMENT-ROW
                   IF YEE-ANNUAL-DAYS IS NUMERIC
                       AND YEE-ANNUAL-DAYS > ZERO
                       AND YEE-CARRY-MAX IS NUMERIC
                       MOVE YEE-ANNUAL-DAYS TO WS-ANNUAL-DAYS
                       MOVE YEE-CARRY-MAX TO WS-CARRY-MAX
                       SET WS-ENT-CHANGED TO TRUE
                   ELSE
                       DISPLAY "YECTL.DAT FILA E INVALIDA - IGNORADA"
                   END-IF
               WHEN OTHER
                   DISPLAY "YECTL.DAT TIPO DE FILA " YEC-TYPE
                       " DESCONOCIDO - IGNORADA"
           END-EVALUATE.

       LOAD-SERIES-TABLE.
           OPEN INPUT REFNUM-CTL-FILE.
           IF WS-RNC-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ REFNUM-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-SERIES
                   END-READ
               END-PERFORM
               CLOSE REFNUM-CTL-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       STORE-ONE-SERIES.
           IF WS-SER-COUNT >= 20
               DISPLAY "REFNUMCT.DAT HAS MORE THAN 20 SERIES - "
                   "CIERRE ANUAL DETENIDO"
               SET WS-STOP TO TRUE
           ELSE
               ADD 1 TO WS-SER-COUNT
               IF RNC-SERIES IS NUMERIC
                   MOVE "REVERSAL" TO WS-SER-NAME-TBL(WS-SER-COUNT)
                   MOVE RNL-NEXT-NUMBER TO WS-SER-NEXT-TBL(WS-SER-COUNT)
                   MOVE RNL-START TO WS-SER-START-TBL(WS-SER-COUNT)
                   MOVE RNL-STEP TO WS-SER-STEP-TBL(WS-SER-COUNT)
                   MOVE 99999999 TO WS-SER-LIMIT-TBL(WS-SER-COUNT)
               ELSE
                   MOVE RNC-SERIES TO WS-SER-NAME-TBL(WS-SER-COUNT)
                   MOVE RNC-NEXT-NUMBER TO WS-SER-NEXT-TBL(WS-SER-COUNT)
                   MOVE RNC-START TO WS-SER-START-TBL(WS-SER-COUNT)
                   MOVE RNC-STEP TO WS-SER-STEP-TBL(WS-SER-COUNT)
                   MOVE RNC-LIMIT TO WS-SER-LIMIT-TBL(WS-SER-COUNT)
               END-IF
               IF WS-SER-STEP-TBL(WS-SER-COUNT) IS NOT NUMERIC
                   OR WS-SER-STEP-TBL(WS-SER-COUNT) = ZERO
                   MOVE 1 TO WS-SER-STEP-TBL(WS-SER-COUNT)
               END-IF
               IF WS-SER-LIMIT-TBL(WS-SER-COUNT) IS NOT NUMERIC
                   OR WS-SER-LIMIT-TBL(WS-SER-COUNT) = ZERO
                   MOVE 99999999 TO WS-SER-LIMIT-TBL(WS-SER-COUNT)
               END-IF
               MOVE WS-SER-NEXT-TBL(WS-SER-COUNT) TO
                   WS-SER-OLD-NEXT(WS-SER-COUNT)
               SET WS-SER-WAS-RESET(WS-SER-COUNT) TO FALSE
           END-IF.

      *    A restarted series hands out its numbers again in the new
      *    year. REVERSAL.DAT is keyed by the reversal number, so
      *    that series may only restart above the numbers already
      *    issued.
       APPLY-SERIES-CONTROL.
           PERFORM VARYING WS-YSR-SUB FROM 1 BY 1
                   UNTIL WS-YSR-SUB > WS-YSR-COUNT
               MOVE ZERO TO WS-SER-HIT
               PERFORM VARYING WS-SER-SUB FROM 1 BY 1
                       UNTIL WS-SER-SUB > WS-SER-COUNT
                       OR WS-SER-HIT > ZERO
                   IF WS-SER-NAME-TBL(WS-SER-SUB) =
                           WS-YSR-SERIES(WS-YSR-SUB)
                       MOVE WS-SER-SUB TO WS-SER-HIT
                   END-IF
               END-PERFORM
               IF WS-SER-HIT = ZERO
                   DISPLAY "YECTL.DAT SERIE " WS-YSR-SERIES(WS-YSR-SUB)
                       " NO EXISTE EN REFNUMCT.DAT - IGNORADA"
               ELSE
                   IF WS-YSR-ACTION(WS-YSR-SUB) = 'R'
                       PERFORM RESET-ONE-SERIES
                   END-IF
               END-IF
           END-PERFORM.

       RESET-ONE-SERIES.
           MOVE WS-YSR-START(WS-YSR-SUB) TO WS-RESET-START.
           IF WS-RESET-START = ZERO
               MOVE WS-SER-START-TBL(WS-SER-HIT) TO WS-RESET-START
           END-IF.
           IF WS-SER-NAME-TBL(WS-SER-HIT) = "REVERSAL"
                   AND WS-RESET-START < WS-SER-NEXT-TBL(WS-SER-HIT)
               DISPLAY "SERIE REVERSAL NO SE REINICIA POR DEBAJO DE "
                   WS-SER-NEXT-TBL(WS-SER-HIT) " - CONTINUA"
           ELSE
               MOVE WS-RESET-START TO WS-SER-NEXT-TBL(WS-SER-HIT)
               MOVE WS-RESET-START TO WS-SER-START-TBL(WS-SER-HIT)
               SET WS-SER-WAS-RESET(WS-SER-HIT) TO TRUE
           END-IF.

       LOAD-BALANCE-TABLE.
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ BALANCE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-BAL-COUNT >= 500
                               SET WS-BAL-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-BAL-COUNT
                               MOVE BAL-EMP-ID TO
                                   WS-BAL-EMP-TBL(WS-BAL-COUNT)
                               MOVE BAL-YEAR TO
                                   WS-BAL-YEAR-TBL(WS-BAL-COUNT)
                               MOVE BAL-ENTITLEMENT TO
                                   WS-BAL-ENT-TBL(WS-BAL-COUNT)
                               MOVE BAL-TAKEN TO
                                   WS-BAL-TAKEN-TBL(WS-BAL-COUNT)
                               MOVE BAL-CARRIED TO
                                   WS-BAL-CARRY-TBL(WS-BAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.
           SET WS-EOF TO FALSE.
           MOVE WS-BAL-COUNT TO WS-BAL-LOADED.

      *    Every employee with a balance for the year closed gets the
      *    new year's row, with the carry-over EMP-ABSENCE would give
      *    it. A row EMP-ABSENCE already opened for absences booked
      *    ahead keeps its days taken; its entitlement and carry-over
      *    are set again now the old year is final.
       ROLL-ENTITLEMENTS.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-LOADED OR WS-BAL-OVERFLOW
               IF WS-BAL-YEAR-TBL(WS-BAL-SUB) = WS-CLOSE-YEAR
                   PERFORM ROLL-ONE-ENTITLEMENT
               END-IF
           END-PERFORM.

       ROLL-ONE-ENTITLEMENT.
           COMPUTE WS-CARRY = WS-BAL-ENT-TBL(WS-BAL-SUB)
               + WS-BAL-CARRY-TBL(WS-BAL-SUB)
               - WS-BAL-TAKEN-TBL(WS-BAL-SUB).
           IF WS-CARRY < ZERO
               MOVE ZERO TO WS-CARRY
           END-IF.
           IF WS-CARRY > WS-CARRY-MAX
               MOVE WS-CARRY-MAX TO WS-CARRY
           END-IF.
           PERFORM FIND-NEW-YEAR-ROW.
           IF WS-BAL-HIT = ZERO
               IF WS-BAL-COUNT >= 500
                   DISPLAY "ABSBAL.DAT EXCEDE LA TABLA AL ABRIR "
                       WS-NEXT-YEAR " - CIERRE ANUAL DETENIDO"
                   SET WS-BAL-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-COUNT TO WS-BAL-HIT
                   MOVE WS-BAL-EMP-TBL(WS-BAL-SUB) TO
                       WS-BAL-EMP-TBL(WS-BAL-HIT)
                   MOVE WS-NEXT-YEAR TO WS-BAL-YEAR-TBL(WS-BAL-HIT)
                   MOVE ZERO TO WS-BAL-TAKEN-TBL(WS-BAL-HIT)
                   ADD 1 TO WS-BAL-OPENED
               END-IF
           ELSE
               ADD 1 TO WS-BAL-REFRESHED
           END-IF.
           IF WS-BAL-HIT > ZERO
               MOVE WS-ANNUAL-DAYS TO WS-BAL-ENT-TBL(WS-BAL-HIT)
               MOVE WS-CARRY TO WS-BAL-CARRY-TBL(WS-BAL-HIT)
           END-IF.

       FIND-NEW-YEAR-ROW.
           MOVE ZERO TO WS-BAL-HIT.
           PERFORM VARYING WS-BAL-SUB2 FROM 1 BY 1
                   UNTIL WS-BAL-SUB2 > WS-BAL-COUNT OR WS-BAL-HIT > ZERO
               IF WS-BAL-EMP-TBL(WS-BAL-SUB2) =
                       WS-BAL-EMP-TBL(WS-BAL-SUB)
                   AND WS-BAL-YEAR-TBL(WS-BAL-SUB2) = WS-NEXT-YEAR
                   MOVE WS-BAL-SUB2 TO WS-BAL-HIT
               END-IF
           END-PERFORM.

       INITIALIZE-MONTH-TABLE.
           PERFORM VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12
               MOVE ZERO TO WS-MO-DAYS(WS-MM)
               MOVE ZERO TO WS-MO-BREACHES(WS-MM)
               MOVE ZERO TO WS-MO-REVERSALS(WS-MM)
               MOVE ZERO TO WS-MO-REV-TOTAL(WS-MM)
               MOVE ZERO TO WS-MO-SURCH(WS-MM)
               SET WS-MO-BUDGETED(WS-MM) TO FALSE
               MOVE ZERO TO WS-MO-BUD-SURCH(WS-MM)
               MOVE ZERO TO WS-MO-BUD-BREACH(WS-MM)
               MOVE ZERO TO WS-MO-BUD-REV(WS-MM)
           END-PERFORM.

       CONSOLIDATE-SUMMARY-HISTORY.
           OPEN INPUT SUMMARY-HISTORY-FILE.
           IF WS-SUM-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ SUMMARY-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SUM-DATE TO FSQ-DATE-IN
                           PERFORM FIND-DAY-PERIOD
                           IF WS-MM > ZERO
                               PERFORM TALLY-SUMMARY-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-HISTORY-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       TALLY-SUMMARY-DAY.
           IF WS-MM > ZERO AND WS-MM <= 12
               ADD 1 TO WS-MO-DAYS(WS-MM)
               ADD SUM-BREACH-COUNT TO WS-MO-BREACHES(WS-MM)
               ADD SUM-REVERSAL-COUNT TO WS-MO-REVERSALS(WS-MM)
               ADD SUM-REVERSAL-TOTAL TO WS-MO-REV-TOTAL(WS-MM)
               ADD 1 TO WS-YEAR-DAYS
               ADD SUM-BREACH-COUNT TO WS-YEAR-BREACHES
               ADD SUM-REVERSAL-COUNT TO WS-YEAR-REVERSALS
               ADD SUM-REVERSAL-TOTAL TO WS-YEAR-REV-TOTAL
           END-IF.

      *    WS-MM comes back as the period of the year closed that the
      *    day falls in, or zero for a day outside that year.
       FIND-DAY-PERIOD.
           MOVE ZERO TO WS-MM.
           SET FSQ-FUNC-DATE TO TRUE.
           CALL "FISC-CHECK" USING FISCAL-REQUEST.
           IF FSQ-VALID AND FSQ-YEAR = WS-CLOSE-YEAR
               MOVE FSQ-PERIOD TO WS-MM
           END-IF.

       CONSOLIDATE-SURCHARGES.
           OPEN INPUT TOTALS-FILE.
           IF WS-TOT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ TOTALS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE STO-RUN-DATE TO FSQ-DATE-IN
                           PERFORM FIND-DAY-PERIOD
                           IF WS-MM > ZERO
                               ADD STO-GRAND-TOTAL TO WS-MO-SURCH(WS-MM)
                               ADD STO-GRAND-TOTAL TO WS-YEAR-SURCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOTALS-FILE
           END-IF.
           SET WS-EOF TO FALSE.

      *    The year's budget is compared in full; the new year's is
      *    only counted, so a missing period is seen before its first
      *    closes without one.
       LOAD-YEAR-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUD-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ BUDGET-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-BUDGET-MONTH
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       TALLY-BUDGET-MONTH.
           MOVE BUD-MONTH TO WS-WORK-MONTH.
           IF WS-WORK-MM > ZERO AND WS-WORK-MM <= 12
               IF WS-WORK-YYYY = WS-CLOSE-YEAR
                   AND NOT WS-MO-BUDGETED(WS-WORK-MM)
                   SET WS-MO-BUDGETED(WS-WORK-MM) TO TRUE
                   MOVE BUD-SURCH-REVENUE TO
                       WS-MO-BUD-SURCH(WS-WORK-MM)
                   MOVE BUD-BREACH-COUNT TO
                       WS-MO-BUD-BREACH(WS-WORK-MM)
                   MOVE BUD-REVERSAL-TOTAL TO
                       WS-MO-BUD-REV(WS-WORK-MM)
                   ADD 1 TO WS-BUD-MONTHS
                   ADD BUD-SURCH-REVENUE TO WS-YEAR-BUD-SURCH
                   ADD BUD-BREACH-COUNT TO WS-YEAR-BUD-BREACH
                   ADD BUD-REVERSAL-TOTAL TO WS-YEAR-BUD-REV
               END-IF
               IF WS-WORK-YYYY = WS-NEXT-YEAR
                   ADD 1 TO WS-NEXT-BUD-MONTHS
               END-IF
           END-IF.

      *    Each closing balance of the last month carried becomes the
      *    next month's opening balance; a row already started by
      *    early postings keeps its movements, as in MONTH-END's roll.
       CARRY-GL-BALANCES.
           OPEN I-O GL-BALANCE-FILE.
           IF WS-GLB-STATUS = "35"
               OPEN OUTPUT GL-BALANCE-FILE
               CLOSE GL-BALANCE-FILE
               OPEN I-O GL-BALANCE-FILE
           END-IF.
           IF WS-GLB-STATUS NOT = "00"
               DISPLAY "GLBAL.DAT NO DISPONIBLE - STATUS "
                   WS-GLB-STATUS " - SALDOS NO LLEVADOS"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                       UNTIL WS-GL-SUB > WS-GL-COUNT
                   PERFORM CARRY-ONE-ACCOUNT
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           END-IF.

       CARRY-ONE-ACCOUNT.
           MOVE WS-GL-COMPANY-TBL(WS-GL-SUB) TO GLB-COMPANY.
           MOVE WS-GL-ACCOUNT-TBL(WS-GL-SUB) TO GLB-ACCOUNT.
           MOVE WS-FIRST-GL-PERIOD TO GLB-PERIOD.
           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE WS-GL-CLOSING-TBL(WS-GL-SUB) TO GLB-OPENING
                   MOVE ZERO TO GLB-DEBITS
                   MOVE ZERO TO GLB-CREDITS
                   MOVE WS-GL-CLOSING-TBL(WS-GL-SUB) TO GLB-CLOSING
                   MOVE WS-RUN-DATE TO GLB-LAST-POST-DATE
                   WRITE GL-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "GLBAL.DAT ERROR AL ALTA " GLB-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-GL-CREATED
                   END-WRITE
               NOT INVALID KEY
                   IF GLB-OPENING NOT = WS-GL-CLOSING-TBL(WS-GL-SUB)
                       MOVE WS-GL-CLOSING-TBL(WS-GL-SUB) TO GLB-OPENING
                       COMPUTE GLB-CLOSING = GLB-OPENING + GLB-DEBITS
                           - GLB-CREDITS
                       REWRITE GL-BALANCE-RECORD
                           INVALID KEY
                               DISPLAY "GLBAL.DAT ERROR AL REESCRIBIR "
                                   GLB-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-GL-CORRECTED
                       END-REWRITE
                   END-IF
           END-READ.
           MOVE WS-GL-COMPANY-TBL(WS-GL-SUB) TO WS-MC-FIND-CODE.
           PERFORM FIND-COMPANY.
           IF WS-MC-HIT > ZERO
               ADD 1 TO WS-MC-ACCOUNTS(WS-MC-HIT)
               ADD WS-GL-CLOSING-TBL(WS-GL-SUB)
                   TO WS-MC-OPENING(WS-MC-HIT)
           END-IF.

       SAVE-SERIES-TABLE.
           IF WS-SER-COUNT > ZERO
               OPEN OUTPUT REFNUM-CTL-FILE
               PERFORM VARYING WS-SER-SUB FROM 1 BY 1
                       UNTIL WS-SER-SUB > WS-SER-COUNT
                   MOVE WS-SER-NAME-TBL(WS-SER-SUB) TO RNC-SERIES
                   MOVE WS-SER-NEXT-TBL(WS-SER-SUB) TO RNC-NEXT-NUMBER
                   MOVE WS-SER-START-TBL(WS-SER-SUB) TO RNC-START
                   MOVE WS-SER-STEP-TBL(WS-SER-SUB) TO RNC-STEP
                   MOVE WS-SER-LIMIT-TBL(WS-SER-SUB) TO RNC-LIMIT
                   WRITE REFNUM-CTL-RECORD
               END-PERFORM
               CLOSE REFNUM-CTL-FILE
           END-IF.

       SAVE-BALANCE-TABLE.
           IF WS-BAL-OPENED > ZERO OR WS-BAL-REFRESHED > ZERO
               OPEN OUTPUT BALANCE-FILE
               PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                       UNTIL WS-BAL-SUB > WS-BAL-COUNT
                   MOVE WS-BAL-EMP-TBL(WS-BAL-SUB) TO BAL-EMP-ID
                   MOVE WS-BAL-YEAR-TBL(WS-BAL-SUB) TO BAL-YEAR
                   MOVE WS-BAL-ENT-TBL(WS-BAL-SUB) TO BAL-ENTITLEMENT
                   MOVE WS-BAL-TAKEN-TBL(WS-BAL-SUB) TO BAL-TAKEN
                   MOVE WS-BAL-CARRY-TBL(WS-BAL-SUB) TO BAL-CARRIED
                   WRITE BALANCE-RECORD
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

      *    EMP-ABSENCE opens the new year's rows for employees with no
      *    balance yet, so it is given the same entitlement.
       SAVE-ABSENCE-CONFIG.
           MOVE WS-ANNUAL-DAYS TO ABC-ANNUAL-DAYS.
           MOVE WS-CARRY-MAX TO ABC-CARRY-MAX.
           OPEN OUTPUT ABSENCE-CTL-FILE.
           WRITE ABSENCE-CTL-RECORD.
           CLOSE ABSENCE-CTL-FILE.

       WRITE-STATEMENT.
           OPEN OUTPUT STATEMENT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE STATEMENT-LINE FROM ENV-BANNER.
           MOVE WS-CLOSE-YEAR TO WH-YEAR.
           MOVE WS-RUN-DATE TO WH-DATE.
           WRITE STATEMENT-LINE FROM WS-HDR-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           WRITE STATEMENT-LINE FROM WS-MONTH-HEAD.
           PERFORM VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12
               MOVE WS-CLOSE-YEAR TO WS-WORK-YYYY
               MOVE WS-MM TO WS-WORK-MM
               MOVE WS-WORK-MONTH TO MO-MONTH
               MOVE WS-MO-DAYS(WS-MM) TO MO-DAYS
               MOVE WS-MO-BREACHES(WS-MM) TO MO-BREACHES
               MOVE WS-MO-REVERSALS(WS-MM) TO MO-REVERSALS
               MOVE WS-MO-SURCH(WS-MM) TO MO-SURCH
               MOVE WS-MO-BUD-SURCH(WS-MM) TO MO-BUDGET
               COMPUTE WS-VARIANCE =
                   WS-MO-SURCH(WS-MM) - WS-MO-BUD-SURCH(WS-MM)
               MOVE WS-VARIANCE TO MO-VARIANCE
               WRITE STATEMENT-LINE FROM WS-MONTH-LINE
           END-PERFORM.
           MOVE "TOTAL" TO MO-MONTH.
           MOVE WS-YEAR-DAYS TO MO-DAYS.
           MOVE WS-YEAR-BREACHES TO MO-BREACHES.
           MOVE WS-YEAR-REVERSALS TO MO-REVERSALS.
           MOVE WS-YEAR-SURCH TO MO-SURCH.
           MOVE WS-YEAR-BUD-SURCH TO MO-BUDGET.
           COMPUTE WS-VARIANCE = WS-YEAR-SURCH - WS-YEAR-BUD-SURCH.
           MOVE WS-VARIANCE TO MO-VARIANCE.
           WRITE STATEMENT-LINE FROM WS-MONTH-LINE.

           PERFORM WRITE-BUDGET-VARIANCE.
           PERFORM WRITE-ROLLOVER-SUMMARY.
           CLOSE STATEMENT-FILE.

       WRITE-BUDGET-VARIANCE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF WS-BUD-MONTHS = ZERO
               MOVE SPACES TO STATEMENT-LINE
               STRING "SIN PRESUPUESTO CARGADO PARA EL ANO "
                   WS-CLOSE-YEAR " EN MOBUDGET.DAT"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               MOVE SPACES TO STATEMENT-LINE
               STRING "PRESUPUESTO CONTRA REAL ANUAL ("
                   WS-BUD-MONTHS " DE 12 PERIODOS CON PRESUPUESTO):"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE

               MOVE "RECARGOS" TO BL-NAME
               MOVE WS-YEAR-BUD-SURCH TO BL-BUDGET
               MOVE WS-YEAR-SURCH TO BL-ACTUAL
               COMPUTE WS-VARIANCE =
                   WS-YEAR-SURCH - WS-YEAR-BUD-SURCH
               PERFORM SET-VARIANCE-FLAG
               WRITE STATEMENT-LINE FROM WS-BUDGET-LINE

               MOVE "BRECHAS" TO BL-NAME
               MOVE WS-YEAR-BUD-BREACH TO BL-BUDGET
               MOVE WS-YEAR-BREACHES TO BL-ACTUAL
               COMPUTE WS-VARIANCE =
                   WS-YEAR-BREACHES - WS-YEAR-BUD-BREACH
               PERFORM SET-VARIANCE-FLAG
               WRITE STATEMENT-LINE FROM WS-BUDGET-LINE

               COMPUTE WS-ACT-REVERSALS = WS-YEAR-REV-TOTAL
               IF WS-YEAR-REV-TOTAL < ZERO
                   COMPUTE WS-ACT-REVERSALS = WS-YEAR-REV-TOTAL * -1
               END-IF
               MOVE "REVERSION" TO BL-NAME
               MOVE WS-YEAR-BUD-REV TO BL-BUDGET
               MOVE WS-ACT-REVERSALS TO BL-ACTUAL
               COMPUTE WS-VARIANCE =
                   WS-ACT-REVERSALS - WS-YEAR-BUD-REV
               PERFORM SET-VARIANCE-FLAG
               WRITE STATEMENT-LINE FROM WS-BUDGET-LINE
           END-IF.

       SET-VARIANCE-FLAG.
           MOVE WS-VARIANCE TO BL-VARIANCE.
           EVALUATE TRUE
               WHEN WS-VARIANCE > ZERO
                   MOVE "SOBRE" TO WS-VAR-FLAG
               WHEN WS-VARIANCE < ZERO
                   MOVE "BAJO" TO WS-VAR-FLAG
               WHEN OTHER
                   MOVE "EN LINEA" TO WS-VAR-FLAG
           END-EVALUATE.
           MOVE WS-VAR-FLAG TO BL-FLAG.

       WRITE-ROLLOVER-SUMMARY.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           IF WS-GL-CARRY
               STRING "MAYOR: " WS-GL-COUNT " CUENTAS DE "
                   WS-LAST-GL-PERIOD " LLEVADAS A " WS-FIRST-GL-PERIOD
                   " (" WS-GL-CREATED " NUEVAS, " WS-GL-CORRECTED
                   " CORREGIDAS)"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               PERFORM VARYING WS-MC-SUB FROM 1 BY 1
                       UNTIL WS-MC-SUB > WS-MC-COUNT
                   MOVE WS-MC-CODE(WS-MC-SUB) TO GC-COMPANY
                   MOVE WS-MC-ACCOUNTS(WS-MC-SUB) TO GC-ACCOUNTS
                   MOVE WS-FIRST-GL-PERIOD TO GC-PERIOD
                   MOVE WS-MC-OPENING(WS-MC-SUB) TO GC-OPENING
                   WRITE STATEMENT-LINE FROM WS-GL-COMPANY-LINE
               END-PERFORM
           ELSE
               MOVE "MAYOR: SIN PERIODO CONTABLE EN GLPERIOD.DAT"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           PERFORM VARYING WS-SER-SUB FROM 1 BY 1
                   UNTIL WS-SER-SUB > WS-SER-COUNT
               MOVE WS-SER-NAME-TBL(WS-SER-SUB) TO SR-NAME
               IF WS-SER-WAS-RESET(WS-SER-SUB)
                   MOVE "REINICIADA EN" TO SR-ACTION
               ELSE
                   MOVE "CONTINUA EN" TO SR-ACTION
               END-IF
               MOVE WS-SER-NEXT-TBL(WS-SER-SUB) TO SR-NEXT
               MOVE WS-SER-OLD-NEXT(WS-SER-SUB) TO SR-OLD-NEXT
               WRITE STATEMENT-LINE FROM WS-SERIES-LINE
           END-PERFORM.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "AUSENCIAS " WS-NEXT-YEAR ": " WS-BAL-OPENED
               " ABIERTOS, " WS-BAL-REFRESHED
               " ACTUALIZADOS - DERECHO " WS-ANNUAL-DAYS
               " ARRASTRE MAX. " WS-CARRY-MAX
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "PRESUPUESTO " WS-NEXT-YEAR " EN MOBUDGET.DAT: "
               WS-NEXT-BUD-MONTHS " DE 12 PERIODOS CARGADOS"
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "ANO " WS-CLOSE-YEAR
               " BLOQUEADO CONTRA NUEVOS REGISTROS"
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       LOCK-YEAR.
           OPEN EXTEND CLOSED-YEAR-FILE.
           IF WS-CLY-STATUS = "35"
               OPEN OUTPUT CLOSED-YEAR-FILE
           END-IF.
           MOVE WS-CLOSE-YEAR TO CLY-YEAR.
           MOVE WS-RUN-DATE TO CLY-CLOSE-DATE.
           WRITE CLOSED-YEAR-RECORD.
           CLOSE CLOSED-YEAR-FILE.

       END PROGRAM YEAR-END.
