               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOT-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT CLOSED-MONTH-FILE ASSIGN TO "CLOSEDMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
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
           SELECT RATE-DETAIL-FILE ASSIGN TO "SURCHRAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT RATE-CTL-FILE ASSIGN TO "SURCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-CTL-STATUS.
           SELECT RECON-RESULT-FILE ASSIGN TO "RECONRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CLOSED-MONTH-RECORD.
           02 CLM-MONTH PIC 9(6).
           02 CLM-CLOSE-DATE PIC 9(8).
           02 CLM-COMPANY PIC X(2).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(80).
           02 BUD-BREACH-COUNT   PIC 9(5).
           02 BUD-REVERSAL-TOTAL PIC 9(9)V999.

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  GL-PERIOD-FILE.
       COPY GLPERIOD.

       FD  RATE-DETAIL-FILE.
       COPY SRCHRAT.

       FD  RATE-CTL-FILE.
       COPY SURCHCTL.

       FD  RECON-RESULT-FILE.
       COPY RECONRES.

       WORKING-STORAGE SECTION.
       01  WS-SUM-STATUS PIC XX.
       01  WS-TOT-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.

      *    The period closed is a fiscal period of FISCAL.DAT (a
      *    calendar month before the first fiscal year); its figures
      *    are those dated WS-CLOSE-START to WS-CLOSE-END and the
      *    prior period's those dated WS-PRIOR-START to WS-PRIOR-END.
       01  WS-CLOSE-MONTH PIC 9(6).
       01  WS-CLOSE-START PIC 9(8).
       01  WS-CLOSE-END PIC 9(8).
       01  WS-CLOSE-SOURCE PIC X.
           88 WS-CLOSE-IS-MONTH VALUE 'M'.
       01  WS-PRIOR-MONTH PIC 9(6).
       01  WS-PRIOR-START PIC 9(8).
       01  WS-PRIOR-END PIC 9(8).
       01  WS-WORK-MONTH PIC 9(6).
       01  WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
           02 WS-WORK-YYYY PIC 9(4).
           02 WS-WORK-MM PIC 9(2).
       01  WS-WORK-INT PIC 9(8).
       01  WS-WORK-DATE PIC 9(8).
       01  WS-ALREADY-CLOSED-FLAG PIC X.
           88 WS-ALREADY-CLOSED VALUE 'Y' FALSE 'N'.

       01  WS-VARIANCE PIC S9(11)V999.
       01  WS-VAR-FLAG PIC X(8).

       01  WS-GLB-STATUS PIC XX.
       01  WS-GLC-STATUS PIC XX.
      *    The ledger stays on calendar months. Its open month rolls
      *    with the close of the period that month ends in (or a
      *    later one); a month still running at the period end is
      *    in progress and rolls with a later close.
       01  WS-GL-STATE PIC X VALUE 'N'.
           88 WS-GL-NONE VALUE 'N'.
           88 WS-GL-OTHER-PERIOD VALUE 'O'.
           88 WS-GL-IN-PROGRESS VALUE 'P'.
           88 WS-GL-ROLL VALUE 'R'.
       01  WS-GL-PERIOD PIC 9(6) VALUE ZERO.
       01  WS-GL-NEXT-PERIOD PIC 9(6).
       01  WS-GL-MONTH-END PIC 9(8).
       01  WS-GL-NEXT-END PIC 9(8).
       01  WS-GL-ROLL-COUNT PIC 9(5).
       01  WS-GL-DEBITS PIC 9(15)V999 VALUE ZERO.
       01  WS-GL-CREDITS PIC 9(15)V999 VALUE ZERO.
       01  WS-GL-CLOSING PIC S9(15)V999 VALUE ZERO.
       01  WS-GL-SUB PIC 9(3).
       01  WS-GL-COUNT PIC 9(3) VALUE ZERO.
       01  WS-GL-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-GL-OVERFLOW VALUE 'Y'.
       01  WS-GL-TABLE.
           02 WS-GL-ENTRY OCCURS 500 TIMES.
               03 WS-GL-COMPANY-TBL PIC X(2).
               03 WS-GL-ACCOUNT-TBL PIC 9(6).
               03 WS-GL-CLOSING-TBL PIC S9(13)V999.

      *    Every company of COMPANY.DAT is closed by the same run.
      *    A company already in CLOSEDMO.DAT for the month is left
      *    out; its ledger figures and surcharges are kept apart for
      *    its own section of the statement.
       01  WS-SRT-STATUS PIC XX.
       01  WS-RATE-CTL-STATUS PIC XX.
       01  WS-MC-SUB PIC 9(2).
       01  WS-MC-HIT PIC 9(2).
       01  WS-MC-COUNT PIC 9(2) VALUE ZERO.
       01  WS-MC-TO-CLOSE-COUNT PIC 9(2) VALUE ZERO.
       01  WS-MC-UNBALANCED PIC 9(2) VALUE ZERO.
       01  WS-MC-FIND-CODE PIC X(2).
       01  WS-MC-TABLE.
           02 WS-MC-ENTRY OCCURS 20 TIMES.
               03 WS-MC-CODE       PIC X(2).
               03 WS-MC-NAME       PIC X(30).
               03 WS-MC-CLOSE-FLAG PIC X.
                   88 WS-MC-TO-CLOSE VALUE 'Y' FALSE 'N'.
               03 WS-MC-DEBITS     PIC 9(15)V999.
               03 WS-MC-CREDITS    PIC 9(15)V999.
               03 WS-MC-CLOSING    PIC S9(15)V999.
               03 WS-MC-ACCOUNTS   PIC 9(3).
               03 WS-MC-SURCH      PIC 9(9)V999.
       01  WS-RATE-SUB PIC 9(2).
       01  WS-RATE-COUNT PIC 9(2) VALUE ZERO.
       01  WS-RATE-TABLE.
           02 WS-RATE-ENTRY OCCURS 50 TIMES.
               03 WS-RATE-CODE-TBL    PIC X(6).
               03 WS-RATE-COMPANY-TBL PIC X(2).

      *    GL-RECON must have proved every subledger against its
      *    control account for the GL month that ends in the period
      *    (the month rolled, if any), with any unexplained
      *    difference within tolerance, before the period can close.
      *    A period in which no calendar month ends has none to
      *    prove.
       01  WS-RCR-STATUS PIC XX.
       01  WS-RECON-MONTH PIC 9(6) VALUE ZERO.
       01  WS-RECON-ROWS PIC 9(3) VALUE ZERO.
       01  WS-RECON-OPEN PIC 9(3) VALUE ZERO.

       01  WS-BUDGET-LINE.
           02 BL-NAME PIC X(10).
           02 FILLER PIC X(6) VALUE " PPTO ".
           02 BL-FLAG PIC X(8).

       COPY RUNSTAMP.
       COPY CMPRQ.
       COPY CLMRQ.
       COPY FISCRQ.

       01  WS-CO-HDR-LINE.
           02 FILLER PIC X(16) VALUE "ESTADO PERIODO -".
           02 FILLER PIC X(9) VALUE " EMPRESA ".
           02 CH-COMPANY PIC X(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CH-NAME PIC X(30).
           02 FILLER PIC X(9) VALUE " PERIODO ".
           02 CH-MONTH PIC 9(6).

       01  WS-HDR-LINE.
           02 FILLER PIC X(34)
               VALUE "ESTADO DE OPERACIONES DEL PERIODO ".
           02 WH-MONTH PIC 9(6).
           02 FILLER PIC X(11) VALUE " CERRADO EL".
           02 FILLER PIC X(1) VALUE SPACE.
           02 ML-HIGH PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE " MIN ".
           02 ML-LOW PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE " PER. PREV ".
           02 ML-PRIOR PIC ZZZZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "PERIODO A CERRAR AAAAPP : ".
           ACCEPT WS-CLOSE-MONTH.

           SET FSQ-FUNC-PERIOD TO TRUE.
           MOVE WS-CLOSE-MONTH TO FSQ-PERIOD-KEY.
           CALL "FISC-CHECK" USING FISCAL-REQUEST.
           IF NOT FSQ-VALID
               DISPLAY "PERIODO " WS-CLOSE-MONTH
                   " NO EXISTE EN FISCAL.DAT - EJECUTAR FISC-BUILD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FSQ-START TO WS-CLOSE-START.
           MOVE FSQ-END TO WS-CLOSE-END.
           MOVE FSQ-SOURCE-FLAG TO WS-CLOSE-SOURCE.

      *    A year locked by YEAR-END takes no further closes, even
      *    for a company added after it.
           MOVE WS-CLOSE-START TO CLM-DATE-IN.
           MOVE SPACES TO CLM-COMPANY-IN.
           CALL "CLM-CHECK" USING CLOSED-MONTH-REQUEST.
           IF CLM-YEAR-LOCKED
               DISPLAY "ANO " WS-CLOSE-MONTH(1:4)
                   " CERRADO POR YEAR-END - PERIODO NO SE PUEDE CERRAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-COMPANIES.
           PERFORM CHECK-ALREADY-CLOSED.
           IF WS-ALREADY-CLOSED
               DISPLAY "PERIODO " WS-CLOSE-MONTH " YA CERRADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SET FSQ-FUNC-DATE TO TRUE.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-CLOSE-START) - 1.
           COMPUTE FSQ-DATE-IN = FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           CALL "FISC-CHECK" USING FISCAL-REQUEST.
           MOVE FSQ-PERIOD-KEY TO WS-PRIOR-MONTH.
           MOVE FSQ-START TO WS-PRIOR-START.
           MOVE FSQ-END TO WS-PRIOR-END.

           PERFORM CHECK-GL-TRIAL-BALANCE.
           IF WS-GL-ROLL
               PERFORM CHECK-COMPANY-BALANCES
           END-IF.
           IF WS-MC-UNBALANCED > ZERO
               DISPLAY "MONTH-END - CIERRE DETENIDO - VER GL-TRIAL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-GL-OVERFLOW
               DISPLAY "GLBAL.DAT HAS MORE THAN 500 ACCOUNTS FOR THE "
                   "PERIOD - CIERRE DETENIDO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SET-RECON-MONTH.
           PERFORM CHECK-SUBLEDGER-RECON THRU
               CHECK-SUBLEDGER-RECON-EXIT.
           IF (WS-RECON-MONTH > ZERO AND WS-RECON-ROWS = ZERO)
               OR WS-RECON-OPEN > ZERO
               DISPLAY "MONTH-END - CIERRE DETENIDO - VER GLRECON.RPT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-MET FROM 1 BY 1 UNTIL WS-MET > 6
               MOVE ZERO TO WS-MET-TOTAL(WS-MET)
           PERFORM CONSOLIDATE-SUMMARY-HISTORY.
           PERFORM CONSOLIDATE-SURCHARGES.
           PERFORM CONSOLIDATE-REVERSALS.
           PERFORM LOAD-RATE-COMPANIES.
           PERFORM SPLIT-SURCHARGES.
           PERFORM LOAD-MONTH-BUDGET.
           PERFORM WRITE-STATEMENT.
           PERFORM MARK-MONTH-CLOSED.
           IF WS-GL-ROLL
               PERFORM ROLL-GL-PERIOD
           END-IF.

           DISPLAY "MONTH-END - PERIODO " WS-CLOSE-MONTH
               " CERRADO - ESTADO EN MONTHEND.RPT".
           IF WS-GL-ROLL AND WS-GL-NEXT-END <= WS-CLOSE-END
               DISPLAY "MONTH-END - MES CONTABLE " WS-GL-NEXT-PERIOD
                   " TAMBIEN TERMINO EN EL PERIODO - ROTA CON EL "
                   "PROXIMO CIERRE"
           END-IF.
           IF WS-GL-IN-PROGRESS
               DISPLAY "MONTH-END - MES CONTABLE " WS-GL-PERIOD
                   " EN CURSO - ROTA CON UN CIERRE POSTERIOR"
           END-IF.
           IF WS-GL-OTHER-PERIOD
               DISPLAY "MONTH-END - PERIODO CONTABLE ABIERTO ES "
                   WS-GL-PERIOD " - MAYOR NO ROTADO"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       LOAD-COMPANIES.
           MOVE SPACES TO CMQ-CODE-IN.
           CALL "CMP-CHECK" USING COMPANY-REQUEST.
           MOVE CMQ-COUNT TO WS-MC-COUNT.
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
                   UNTIL WS-MC-SUB > WS-MC-COUNT
               MOVE CMQ-TBL-CODE(WS-MC-SUB) TO WS-MC-CODE(WS-MC-SUB)
               MOVE CMQ-TBL-NAME(WS-MC-SUB) TO WS-MC-NAME(WS-MC-SUB)
               SET WS-MC-TO-CLOSE(WS-MC-SUB) TO TRUE
               MOVE ZERO TO WS-MC-DEBITS(WS-MC-SUB)
               MOVE ZERO TO WS-MC-CREDITS(WS-MC-SUB)
               MOVE ZERO TO WS-MC-CLOSING(WS-MC-SUB)
               MOVE ZERO TO WS-MC-ACCOUNTS(WS-MC-SUB)
               MOVE ZERO TO WS-MC-SURCH(WS-MC-SUB)
           END-PERFORM.

       FIND-COMPANY.
           MOVE ZERO TO WS-MC-HIT.
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
                   UNTIL WS-MC-SUB > WS-MC-COUNT OR WS-MC-HIT > ZERO
               IF WS-MC-CODE(WS-MC-SUB) = WS-MC-FIND-CODE
                   MOVE WS-MC-SUB TO WS-MC-HIT
               END-IF
           END-PERFORM.

      *    A CLOSEDMO.DAT row without a company dates from before
      *    the company code and closed the month for every company.
       CHECK-ALREADY-CLOSED.
           SET WS-ALREADY-CLOSED TO FALSE.
           OPEN INPUT CLOSED-MONTH-FILE.
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CLM-MONTH = WS-CLOSE-MONTH
                               PERFORM MARK-COMPANY-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-MONTH-FILE
           END-IF.
           SET WS-EOF TO FALSE.
           MOVE ZERO TO WS-MC-TO-CLOSE-COUNT.
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
                   UNTIL WS-MC-SUB > WS-MC-COUNT
               IF WS-MC-TO-CLOSE(WS-MC-SUB)
                   ADD 1 TO WS-MC-TO-CLOSE-COUNT
               ELSE
                   DISPLAY "EMPRESA " WS-MC-CODE(WS-MC-SUB)
                       " YA CERRADA PARA EL PERIODO - OMITIDA"
               END-IF
           END-PERFORM.
           IF WS-MC-TO-CLOSE-COUNT = ZERO
               SET WS-ALREADY-CLOSED TO TRUE
           END-IF.

       MARK-COMPANY-CLOSED.
           IF CLM-COMPANY = SPACES
               PERFORM VARYING WS-MC-SUB FROM 1 BY 1
                       UNTIL WS-MC-SUB > WS-MC-COUNT
                   SET WS-MC-TO-CLOSE(WS-MC-SUB) TO FALSE
               END-PERFORM
           ELSE
               MOVE CLM-COMPANY TO WS-MC-FIND-CODE
               PERFORM FIND-COMPANY
               IF WS-MC-HIT > ZERO
                   SET WS-MC-TO-CLOSE(WS-MC-HIT) TO FALSE
               END-IF
           END-IF.

      *    Each company's trial balance must balance on its own; one
      *    company out of balance stops the close for all of them.
       CHECK-COMPANY-BALANCES.
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
                   UNTIL WS-MC-SUB > WS-MC-COUNT
               IF WS-MC-TO-CLOSE(WS-MC-SUB)
                   AND (WS-MC-DEBITS(WS-MC-SUB)
                       NOT = WS-MC-CREDITS(WS-MC-SUB)
                   OR WS-MC-CLOSING(WS-MC-SUB) NOT = ZERO)
                   ADD 1 TO WS-MC-UNBALANCED
                   DISPLAY "BALANCE DE COMPROBACION DEL MES "
                       WS-GL-PERIOD " EMPRESA " WS-MC-CODE(WS-MC-SUB)
                       " NO CUADRA - DEBE " WS-MC-DEBITS(WS-MC-SUB)
                       " HABER " WS-MC-CREDITS(WS-MC-SUB)
               END-IF
           END-PERFORM.

      *    The month to prove is the GL month rolled by this close;
      *    with no roll, the last calendar month that ends within
      *    the period, if one does.
       SET-RECON-MONTH.
           IF WS-GL-ROLL
               MOVE WS-GL-PERIOD TO WS-RECON-MONTH
           ELSE
               MOVE WS-CLOSE-END(1:6) TO WS-WORK-MONTH
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CLOSE-END) + 1
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               IF WS-WORK-DATE(7:2) NOT = "01"
                   COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(
                       WS-WORK-MONTH * 100 + 1) - 1
                   COMPUTE WS-WORK-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                   MOVE WS-WORK-DATE(1:6) TO WS-WORK-MONTH
               ELSE
                   MOVE WS-CLOSE-END TO WS-WORK-DATE
               END-IF
               IF WS-WORK-DATE >= WS-CLOSE-START
                   MOVE WS-WORK-MONTH TO WS-RECON-MONTH
               ELSE
                   DISPLAY "NINGUN MES CALENDARIO TERMINA EN EL "
                       "PERIODO - SIN CONCILIACION QUE EXIGIR"
               END-IF
           END-IF.

      *    Rows of a company already closed for the period are left
      *    out, as its ledger is.
       CHECK-SUBLEDGER-RECON.
           IF WS-RECON-MONTH = ZERO
               GO TO CHECK-SUBLEDGER-RECON-EXIT
           END-IF.
           OPEN INPUT RECON-RESULT-FILE.
           IF WS-RCR-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ RECON-RESULT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RCR-PERIOD = WS-RECON-MONTH
                               PERFORM CHECK-ONE-RECON-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECON-RESULT-FILE
           END-IF.
           SET WS-EOF TO FALSE.
           IF WS-RECON-ROWS = ZERO
               DISPLAY "CONCILIACION AUXILIARES/MAYOR NO EJECUTADA "
                   "PARA EL MES " WS-RECON-MONTH " - EJECUTAR GL-RECON"
           END-IF.
       CHECK-SUBLEDGER-RECON-EXIT.
           EXIT.

       CHECK-ONE-RECON-ROW.
           MOVE RCR-COMPANY TO WS-MC-FIND-CODE.
           PERFORM FIND-COMPANY.
           IF WS-MC-HIT = ZERO OR WS-MC-TO-CLOSE(WS-MC-HIT)
               ADD 1 TO WS-RECON-ROWS
               IF RCR-NOT-RECONCILED
                   ADD 1 TO WS-RECON-OPEN
                   DISPLAY "AUXILIAR " RCR-LEDGER " EMPRESA "
                       RCR-COMPANY " SIN CONCILIAR CON EL MAYOR"
               END-IF
               IF RCR-BEYOND
                   ADD 1 TO WS-RECON-OPEN
                   DISPLAY "AUXILIAR " RCR-LEDGER " EMPRESA "
                       RCR-COMPANY " DIFERENCIA SIN EXPLICAR "
                       RCR-UNEXPLAINED " FUERA DE TOLERANCIA"
               END-IF
           END-IF.

       LOAD-RATE-COMPANIES.
           OPEN INPUT RATE-CTL-FILE.
           IF WS-RATE-CTL-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ RATE-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-RATE-COUNT >= 50
                               DISPLAY "SURCHCTL.DAT HAS MORE THAN 50 "
                                   "ROWS - EXTRA LINES IGNORED"
                           ELSE
                               ADD 1 TO WS-RATE-COUNT
                               MOVE CTL-RATE-CODE TO
                                   WS-RATE-CODE-TBL(WS-RATE-COUNT)
                               MOVE CTL-COMPANY TO
                                   WS-RATE-COMPANY-TBL(WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-CTL-FILE
           END-IF.
           SET WS-EOF TO FALSE.

      *    The period's surcharges by company follow the company of
      *    each rate code in SURCHCTL.DAT, as GL-EXTRACT posts them.
       SPLIT-SURCHARGES.
           OPEN INPUT RATE-DETAIL-FILE.
           IF WS-SRT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ RATE-DETAIL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SRT-RUN-DATE >= WS-CLOSE-START
                               AND SRT-RUN-DATE <= WS-CLOSE-END
                               PERFORM ADD-RATE-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-DETAIL-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       ADD-RATE-SURCHARGE.
           MOVE SPACES TO CMQ-CODE-IN.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR CMQ-CODE-IN NOT = SPACES
               IF WS-RATE-CODE-TBL(WS-RATE-SUB) = SRT-RATE-CODE
                   MOVE WS-RATE-COMPANY-TBL(WS-RATE-SUB)
                       TO CMQ-CODE-IN
               END-IF
           END-PERFORM.
           CALL "CMP-CHECK" USING COMPANY-REQUEST.
           MOVE CMQ-CODE-OUT TO WS-MC-FIND-CODE.
           PERFORM FIND-COMPANY.
           IF WS-MC-HIT > ZERO
               ADD SRT-SUBTOT-TOTAL TO WS-MC-SURCH(WS-MC-HIT)
           END-IF.

       CONSOLIDATE-SUMMARY-HISTORY.
           OPEN INPUT SUMMARY-HISTORY-FILE.
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SUM-DATE >= WS-CLOSE-START
                               AND SUM-DATE <= WS-CLOSE-END
                               ADD 1 TO WS-DAY-COUNT
                               PERFORM TALLY-MONTH-DAY
                           END-IF
                           IF SUM-DATE >= WS-PRIOR-START
                               AND SUM-DATE <= WS-PRIOR-END
                               PERFORM TALLY-PRIOR-DAY
                           END-IF
                   END-READ
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF STO-RUN-DATE >= WS-CLOSE-START
                               AND STO-RUN-DATE <= WS-CLOSE-END
                               ADD STO-GRAND-TOTAL TO WS-SURCH-MONTH
                           END-IF
                           IF STO-RUN-DATE >= WS-PRIOR-START
                               AND STO-RUN-DATE <= WS-PRIOR-END
                               ADD STO-GRAND-TOTAL TO WS-SURCH-PRIOR
                           END-IF
                   END-READ
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF REV-DATE >= WS-CLOSE-START
                               AND REV-DATE <= WS-CLOSE-END
                               ADD 1 TO WS-REV-MONTH-COUNT
                               ADD REV-AMOUNT TO WS-REV-MONTH-TOTAL
                           END-IF
                           IF REV-DATE >= WS-PRIOR-START
                               AND REV-DATE <= WS-PRIOR-END
                               ADD 1 TO WS-REV-PRIOR-COUNT
                           END-IF
                   END-READ

       WRITE-STATEMENT.
           OPEN OUTPUT STATEMENT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE STATEMENT-LINE FROM ENV-BANNER.
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
                   UNTIL WS-MC-SUB > WS-MC-COUNT
               IF WS-MC-TO-CLOSE(WS-MC-SUB)
                   PERFORM WRITE-COMPANY-STATEMENT
               END-IF
           END-PERFORM.

           MOVE "TOTAL CONSOLIDADO - TODAS LAS EMPRESAS"
               TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-CLOSE-MONTH TO WH-MONTH.
           MOVE WS-RUN-DATE TO WH-DATE.
           WRITE STATEMENT-LINE FROM WS-HDR-LINE.
           PERFORM WRITE-PERIOD-DATES.

           MOVE SPACES TO STATEMENT-LINE.
           STRING "DIAS CON RESUMEN EN EL PERIODO : " WS-DAY-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           END-PERFORM.

           MOVE SPACES TO STATEMENT-LINE.
           STRING "RECARGOS PERIODO: " WS-SURCH-MONTH
               " PER. PREV: " WS-SURCH-PRIOR
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           STRING "REVERSIONES PERIODO: " WS-REV-MONTH-COUNT
               " IMPORTE: " WS-REV-MONTH-TOTAL
               " PER. PREV: " WS-REV-PRIOR-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           IF WS-RECON-MONTH = ZERO
               MOVE "AUXILIARES: NINGUN MES TERMINA EN EL PERIODO"
                   TO STATEMENT-LINE
           ELSE
               STRING "AUXILIARES CONCILIADOS CON EL MAYOR: "
                   WS-RECON-ROWS " MES " WS-RECON-MONTH
                   " - VER GLRECON.RPT"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF.
           WRITE STATEMENT-LINE.

           PERFORM WRITE-BUDGET-VARIANCE.
           PERFORM WRITE-GL-SUMMARY.
           CLOSE STATEMENT-FILE.

       WRITE-COMPANY-STATEMENT.
           MOVE WS-MC-CODE(WS-MC-SUB) TO CH-COMPANY.
           MOVE WS-MC-NAME(WS-MC-SUB) TO CH-NAME.
           MOVE WS-CLOSE-MONTH TO CH-MONTH.
           WRITE STATEMENT-LINE FROM WS-CO-HDR-LINE.
           PERFORM WRITE-PERIOD-DATES.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "RECARGOS PERIODO: " WS-MC-SURCH(WS-MC-SUB)
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           IF WS-GL-ROLL
               STRING "MAYOR: BALANCE CUADRA - DEBE "
                   WS-MC-DEBITS(WS-MC-SUB) " HABER "
                   WS-MC-CREDITS(WS-MC-SUB)
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               STRING "MAYOR: " WS-MC-ACCOUNTS(WS-MC-SUB)
                   " CUENTAS ROTADAS AL MES " WS-GL-NEXT-PERIOD
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               MOVE "MAYOR: NO SE ROTA CON ESTE CIERRE"
                   TO STATEMENT-LINE
           END-IF.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-GL-SUMMARY.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           EVALUATE TRUE
               WHEN WS-GL-ROLL
                   STRING "MAYOR: BALANCE CUADRA - DEBE "
                       WS-GL-DEBITS " HABER " WS-GL-CREDITS
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "MAYOR: " WS-GL-COUNT
                       " CUENTAS ROTADAS AL MES "
                       WS-GL-NEXT-PERIOD
                       DELIMITED BY SIZE INTO STATEMENT-LINE
               WHEN WS-GL-OTHER-PERIOD
                   STRING "MAYOR: PERIODO ABIERTO " WS-GL-PERIOD
                       " - NO SE ROTA CON ESTE CIERRE"
                       DELIMITED BY SIZE INTO STATEMENT-LINE
               WHEN WS-GL-IN-PROGRESS
                   STRING "MAYOR: MES " WS-GL-PERIOD
                       " EN CURSO - ROTA CON UN CIERRE POSTERIOR"
                       DELIMITED BY SIZE INTO STATEMENT-LINE
               WHEN OTHER
                   MOVE "MAYOR: SIN PERIODO CONTABLE EN GLPERIOD.DAT"
                       TO STATEMENT-LINE
           END-EVALUATE.
           WRITE STATEMENT-LINE.

       WRITE-BUDGET-VARIANCE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF NOT WS-BUDGET-FOUND
               MOVE SPACES TO STATEMENT-LINE
               STRING "SIN PRESUPUESTO CARGADO PARA EL PERIODO "
                   WS-CLOSE-MONTH " EN MOBUDGET.DAT"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               WRITE STATEMENT-LINE FROM WS-BUDGET-LINE
           END-IF.

       WRITE-PERIOD-DATES.
           MOVE SPACES TO STATEMENT-LINE.
           IF WS-CLOSE-IS-MONTH
               STRING "DEL " WS-CLOSE-START " AL " WS-CLOSE-END
                   " - MES CALENDARIO"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING "DEL " WS-CLOSE-START " AL " WS-CLOSE-END
                   " - PERIODO FISCAL"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF.
           WRITE STATEMENT-LINE.

       SET-VARIANCE-FLAG.
           MOVE WS-VARIANCE TO BL-VARIANCE.
           EVALUATE TRUE
           END-IF.
           SET WS-EOF TO FALSE.

      *    The ledger only rolls when its open GL month has ended
      *    by the last day of the period being closed; that month's
      *    trial balance must be in balance (debits = credits and
      *    the closing balances net to zero) or the whole close is
      *    stopped.
       CHECK-GL-TRIAL-BALANCE.
           MOVE 'N' TO WS-GL-STATE.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-GLC-STATUS = "00"
               READ GL-PERIOD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GLC-CURRENT-PERIOD IS NUMERIC
                           AND GLC-CURRENT-PERIOD > ZERO
                           MOVE GLC-CURRENT-PERIOD TO WS-GL-PERIOD
                           MOVE GLC-ROLL-COUNT TO WS-GL-ROLL-COUNT
                           MOVE 'O' TO WS-GL-STATE
                       END-IF
               END-READ
               CLOSE GL-PERIOD-FILE
           END-IF.
           IF WS-GL-OTHER-PERIOD
               PERFORM SET-NEXT-GL-PERIOD
               IF WS-GL-MONTH-END > WS-CLOSE-END
                   AND WS-GL-PERIOD * 100 + 1 <= WS-CLOSE-END
                   MOVE 'P' TO WS-GL-STATE
               END-IF
           END-IF.
           IF WS-GL-OTHER-PERIOD AND WS-GL-MONTH-END <= WS-CLOSE-END
               MOVE 'R' TO WS-GL-STATE
               OPEN INPUT GL-BALANCE-FILE
               IF WS-GLB-STATUS = "00"
                   PERFORM UNTIL WS-EOF
                       READ GL-BALANCE-FILE NEXT RECORD
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE GLB-COMPANY TO WS-MC-FIND-CODE
                               PERFORM FIND-COMPANY
                               IF GLB-PERIOD = WS-GL-PERIOD
                                   AND WS-MC-HIT > ZERO
                                   PERFORM TALLY-GL-ACCOUNT THRU
                                       TALLY-GL-ACCOUNT-EXIT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GL-BALANCE-FILE
               END-IF
               SET WS-EOF TO FALSE
           END-IF.

       TALLY-GL-ACCOUNT.
           IF NOT WS-MC-TO-CLOSE(WS-MC-HIT)
               GO TO TALLY-GL-ACCOUNT-EXIT
           END-IF.
           ADD GLB-DEBITS TO WS-MC-DEBITS(WS-MC-HIT).
           ADD GLB-CREDITS TO WS-MC-CREDITS(WS-MC-HIT).
           ADD GLB-CLOSING TO WS-MC-CLOSING(WS-MC-HIT).
           ADD 1 TO WS-MC-ACCOUNTS(WS-MC-HIT).
           ADD GLB-DEBITS TO WS-GL-DEBITS.
           ADD GLB-CREDITS TO WS-GL-CREDITS.
           ADD GLB-CLOSING TO WS-GL-CLOSING.
           IF WS-GL-COUNT >= 500
               SET WS-GL-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-GL-COUNT
               MOVE GLB-COMPANY TO WS-GL-COMPANY-TBL(WS-GL-COUNT)
               MOVE GLB-ACCOUNT TO WS-GL-ACCOUNT-TBL(WS-GL-COUNT)
               MOVE GLB-CLOSING TO WS-GL-CLOSING-TBL(WS-GL-COUNT)
           END-IF.
       TALLY-GL-ACCOUNT-EXIT.
           EXIT.

      *    Each account's closing balance becomes the opening balance
      *    of the next period; rows already started there by early
      *    postings keep their movements.
      *    WS-GL-MONTH-END and WS-GL-NEXT-END are the last days of
      *    the open GL month and of the one after it.
       SET-NEXT-GL-PERIOD.
           MOVE WS-GL-PERIOD TO WS-WORK-MONTH.
           PERFORM STEP-WORK-MONTH.
           MOVE WS-WORK-MONTH TO WS-GL-NEXT-PERIOD.
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(
               WS-WORK-MONTH * 100 + 1) - 1.
           COMPUTE WS-GL-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           PERFORM STEP-WORK-MONTH.
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(
               WS-WORK-MONTH * 100 + 1) - 1.
           COMPUTE WS-GL-NEXT-END =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

       STEP-WORK-MONTH.
           IF WS-WORK-MM = 12
               ADD 1 TO WS-WORK-YYYY
               MOVE 1 TO WS-WORK-MM
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF.

       ROLL-GL-PERIOD.
           OPEN I-O GL-BALANCE-FILE.
           IF WS-GLB-STATUS = "35"
               OPEN OUTPUT GL-BALANCE-FILE
               CLOSE GL-BALANCE-FILE
               OPEN I-O GL-BALANCE-FILE
           END-IF.
           IF WS-GLB-STATUS NOT = "00"
               DISPLAY "GLBAL.DAT NO DISPONIBLE - STATUS "
                   WS-GLB-STATUS " - MAYOR NO ROTADO"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                       UNTIL WS-GL-SUB > WS-GL-COUNT
                   PERFORM CARRY-ONE-ACCOUNT
               END-PERFORM
               CLOSE GL-BALANCE-FILE

               MOVE WS-GL-NEXT-PERIOD TO GLC-CURRENT-PERIOD
               MOVE WS-RUN-DATE TO GLC-ROLL-DATE
               ADD 1 TO WS-GL-ROLL-COUNT
               MOVE WS-GL-ROLL-COUNT TO GLC-ROLL-COUNT
               OPEN OUTPUT GL-PERIOD-FILE
               WRITE GL-PERIOD-RECORD
               CLOSE GL-PERIOD-FILE
           END-IF.

       CARRY-ONE-ACCOUNT.
           MOVE WS-GL-COMPANY-TBL(WS-GL-SUB) TO GLB-COMPANY.
           MOVE WS-GL-ACCOUNT-TBL(WS-GL-SUB) TO GLB-ACCOUNT.
           MOVE WS-GL-NEXT-PERIOD TO GLB-PERIOD.
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
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-GL-CLOSING-TBL(WS-GL-SUB) TO GLB-OPENING
                   COMPUTE GLB-CLOSING = GLB-OPENING + GLB-DEBITS
                       - GLB-CREDITS
                   REWRITE GL-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "GLBAL.DAT ERROR AL REESCRIBIR "
                               GLB-KEY
                   END-REWRITE
           END-READ.

       MARK-MONTH-CLOSED.
           OPEN EXTEND CLOSED-MONTH-FILE.
           IF WS-CLM-STATUS = "35"
               OPEN OUTPUT CLOSED-MONTH-FILE
           END-IF.
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
                   UNTIL WS-MC-SUB > WS-MC-COUNT
               IF WS-MC-TO-CLOSE(WS-MC-SUB)
                   MOVE WS-CLOSE-MONTH TO CLM-MONTH
                   MOVE WS-RUN-DATE TO CLM-CLOSE-DATE
                   MOVE WS-MC-CODE(WS-MC-SUB) TO CLM-COMPANY
                   WRITE CLOSED-MONTH-RECORD
               END-IF
           END-PERFORM.
           CLOSE CLOSED-MONTH-FILE.

       END PROGRAM MONTH-END.
