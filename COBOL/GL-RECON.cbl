      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-CTL-FILE ASSIGN TO "RECONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCC-STATUS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT ORIGINALS-LEDGER ASSIGN TO "ORIGTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORG-REFERENCE
               FILE STATUS IS WS-ORG-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "ADJBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "ADJSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.
           SELECT POSTING-FILE ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLB-STATUS.
           SELECT EXPLANATION-FILE ASSIGN TO "RECONEXP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REX-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RECONRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-REPORT-FILE ASSIGN TO "GLRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    One row per subledger to prove: RCC-LEDGER is also the
      *    GLMAP.DAT key whose debit (RCC-SIDE D) or credit (C)
      *    account is the control account; a blank company is the
      *    default one.
       FD  RECON-CTL-FILE.
       01  RECON-CTL-RECORD.
           02 RCC-LEDGER    PIC X(8).
           02 RCC-SIDE      PIC X.
           02 RCC-COMPANY   PIC X(2).
           02 RCC-TOLERANCE PIC 9(7)V99.

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           02 MAP-KEY         PIC X(8).
           02 MAP-DEBIT-ACCT  PIC 9(6).
           02 MAP-CREDIT-ACCT PIC 9(6).
           02 MAP-COMPANY     PIC X(2).

       FD  ORIGINALS-LEDGER.
       COPY ORIGREC.

       FD  REVERSAL-FILE.
       COPY REVREC.

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           02 BAL-REFERENCE PIC X(10).
           02 BAL-ORIGINAL  PIC S9(7)V999.
           02 BAL-REVERSED  PIC S9(7)V999.
           02 BAL-OPEN      PIC S9(7)V999.

       FD  SUSPENSE-FILE.
       COPY ADJSUSP.

       FD  POSTING-FILE.
       COPY GLPOST.

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  EXPLANATION-FILE.
       COPY RECONEXP.

       FD  RESULT-FILE.
       COPY RECONRES.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RCC-STATUS PIC XX.
       01  WS-MAP-STATUS PIC XX.
       01  WS-ORG-STATUS PIC XX.
       01  WS-REV-STATUS PIC XX.
       01  WS-BAL-STATUS PIC XX.
       01  WS-SUS-STATUS PIC XX.
       01  WS-GLP-STATUS PIC XX.
       01  WS-GLB-STATUS PIC XX.
       01  WS-REX-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.

       01  WS-PERIOD PIC 9(6).
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           02 WS-PERIOD-YYYY PIC 9(4).
           02 WS-PERIOD-MM   PIC 9(2).
       01  WS-ITEM-MONTH PIC 9(6).
       01  WS-DEFAULT-COMPANY PIC X(2).

       01  WS-LDG-SUB PIC 9(2).
       01  WS-LDG-COUNT PIC 9(2) VALUE ZERO.
       01  WS-LDG-TABLE.
           02 WS-LDG-ENTRY OCCURS 20 TIMES.
               03 WS-LDG-NAME-TBL      PIC X(8).
               03 WS-LDG-SIDE-TBL      PIC X.
               03 WS-LDG-COMPANY-TBL   PIC X(2).
               03 WS-LDG-TOLERANCE-TBL PIC 9(7)V99.

       01  WS-SUB PIC 9(2).
       01  WS-HIT PIC 9(2).
       01  WS-MAP-COUNT PIC 9(2) VALUE ZERO.
       01  WS-MAP-TABLE.
           02 WS-MAP-ENTRY OCCURS 60 TIMES.
               03 WS-TBL-KEY PIC X(8).
               03 WS-TBL-DEBIT PIC 9(6).
               03 WS-TBL-CREDIT PIC 9(6).
               03 WS-TBL-COMPANY PIC X(2).

       01  WS-REX-SUB PIC 9(3).
       01  WS-REX-COUNT PIC 9(3) VALUE ZERO.
       01  WS-REX-TABLE.
           02 WS-REX-ENTRY OCCURS 200 TIMES.
               03 WS-REX-ID-TBL      PIC 9(5).
               03 WS-REX-LEDGER-TBL  PIC X(8).
               03 WS-REX-COMPANY-TBL PIC X(2).
               03 WS-REX-AMOUNT-TBL  PIC S9(11)V999.
               03 WS-REX-TEXT-TBL    PIC X(40).

      *    The subledger of the ledger being proved, one entry per
      *    reference, beside what GLPOST.DAT posted to the control
      *    account under that reference.
       01  WS-ITEM-SUB PIC 9(4).
       01  WS-ITEM-HIT PIC 9(4).
       01  WS-ITEM-COUNT PIC 9(4) VALUE ZERO.
       01  WS-ITEM-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-ITEM-OVERFLOW VALUE 'Y' FALSE 'N'.
       01  WS-ITEM-TABLE.
           02 WS-ITEM-ENTRY OCCURS 2000 TIMES.
               03 WS-ITEM-REF-TBL    PIC X(10).
               03 WS-ITEM-LEDGER-TBL PIC S9(11)V999.
               03 WS-ITEM-POSTED-TBL PIC S9(11)V999.
       01  WS-ITEM-REF PIC X(10).
       01  WS-ITEM-AMOUNT PIC S9(11)V999.

       01  WS-CUR-LEDGER PIC X(8).
       01  WS-CUR-COMPANY PIC X(2).
       01  WS-CUR-ACCOUNT PIC 9(6).
       01  WS-CUR-CONTRA PIC 9(6).
       01  WS-CUR-TOLERANCE PIC 9(7)V99.
       01  WS-CUR-REASON PIC X(40).
       01  WS-POST-COMPANY PIC X(2).
       01  WS-LEDGER-TOTAL PIC S9(13)V999.
       01  WS-GL-BALANCE PIC S9(13)V999.
       01  WS-POSTED-TOTAL PIC S9(13)V999.
       01  WS-NO-DETAIL PIC S9(13)V999.
       01  WS-DIFFERENCE PIC S9(13)V999.
       01  WS-EXPLAINED PIC S9(13)V999.
       01  WS-UNEXPLAINED PIC S9(13)V999.
       01  WS-ABS-UNEXPLAINED PIC 9(13)V999.
       01  WS-DETAIL-COUNT PIC 9(5).
       01  WS-DETAIL-OK-FLAG PIC X.
           88 WS-DETAIL-OK VALUE 'Y' FALSE 'N'.

       01  WS-AGREE-COUNT PIC 9(2) VALUE ZERO.
       01  WS-WITHIN-COUNT PIC 9(2) VALUE ZERO.
       01  WS-BEYOND-COUNT PIC 9(2) VALUE ZERO.
       01  WS-ERROR-COUNT PIC 9(2) VALUE ZERO.

       COPY RUNSTAMP.
       COPY CMPRQ.

       01  WS-LEDGER-HDR-LINE.
           02 FILLER PIC X(9) VALUE "AUXILIAR ".
           02 LH-LEDGER PIC X(8).
           02 FILLER PIC X(9) VALUE " EMPRESA ".
           02 LH-COMPANY PIC X(2).
           02 FILLER PIC X(19) VALUE " CUENTA DE CONTROL ".
           02 LH-ACCOUNT PIC 9(6).

       01  WS-AMOUNT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-LABEL PIC X(30).
           02 AL-AMOUNT PIC -(13)9.999.

       01  WS-ITEM-LINE.
           02 FILLER PIC X(4) VALUE "    ".
           02 IL-REFERENCE PIC X(10).
           02 FILLER PIC X(5) VALUE " AUX ".
           02 IL-LEDGER PIC -(9)9.999.
           02 FILLER PIC X(7) VALUE " MAYOR ".
           02 IL-POSTED PIC -(9)9.999.
           02 FILLER PIC X VALUE SPACE.
           02 IL-REASON PIC X(23).

       01  WS-MISPOST-LINE.
           02 FILLER PIC X(4) VALUE "    ".
           02 ML-REFERENCE PIC X(10).
           02 FILLER PIC X(8) VALUE " CUENTA ".
           02 ML-ACCOUNT PIC 9(6).
           02 FILLER PIC X(5) VALUE " EMP ".
           02 ML-COMPANY PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 ML-DC PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 ML-AMOUNT PIC Z(10)9.999.
           02 FILLER PIC X(16) VALUE " CUENTA ERRONEA".

       01  WS-EXPLAIN-LINE.
           02 FILLER PIC X(16) VALUE "    EXPLICACION ".
           02 EL-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 EL-AMOUNT PIC -(10)9.999.
           02 FILLER PIC X VALUE SPACE.
           02 EL-TEXT PIC X(40).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "PERIODO A CONCILIAR AAAAMM : ".
           ACCEPT WS-PERIOD.
           IF WS-PERIOD IS NOT NUMERIC
               OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "GL-RECON - PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-RECON-CONTROL.
           IF WS-LDG-COUNT = ZERO
               DISPLAY "RECONCTL.DAT VACIO O AUSENTE - CONCILIACION "
                   "IMPOSIBLE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO CMQ-CODE-IN.
           CALL "CMP-CHECK" USING COMPANY-REQUEST.
           MOVE CMQ-CODE-OUT TO WS-DEFAULT-COMPANY.
           PERFORM LOAD-ACCOUNT-MAP.
           PERFORM LOAD-EXPLANATIONS.

           OPEN OUTPUT RESULT-FILE.
           OPEN OUTPUT RECON-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE RECON-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "CONCILIACION AUXILIARES / MAYOR - PERIODO "
               WS-PERIOD " - FECHA " WS-RUN-DATE
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "DETALLE SEGUN LOS APUNTES PRESENTES EN GLPOST.DAT"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           PERFORM VARYING WS-LDG-SUB FROM 1 BY 1
                   UNTIL WS-LDG-SUB > WS-LDG-COUNT
               PERFORM RECONCILE-ONE-LEDGER
           END-PERFORM.

           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "CONFORMES " WS-AGREE-COUNT
               "  EN TOLERANCIA " WS-WITHIN-COUNT
               "  FUERA DE TOLERANCIA " WS-BEYOND-COUNT
               "  SIN CONCILIAR " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           CLOSE RECON-REPORT-FILE.
           CLOSE RESULT-FILE.

           IF WS-BEYOND-COUNT > ZERO OR WS-ERROR-COUNT > ZERO
               DISPLAY "GL-RECON - " WS-BEYOND-COUNT
                   " FUERA DE TOLERANCIA, " WS-ERROR-COUNT
                   " SIN CONCILIAR - VER GLRECON.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WITHIN-COUNT > ZERO
                   DISPLAY "GL-RECON - " WS-WITHIN-COUNT
                       " AUXILIARES CON DIFERENCIA EN TOLERANCIA"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "GL-RECON - AUXILIARES CONFORMES CON EL "
                       "MAYOR PARA " WS-PERIOD
               END-IF
           END-IF.
           GOBACK.

       RECONCILE-ONE-LEDGER.
           MOVE WS-LDG-NAME-TBL(WS-LDG-SUB) TO WS-CUR-LEDGER.
           MOVE WS-LDG-TOLERANCE-TBL(WS-LDG-SUB) TO WS-CUR-TOLERANCE.
           MOVE WS-LDG-COMPANY-TBL(WS-LDG-SUB) TO CMQ-CODE-IN.
           CALL "CMP-CHECK" USING COMPANY-REQUEST.
           MOVE CMQ-CODE-OUT TO WS-CUR-COMPANY.
           MOVE SPACES TO WS-CUR-REASON.
           MOVE ZERO TO WS-CUR-ACCOUNT.
           MOVE ZERO TO WS-CUR-CONTRA.
           MOVE ZERO TO WS-LEDGER-TOTAL.
           MOVE ZERO TO WS-GL-BALANCE.
           MOVE ZERO TO WS-POSTED-TOTAL.
           MOVE ZERO TO WS-EXPLAINED.
           MOVE ZERO TO WS-DETAIL-COUNT.
           MOVE ZERO TO WS-ITEM-COUNT.
           SET WS-ITEM-OVERFLOW TO FALSE.

           PERFORM FIND-CONTROL-ACCOUNT.
           IF WS-CUR-REASON = SPACES
               EVALUATE WS-CUR-LEDGER
                   WHEN "ORIGTRAN"
                       PERFORM TOTAL-ORIGINALS
                   WHEN "REVERSAL"
                       PERFORM TOTAL-REVERSALS
                   WHEN "ADJBAL"
                       PERFORM TOTAL-PARTIAL-BALANCES
                   WHEN "ADJSUSP"
                       PERFORM TOTAL-SUSPENSE
                   WHEN OTHER
                       MOVE "AUXILIAR DESCONOCIDO EN RECONCTL.DAT"
                           TO WS-CUR-REASON
               END-EVALUATE
           END-IF.
           IF WS-CUR-REASON = SPACES
               PERFORM READ-CONTROL-BALANCE
           END-IF.
           PERFORM SUM-EXPLANATIONS.

           COMPUTE WS-DIFFERENCE = WS-LEDGER-TOTAL - WS-GL-BALANCE.
           COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE - WS-EXPLAINED.
           COMPUTE WS-ABS-UNEXPLAINED = WS-UNEXPLAINED.
           IF WS-UNEXPLAINED < ZERO
               COMPUTE WS-ABS-UNEXPLAINED = WS-UNEXPLAINED * -1
           END-IF.

           MOVE SPACES TO RECON-RESULT-RECORD.
           EVALUATE TRUE
               WHEN WS-CUR-REASON NOT = SPACES
                   SET RCR-NOT-RECONCILED TO TRUE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-DIFFERENCE = ZERO
                   SET RCR-AGREES TO TRUE
                   ADD 1 TO WS-AGREE-COUNT
               WHEN WS-ABS-UNEXPLAINED <= WS-CUR-TOLERANCE
                   SET RCR-WITHIN TO TRUE
                   ADD 1 TO WS-WITHIN-COUNT
               WHEN OTHER
                   SET RCR-BEYOND TO TRUE
                   ADD 1 TO WS-BEYOND-COUNT
           END-EVALUATE.

           PERFORM WRITE-LEDGER-SECTION.

           MOVE WS-PERIOD TO RCR-PERIOD.
           MOVE WS-CUR-LEDGER TO RCR-LEDGER.
           MOVE WS-CUR-COMPANY TO RCR-COMPANY.
           MOVE WS-CUR-ACCOUNT TO RCR-ACCOUNT.
           MOVE WS-LEDGER-TOTAL TO RCR-LEDGER-TOTAL.
           MOVE WS-GL-BALANCE TO RCR-GL-BALANCE.
           MOVE WS-DIFFERENCE TO RCR-DIFFERENCE.
           MOVE WS-EXPLAINED TO RCR-EXPLAINED.
           MOVE WS-UNEXPLAINED TO RCR-UNEXPLAINED.
           MOVE WS-CUR-TOLERANCE TO RCR-TOLERANCE.
           MOVE WS-DETAIL-COUNT TO RCR-ITEM-COUNT.
           MOVE WS-RUN-DATE TO RCR-RUN-DATE.
           WRITE RECON-RESULT-RECORD.

      *    The control account is the debit or credit account of the
      *    GLMAP.DAT row keyed by the subledger name; the other one is
      *    the contra account its postings are paired with.
       FIND-CONTROL-ACCOUNT.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MAP-COUNT OR WS-HIT > ZERO
               IF WS-TBL-KEY(WS-SUB) = WS-CUR-LEDGER
                   AND WS-TBL-COMPANY(WS-SUB) = WS-CUR-COMPANY
                   MOVE WS-SUB TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT = ZERO
               MOVE "SIN CUENTA DE CONTROL EN GLMAP.DAT"
                   TO WS-CUR-REASON
           ELSE
               IF WS-LDG-SIDE-TBL(WS-LDG-SUB) = 'C'
                   MOVE WS-TBL-CREDIT(WS-HIT) TO WS-CUR-ACCOUNT
                   MOVE WS-TBL-DEBIT(WS-HIT) TO WS-CUR-CONTRA
               ELSE
                   MOVE WS-TBL-DEBIT(WS-HIT) TO WS-CUR-ACCOUNT
                   MOVE WS-TBL-CREDIT(WS-HIT) TO WS-CUR-CONTRA
               END-IF
           END-IF.

      *    Originals converted from the old sequential file carry no
      *    post date and count as posted before any period.
       TOTAL-ORIGINALS.
           OPEN INPUT ORIGINALS-LEDGER.
           IF WS-ORG-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ ORIGINALS-LEDGER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ORG-POST-DATE(1:6) TO WS-ITEM-MONTH
                           IF WS-ITEM-MONTH <= WS-PERIOD
                               MOVE ORG-REFERENCE TO WS-ITEM-REF
                               MOVE ORG-AMOUNT TO WS-ITEM-AMOUNT
                               PERFORM ADD-LEDGER-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORIGINALS-LEDGER
           ELSE
               IF WS-ORG-STATUS NOT = "35"
                   MOVE SPACES TO WS-CUR-REASON
                   STRING "ORIGTRAN.DAT NO DISPONIBLE - STATUS "
                       WS-ORG-STATUS DELIMITED BY SIZE
                       INTO WS-CUR-REASON
               END-IF
           END-IF.
           SET WS-EOF TO FALSE.

       TOTAL-REVERSALS.
           OPEN INPUT REVERSAL-FILE.
           IF WS-REV-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ REVERSAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE REV-DATE(1:6) TO WS-ITEM-MONTH
                           IF WS-ITEM-MONTH <= WS-PERIOD
                               MOVE REV-REFERENCE TO WS-ITEM-REF
                               MOVE REV-AMOUNT TO WS-ITEM-AMOUNT
                               PERFORM ADD-LEDGER-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-FILE
           ELSE
               IF WS-REV-STATUS NOT = "35"
                   MOVE SPACES TO WS-CUR-REASON
                   STRING "REVERSAL.DAT NO DISPONIBLE - STATUS "
                       WS-REV-STATUS DELIMITED BY SIZE
                       INTO WS-CUR-REASON
               END-IF
           END-IF.
           SET WS-EOF TO FALSE.

      *    ADJBAL.DAT keeps only the current open balance of each
      *    partially reversed original, so it is proved as it stands.
       TOTAL-PARTIAL-BALANCES.
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ BALANCE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BAL-REFERENCE TO WS-ITEM-REF
                           MOVE BAL-OPEN TO WS-ITEM-AMOUNT
                           PERFORM ADD-LEDGER-ITEM
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           ELSE
               IF WS-BAL-STATUS NOT = "35"
                   MOVE SPACES TO WS-CUR-REASON
                   STRING "ADJBAL.DAT NO DISPONIBLE - STATUS "
                       WS-BAL-STATUS DELIMITED BY SIZE
                       INTO WS-CUR-REASON
               END-IF
           END-IF.
           SET WS-EOF TO FALSE.

      *    A suspense item is open at the period end if it was
      *    entered by then and not matched or disposed of until after
      *    it; a partial adjustment holds only its partial amount.
       TOTAL-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUS-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ SUSPENSE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           ELSE
               IF WS-SUS-STATUS NOT = "35"
                   MOVE SPACES TO WS-CUR-REASON
                   STRING "ADJSUSP.DAT NO DISPONIBLE - STATUS "
                       WS-SUS-STATUS DELIMITED BY SIZE
                       INTO WS-CUR-REASON
               END-IF
           END-IF.
           SET WS-EOF TO FALSE.

       TALLY-SUSPENSE-ITEM.
           MOVE SUS-ENTRY-DATE(1:6) TO WS-ITEM-MONTH.
           IF WS-ITEM-MONTH <= WS-PERIOD
               MOVE SUS-DISP-DATE(1:6) TO WS-ITEM-MONTH
               IF SUS-STATUS = 'O' OR WS-ITEM-MONTH > WS-PERIOD
                   MOVE SUS-REFERENCE TO WS-ITEM-REF
                   IF SUS-PARTIAL IS NUMERIC AND SUS-PARTIAL NOT = ZERO
                       MOVE SUS-PARTIAL TO WS-ITEM-AMOUNT
                   ELSE
                       MOVE SUS-AMOUNT TO WS-ITEM-AMOUNT
                   END-IF
                   PERFORM ADD-LEDGER-ITEM
               END-IF
           END-IF.

       ADD-LEDGER-ITEM.
           ADD WS-ITEM-AMOUNT TO WS-LEDGER-TOTAL.
           PERFORM FIND-ITEM.
           IF WS-ITEM-HIT > ZERO
               ADD WS-ITEM-AMOUNT TO WS-ITEM-LEDGER-TBL(WS-ITEM-HIT)
           END-IF.

      *    A reference not yet in the table is added to it; when the
      *    table is full the item still counts in the totals but the
      *    drill-down is flagged as incomplete.
       FIND-ITEM.
           MOVE ZERO TO WS-ITEM-HIT.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                   OR WS-ITEM-HIT > ZERO
               IF WS-ITEM-REF-TBL(WS-ITEM-SUB) = WS-ITEM-REF
                   MOVE WS-ITEM-SUB TO WS-ITEM-HIT
               END-IF
           END-PERFORM.
           IF WS-ITEM-HIT = ZERO
               IF WS-ITEM-COUNT >= 2000
                   IF NOT WS-ITEM-OVERFLOW
                       DISPLAY "GL-RECON - " WS-CUR-LEDGER
                           " HAS MORE THAN 2000 REFERENCES - "
                           "DETAIL INCOMPLETE"
                   END-IF
                   SET WS-ITEM-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-ITEM-HIT
                   MOVE WS-ITEM-REF TO WS-ITEM-REF-TBL(WS-ITEM-HIT)
                   MOVE ZERO TO WS-ITEM-LEDGER-TBL(WS-ITEM-HIT)
                   MOVE ZERO TO WS-ITEM-POSTED-TBL(WS-ITEM-HIT)
               END-IF
           END-IF.

      *    GLBAL.DAT is read in key order, so the last row of the
      *    account up to the period holds its balance at period end.
       READ-CONTROL-BALANCE.
           OPEN INPUT GL-BALANCE-FILE.
           IF WS-GLB-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ GL-BALANCE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF GLB-COMPANY = WS-CUR-COMPANY
                               AND GLB-ACCOUNT = WS-CUR-ACCOUNT
                               AND GLB-PERIOD <= WS-PERIOD
                               MOVE GLB-CLOSING TO WS-GL-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           ELSE
               IF WS-GLB-STATUS NOT = "35"
                   MOVE SPACES TO WS-CUR-REASON
                   STRING "GLBAL.DAT NO DISPONIBLE - STATUS "
                       WS-GLB-STATUS DELIMITED BY SIZE
                       INTO WS-CUR-REASON
               END-IF
           END-IF.
           SET WS-EOF TO FALSE.

       SUM-EXPLANATIONS.
           PERFORM VARYING WS-REX-SUB FROM 1 BY 1
                   UNTIL WS-REX-SUB > WS-REX-COUNT
               IF WS-REX-LEDGER-TBL(WS-REX-SUB) = WS-CUR-LEDGER
                   AND WS-REX-COMPANY-TBL(WS-REX-SUB) = WS-CUR-COMPANY
                   ADD WS-REX-AMOUNT-TBL(WS-REX-SUB) TO WS-EXPLAINED
               END-IF
           END-PERFORM.

       WRITE-LEDGER-SECTION.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-CUR-LEDGER TO LH-LEDGER.
           MOVE WS-CUR-COMPANY TO LH-COMPANY.
           MOVE WS-CUR-ACCOUNT TO LH-ACCOUNT.
           WRITE RECON-REPORT-LINE FROM WS-LEDGER-HDR-LINE.

           IF RCR-NOT-RECONCILED
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "  ** SIN CONCILIAR - " WS-CUR-REASON
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           ELSE
               MOVE "SALDO DEL AUXILIAR" TO AL-LABEL
               MOVE WS-LEDGER-TOTAL TO AL-AMOUNT
               WRITE RECON-REPORT-LINE FROM WS-AMOUNT-LINE
               MOVE "SALDO CUENTA DE CONTROL" TO AL-LABEL
               MOVE WS-GL-BALANCE TO AL-AMOUNT
               WRITE RECON-REPORT-LINE FROM WS-AMOUNT-LINE
               MOVE "DIFERENCIA" TO AL-LABEL
               MOVE WS-DIFFERENCE TO AL-AMOUNT
               WRITE RECON-REPORT-LINE FROM WS-AMOUNT-LINE
               MOVE "EXPLICADO" TO AL-LABEL
               MOVE WS-EXPLAINED TO AL-AMOUNT
               WRITE RECON-REPORT-LINE FROM WS-AMOUNT-LINE
               MOVE "SIN EXPLICAR" TO AL-LABEL
               MOVE WS-UNEXPLAINED TO AL-AMOUNT
               WRITE RECON-REPORT-LINE FROM WS-AMOUNT-LINE
               MOVE "TOLERANCIA" TO AL-LABEL
               MOVE WS-CUR-TOLERANCE TO AL-AMOUNT
               WRITE RECON-REPORT-LINE FROM WS-AMOUNT-LINE
               EVALUATE TRUE
                   WHEN RCR-AGREES
                       MOVE "  RESULTADO: CONFORME" TO RECON-REPORT-LINE
                   WHEN RCR-WITHIN
                       MOVE "  RESULTADO: DIFERENCIA EN TOLERANCIA"
                           TO RECON-REPORT-LINE
                   WHEN OTHER
                       MOVE "  RESULTADO: ** FUERA DE TOLERANCIA"
                           TO RECON-REPORT-LINE
               END-EVALUATE
               WRITE RECON-REPORT-LINE
               IF WS-CUR-LEDGER = "ADJBAL"
                   MOVE "  ADJBAL.DAT SIN FECHAS - SALDO ACTUAL"
                       TO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
               END-IF
               PERFORM WRITE-EXPLANATIONS
               IF NOT RCR-AGREES
                   PERFORM WRITE-DRILL-DOWN
               END-IF
           END-IF.

       WRITE-EXPLANATIONS.
           PERFORM VARYING WS-REX-SUB FROM 1 BY 1
                   UNTIL WS-REX-SUB > WS-REX-COUNT
               IF WS-REX-LEDGER-TBL(WS-REX-SUB) = WS-CUR-LEDGER
                   AND WS-REX-COMPANY-TBL(WS-REX-SUB) = WS-CUR-COMPANY
                   MOVE WS-REX-ID-TBL(WS-REX-SUB) TO EL-ID
                   MOVE WS-REX-AMOUNT-TBL(WS-REX-SUB) TO EL-AMOUNT
                   MOVE WS-REX-TEXT-TBL(WS-REX-SUB) TO EL-TEXT
                   WRITE RECON-REPORT-LINE FROM WS-EXPLAIN-LINE
               END-IF
           END-PERFORM.

      *    The difference is traced item by item against GLPOST.DAT:
      *    postings of the subledger's source that missed the control
      *    and contra accounts, then every reference whose posted
      *    amount differs from the subledger. Movements on the
      *    account no longer in GLPOST.DAT are shown as one figure.
       WRITE-DRILL-DOWN.
           MOVE "  PARTIDAS:" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           SET WS-DETAIL-OK TO FALSE.
           OPEN INPUT POSTING-FILE.
           IF WS-GLP-STATUS = "00"
               SET WS-DETAIL-OK TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ POSTING-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF GLP-RECORD-TYPE = 'D'
                               PERFORM MATCH-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-FILE
               SET WS-EOF TO FALSE
           ELSE
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "    GLPOST.DAT NO DISPONIBLE - STATUS "
                   WS-GLP-STATUS " - SIN DETALLE DEL MAYOR"
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-ITEM-LEDGER-TBL(WS-ITEM-SUB)
                   NOT = WS-ITEM-POSTED-TBL(WS-ITEM-SUB)
                   PERFORM WRITE-ITEM-LINE
               END-IF
           END-PERFORM.

           IF WS-DETAIL-OK
               COMPUTE WS-NO-DETAIL = WS-GL-BALANCE - WS-POSTED-TOTAL
               IF WS-NO-DETAIL NOT = ZERO
                   MOVE "SALDO SIN DETALLE EN GLPOST" TO AL-LABEL
                   MOVE WS-NO-DETAIL TO AL-AMOUNT
                   WRITE RECON-REPORT-LINE FROM WS-AMOUNT-LINE
               END-IF
           END-IF.
           IF WS-ITEM-OVERFLOW
               MOVE "    ** MAS DE 2000 REFERENCIAS - DETALLE PARCIAL"
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.
           IF WS-DETAIL-COUNT = ZERO
               MOVE "    NINGUNA PARTIDA IDENTIFICADA"
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.

       MATCH-ONE-POSTING.
           MOVE GLP-DATE(1:6) TO WS-ITEM-MONTH.
           IF WS-ITEM-MONTH <= WS-PERIOD
               MOVE GLP-COMPANY TO WS-POST-COMPANY
               IF WS-POST-COMPANY = SPACES
                   MOVE WS-DEFAULT-COMPANY TO WS-POST-COMPANY
               END-IF
               IF WS-POST-COMPANY = WS-CUR-COMPANY
                   AND GLP-ACCOUNT = WS-CUR-ACCOUNT
                   MOVE GLP-AMOUNT TO WS-ITEM-AMOUNT
                   IF GLP-DC = 'C'
                       COMPUTE WS-ITEM-AMOUNT = GLP-AMOUNT * -1
                   END-IF
                   ADD WS-ITEM-AMOUNT TO WS-POSTED-TOTAL
                   MOVE GLP-REFERENCE TO WS-ITEM-REF
                   PERFORM FIND-ITEM
                   IF WS-ITEM-HIT > ZERO
                       ADD WS-ITEM-AMOUNT
                           TO WS-ITEM-POSTED-TBL(WS-ITEM-HIT)
                   END-IF
               ELSE
                   IF GLP-SOURCE = WS-CUR-LEDGER
                       AND (WS-POST-COMPANY NOT = WS-CUR-COMPANY
                       OR GLP-ACCOUNT NOT = WS-CUR-CONTRA)
                       MOVE GLP-REFERENCE TO ML-REFERENCE
                       MOVE GLP-ACCOUNT TO ML-ACCOUNT
                       MOVE WS-POST-COMPANY TO ML-COMPANY
                       MOVE GLP-DC TO ML-DC
                       MOVE GLP-AMOUNT TO ML-AMOUNT
                       WRITE RECON-REPORT-LINE FROM WS-MISPOST-LINE
                       ADD 1 TO WS-DETAIL-COUNT
                   END-IF
               END-IF
           END-IF.

       WRITE-ITEM-LINE.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE WS-ITEM-REF-TBL(WS-ITEM-SUB) TO IL-REFERENCE.
           MOVE WS-ITEM-LEDGER-TBL(WS-ITEM-SUB) TO IL-LEDGER.
           MOVE WS-ITEM-POSTED-TBL(WS-ITEM-SUB) TO IL-POSTED.
           EVALUATE TRUE
               WHEN WS-ITEM-POSTED-TBL(WS-ITEM-SUB) = ZERO
                   MOVE "SIN CONTABILIZAR" TO IL-REASON
               WHEN WS-ITEM-LEDGER-TBL(WS-ITEM-SUB) = ZERO
                   MOVE "SIN PARTIDA EN AUXILIAR" TO IL-REASON
               WHEN OTHER
                   MOVE "IMPORTE DISTINTO" TO IL-REASON
           END-EVALUATE.
           WRITE RECON-REPORT-LINE FROM WS-ITEM-LINE.

       LOAD-RECON-CONTROL.
           OPEN INPUT RECON-CTL-FILE.
           IF WS-RCC-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RECON-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-LDG-COUNT >= 20
                               DISPLAY "RECONCTL.DAT HAS MORE THAN 20 "
                                   "ROWS - EXTRA IGNORED"
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-LDG-COUNT
                               MOVE RCC-LEDGER TO
                                   WS-LDG-NAME-TBL(WS-LDG-COUNT)
                               MOVE RCC-SIDE TO
                                   WS-LDG-SIDE-TBL(WS-LDG-COUNT)
                               MOVE RCC-COMPANY TO
                                   WS-LDG-COMPANY-TBL(WS-LDG-COUNT)
                               MOVE ZERO TO
                                   WS-LDG-TOLERANCE-TBL(WS-LDG-COUNT)
                               IF RCC-TOLERANCE IS NUMERIC
                                   MOVE RCC-TOLERANCE TO
                                     WS-LDG-TOLERANCE-TBL(WS-LDG-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECON-CTL-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF WS-MAP-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ ACCOUNT-MAP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-MAP-COUNT >= 60
                               DISPLAY "GLMAP.DAT HAS MORE THAN 60 "
                                   "ENTRIES - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-MAP-COUNT
                               MOVE MAP-KEY TO
                                   WS-TBL-KEY(WS-MAP-COUNT)
                               MOVE MAP-DEBIT-ACCT TO
                                   WS-TBL-DEBIT(WS-MAP-COUNT)
                               MOVE MAP-CREDIT-ACCT TO
                                   WS-TBL-CREDIT(WS-MAP-COUNT)
                               MOVE MAP-COMPANY TO CMQ-CODE-IN
                               CALL "CMP-CHECK" USING COMPANY-REQUEST
                               MOVE CMQ-CODE-OUT TO
                                   WS-TBL-COMPANY(WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           END-IF.
           SET WS-EOF TO FALSE.

      *    Only the explanations of the period being reconciled that
      *    have not been cancelled count against its differences.
       LOAD-EXPLANATIONS.
           OPEN INPUT EXPLANATION-FILE.
           IF WS-REX-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ EXPLANATION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF REX-PERIOD = WS-PERIOD
                               AND REX-CANCEL-DATE = ZERO
                               PERFORM REMEMBER-EXPLANATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPLANATION-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       REMEMBER-EXPLANATION.
           IF WS-REX-COUNT >= 200
               DISPLAY "RECONEXP.DAT HAS MORE THAN 200 ROWS FOR THE "
                   "PERIOD - EXTRA IGNORED"
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-REX-COUNT
               MOVE REX-ID TO WS-REX-ID-TBL(WS-REX-COUNT)
               MOVE REX-LEDGER TO WS-REX-LEDGER-TBL(WS-REX-COUNT)
               MOVE REX-COMPANY TO CMQ-CODE-IN
               CALL "CMP-CHECK" USING COMPANY-REQUEST
               MOVE CMQ-CODE-OUT TO WS-REX-COMPANY-TBL(WS-REX-COUNT)
               MOVE REX-AMOUNT TO WS-REX-AMOUNT-TBL(WS-REX-COUNT)
               MOVE REX-TEXT TO WS-REX-TEXT-TBL(WS-REX-COUNT)
           END-IF.

       END PROGRAM GL-RECON.
