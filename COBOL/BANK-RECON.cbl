      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO "BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.
           SELECT BATCH-FILE ASSIGN TO "SETTLBAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBT-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLB-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "BANKREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Daily statement of the settlement bank account: one 'H'
      *    header, one 'D' row per movement and a 'T' trailer. Debit
      *    rows carry the SETTLE.DAT batch number the bank paid.
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD PIC X(80).
       01  STATEMENT-HEADER-RECORD.
           02 STM-HDR-TYPE    PIC X.
           02 STM-HDR-ACCOUNT PIC X(20).
           02 STM-HDR-DATE    PIC 9(8).
           02 STM-HDR-OPENING PIC S9(11)V999.
           02 FILLER          PIC X(37).
       01  STATEMENT-LINE-RECORD.
           02 STM-LIN-TYPE     PIC X.
           02 STM-LIN-DATE     PIC 9(8).
           02 STM-LIN-DC       PIC X.
           02 STM-LIN-AMOUNT   PIC 9(11)V999.
           02 STM-LIN-BATCH    PIC 9(8).
           02 STM-LIN-BANK-REF PIC X(16).
           02 STM-LIN-TEXT     PIC X(20).
           02 FILLER           PIC X(12).
       01  STATEMENT-TRAILER-RECORD.
           02 STM-TRL-TYPE    PIC X.
           02 STM-TRL-COUNT   PIC 9(7).
           02 STM-TRL-DEBITS  PIC 9(13)V999.
           02 STM-TRL-CREDITS PIC 9(13)V999.
           02 STM-TRL-CLOSING PIC S9(11)V999.
           02 FILLER          PIC X(26).

       FD  BATCH-FILE.
       COPY SETTLBAT.

       FD  REVERSAL-FILE.
       COPY REVREC.

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           02 MAP-KEY         PIC X(8).
           02 MAP-DEBIT-ACCT  PIC 9(6).
           02 MAP-CREDIT-ACCT PIC 9(6).
           02 MAP-COMPANY     PIC X(2).

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STM-STATUS PIC XX.
       01  WS-SBT-STATUS PIC XX.
       01  WS-REV-STATUS PIC XX.
       01  WS-MAP-STATUS PIC XX.
       01  WS-GLB-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-OVERFLOW VALUE 'Y'.
       01  WS-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       01  WS-HEADER-FLAG PIC X VALUE 'N'.
           88 WS-HAVE-HEADER VALUE 'Y'.
       01  WS-TRAILER-FLAG PIC X VALUE 'N'.
           88 WS-HAVE-TRAILER VALUE 'Y'.
       01  WS-STMT-OK-FLAG PIC X VALUE 'Y'.
           88 WS-STMT-OK VALUE 'Y' FALSE 'N'.
       01  WS-ACCOUNT-FLAG PIC X VALUE 'N'.
           88 WS-HAVE-ACCOUNT VALUE 'Y'.
       01  WS-GL-FLAG PIC X VALUE 'N'.
           88 WS-HAVE-GL VALUE 'Y'.

      *    The settlement cash account is the credit side of the
      *    REVERSAL row of GLMAP.DAT, where every reversal paid out
      *    through SETTLE.DAT is booked.
       01  WS-GL-COMPANY PIC X(2) VALUE SPACES.
       01  WS-GL-ACCOUNT PIC 9(6) VALUE ZERO.
       01  WS-GL-PERIOD PIC 9(6).
       01  WS-GL-BALANCE PIC S9(13)V999 VALUE ZERO.
       01  WS-GL-LAST-POST PIC 9(8) VALUE ZERO.

       01  WS-STMT-ACCOUNT PIC X(20) VALUE SPACES.
       01  WS-STMT-DATE PIC 9(8) VALUE ZERO.
       01  WS-OPENING PIC S9(13)V999 VALUE ZERO.
       01  WS-CLOSING PIC S9(13)V999 VALUE ZERO.
       01  WS-TRL-COUNT PIC 9(7) VALUE ZERO.
       01  WS-TRL-DEBITS PIC 9(13)V999 VALUE ZERO.
       01  WS-TRL-CREDITS PIC 9(13)V999 VALUE ZERO.
       01  WS-STMT-DEBITS PIC 9(13)V999 VALUE ZERO.
       01  WS-STMT-CREDITS PIC 9(13)V999 VALUE ZERO.
       01  WS-PROOF-CLOSING PIC S9(13)V999.

       01  WS-SUB PIC 9(4).
       01  WS-SUB-2 PIC 9(4).
       01  WS-HIT PIC 9(4).
       01  WS-BATCH-COUNT PIC 9(4) VALUE ZERO.
       01  WS-BATCH-TABLE.
           02 WS-BATCH-ENTRY OCCURS 1000 TIMES PIC X(61).
       01  WS-BATCH-USED-TABLE.
           02 WS-BATCH-USED OCCURS 1000 TIMES PIC X.

       01  WS-LINE-COUNT PIC 9(4) VALUE ZERO.
       01  WS-LINE-TABLE.
           02 WS-LINE-ENTRY OCCURS 500 TIMES.
               03 WS-LN-DATE     PIC 9(8).
               03 WS-LN-DC       PIC X.
               03 WS-LN-AMOUNT   PIC 9(11)V999.
               03 WS-LN-BATCH    PIC 9(8).
               03 WS-LN-BANK-REF PIC X(16).
               03 WS-LN-CLASS    PIC X.
               03 WS-LN-REASON   PIC X(20).

       01  WS-TOTALS.
           02 WS-MATCHED-COUNT   PIC 9(5) VALUE ZERO.
           02 WS-MATCHED-AMOUNT  PIC 9(13)V999 VALUE ZERO.
           02 WS-BANK-ONLY-COUNT PIC 9(5) VALUE ZERO.
           02 WS-BANK-ONLY-DR    PIC 9(13)V999 VALUE ZERO.
           02 WS-BANK-ONLY-CR    PIC 9(13)V999 VALUE ZERO.
           02 WS-BOOK-ONLY-COUNT PIC 9(5) VALUE ZERO.
           02 WS-IN-TRANSIT      PIC 9(13)V999 VALUE ZERO.
           02 WS-NOT-SENT        PIC 9(13)V999 VALUE ZERO.
       01  WS-PAY-AMOUNT PIC 9(7)V999.
       01  WS-ADJ-BANK PIC S9(13)V999.
       01  WS-ADJ-BOOK PIC S9(13)V999.
       01  WS-DIFFERENCE PIC S9(13)V999 VALUE ZERO.

       COPY RUNSTAMP.
       COPY CMPRQ.

       01  WS-LINE-DETAIL.
           02 LD-DATE     PIC 9(8).
           02 FILLER      PIC X VALUE SPACE.
           02 LD-DC       PIC X.
           02 FILLER      PIC X VALUE SPACE.
           02 LD-AMOUNT   PIC ZZZZZZZZZZ9.999.
           02 FILLER      PIC X(6) VALUE " LOTE ".
           02 LD-BATCH    PIC 9(8).
           02 FILLER      PIC X VALUE SPACE.
           02 LD-BANK-REF PIC X(16).
           02 FILLER      PIC X VALUE SPACE.
           02 LD-REASON   PIC X(20).

       01  WS-BATCH-DETAIL.
           02 FILLER      PIC X(5) VALUE "LOTE ".
           02 BD-NUMBER   PIC 9(8).
           02 FILLER      PIC X(9) VALUE " ENVIADO ".
           02 BD-DATE     PIC 9(8).
           02 FILLER      PIC X(10) VALUE " PARTIDAS ".
           02 BD-COUNT    PIC ZZZZZZ9.
           02 FILLER      PIC X VALUE SPACE.
           02 BD-AMOUNT   PIC ZZZZZZZZZZ9.999.

       01  WS-REVERSAL-DETAIL.
           02 FILLER      PIC X(10) VALUE "REVERSION ".
           02 RD-NUMBER   PIC 9(8).
           02 FILLER      PIC X(5) VALUE " REF ".
           02 RD-REFERENCE PIC X(10).
           02 FILLER      PIC X(7) VALUE " FECHA ".
           02 RD-DATE     PIC 9(8).
           02 FILLER      PIC X(12) VALUE " NO ENVIADA ".
           02 RD-AMOUNT   PIC ZZZZZZ9.999.

       01  WS-TOTAL-LINE.
           02 TL-LABEL    PIC X(44).
           02 TL-AMOUNT   PIC -ZZZZZZZZZZZZ9.999.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-SETTLE-ACCOUNT.
           PERFORM LOAD-BATCH-TABLE.
           IF WS-OVERFLOW
               DISPLAY "SETTLBAT.DAT EXCEDE LA TABLA - CONCILIACION "
                   "CANCELADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-STATEMENT.
           IF WS-OVERFLOW
               DISPLAY "BANKSTMT.DAT EXCEDE LA TABLA - CONCILIACION "
                   "CANCELADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-HAVE-HEADER
               DISPLAY "BANKSTMT.DAT SIN CABECERA - CONCILIACION "
                   "CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PROVE-STATEMENT.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LINE-COUNT
               PERFORM MATCH-ONE-LINE
           END-PERFORM.

           PERFORM READ-GL-BALANCE.

           OPEN OUTPUT RECON-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE RECON-REPORT-LINE FROM ENV-BANNER.
           PERFORM PRINT-STATEMENT-SUMMARY.
           PERFORM PRINT-MATCHED-ITEMS.
           PERFORM PRINT-BANK-ONLY-ITEMS.
           PERFORM PRINT-BOOK-ONLY-ITEMS.
           PERFORM PRINT-RECONCILIATION.
           CLOSE RECON-REPORT-FILE.

           IF WS-CHANGED
               PERFORM SAVE-BATCH-TABLE
           END-IF.

           DISPLAY "BANK-RECON - " WS-MATCHED-COUNT " CONCILIADAS, "
               WS-BANK-ONLY-COUNT " SOLO EN BANCO, "
               WS-BOOK-ONLY-COUNT " SOLO EN LIBROS".
           IF WS-BANK-ONLY-COUNT > ZERO
               OR WS-BOOK-ONLY-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT WS-STMT-OK
               DISPLAY "BANK-RECON - EXTRACTO NO CUADRA"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF NOT WS-HAVE-GL
               DISPLAY "BANK-RECON - SALDO DEL MAYOR NO DISPONIBLE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-DIFFERENCE NOT = ZERO
               DISPLAY "BANK-RECON - DIFERENCIA NO EXPLICADA "
                   WS-DIFFERENCE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    A debit row matches a batch only when the bank quotes our
      *    batch number and pays its exact total. Re-running the same
      *    statement finds its own stamp and matches again; any other
      *    stamp means the batch was already cleared once.
       MATCH-ONE-LINE.
           MOVE 'B' TO WS-LN-CLASS(WS-SUB).
           MOVE ZERO TO WS-HIT.
           IF WS-LN-DC(WS-SUB) = 'C'
               MOVE "ABONO NO REGISTRADO" TO WS-LN-REASON(WS-SUB)
           ELSE
               IF WS-LN-BATCH(WS-SUB) = ZERO
                   MOVE "CARGO SIN LOTE" TO WS-LN-REASON(WS-SUB)
               ELSE
                   PERFORM FIND-BATCH
                   IF WS-HIT = ZERO
                       MOVE "LOTE DESCONOCIDO" TO WS-LN-REASON(WS-SUB)
                   ELSE
                       PERFORM CHECK-BATCH-MATCH
                   END-IF
               END-IF
           END-IF.
           IF WS-LN-CLASS(WS-SUB) = 'M'
               ADD 1 TO WS-MATCHED-COUNT
               ADD WS-LN-AMOUNT(WS-SUB) TO WS-MATCHED-AMOUNT
           ELSE
               ADD 1 TO WS-BANK-ONLY-COUNT
               IF WS-LN-DC(WS-SUB) = 'C'
                   ADD WS-LN-AMOUNT(WS-SUB) TO WS-BANK-ONLY-CR
               ELSE
                   ADD WS-LN-AMOUNT(WS-SUB) TO WS-BANK-ONLY-DR
               END-IF
           END-IF.

       CHECK-BATCH-MATCH.
           MOVE WS-BATCH-ENTRY(WS-HIT) TO SETTLE-BATCH-RECORD.
           IF SBT-AMOUNT NOT = WS-LN-AMOUNT(WS-SUB)
               MOVE "IMPORTE NO COINCIDE" TO WS-LN-REASON(WS-SUB)
           ELSE
               IF WS-BATCH-USED(WS-HIT) = 'Y'
                   OR (SBT-RECON-DATE > ZERO
                       AND (SBT-RECON-DATE NOT = WS-STMT-DATE
                       OR SBT-BANK-REF NOT = WS-LN-BANK-REF(WS-SUB)))
                   MOVE "LOTE YA CONCILIADO" TO WS-LN-REASON(WS-SUB)
               ELSE
                   MOVE 'M' TO WS-LN-CLASS(WS-SUB)
                   MOVE SPACES TO WS-LN-REASON(WS-SUB)
                   MOVE 'Y' TO WS-BATCH-USED(WS-HIT)
                   MOVE WS-STMT-DATE TO SBT-RECON-DATE
                   MOVE WS-LN-BANK-REF(WS-SUB) TO SBT-BANK-REF
                   MOVE SETTLE-BATCH-RECORD TO WS-BATCH-ENTRY(WS-HIT)
                   SET WS-CHANGED TO TRUE
               END-IF
           END-IF.

       FIND-BATCH.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-BATCH-COUNT OR WS-HIT > ZERO
               MOVE WS-BATCH-ENTRY(WS-SUB-2) TO SETTLE-BATCH-RECORD
               IF SBT-NUMBER = WS-LN-BATCH(WS-SUB)
                   MOVE WS-SUB-2 TO WS-HIT
               END-IF
           END-PERFORM.

      *    The statement must prove itself before its lines are
      *    trusted: opening + credits - debits = closing, and the
      *    rows must add up to the trailer.
       PROVE-STATEMENT.
           IF NOT WS-HAVE-TRAILER
               SET WS-STMT-OK TO FALSE
           ELSE
               COMPUTE WS-PROOF-CLOSING = WS-OPENING
                   + WS-TRL-CREDITS - WS-TRL-DEBITS
               IF WS-PROOF-CLOSING NOT = WS-CLOSING
                   OR WS-TRL-COUNT NOT = WS-LINE-COUNT
                   OR WS-TRL-DEBITS NOT = WS-STMT-DEBITS
                   OR WS-TRL-CREDITS NOT = WS-STMT-CREDITS
                   SET WS-STMT-OK TO FALSE
               END-IF
           END-IF.

      *    GLBAL.DAT holds the balance of the statement's month; a
      *    month with no movement yet has no row and stands at zero.
       READ-GL-BALANCE.
           IF WS-HAVE-ACCOUNT
               OPEN INPUT GL-BALANCE-FILE
               IF WS-GLB-STATUS NOT = "00"
                   DISPLAY "GLBAL.DAT NO DISPONIBLE - STATUS "
                       WS-GLB-STATUS
               ELSE
                   SET WS-HAVE-GL TO TRUE
                   MOVE WS-STMT-DATE(1:6) TO WS-GL-PERIOD
                   MOVE WS-GL-COMPANY TO GLB-COMPANY
                   MOVE WS-GL-ACCOUNT TO GLB-ACCOUNT
                   MOVE WS-GL-PERIOD TO GLB-PERIOD
                   READ GL-BALANCE-FILE
                       INVALID KEY
                           MOVE ZERO TO WS-GL-BALANCE
                       NOT INVALID KEY
                           MOVE GLB-CLOSING TO WS-GL-BALANCE
                           MOVE GLB-LAST-POST-DATE TO WS-GL-LAST-POST
                   END-READ
                   CLOSE GL-BALANCE-FILE
               END-IF
           END-IF.

       PRINT-STATEMENT-SUMMARY.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "CONCILIACION BANCARIA CUENTA DE LIQUIDACION - "
               WS-RUN-DATE DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "EXTRACTO CUENTA " WS-STMT-ACCOUNT
               " FECHA " WS-STMT-DATE
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           IF WS-HAVE-ACCOUNT
               STRING "CUENTA MAYOR " WS-GL-COMPANY "-" WS-GL-ACCOUNT
                   " PERIODO " WS-STMT-DATE(1:6)
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           ELSE
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "CUENTA MAYOR DESCONOCIDA - SIN FILA REVERSAL EN "
                   "GLMAP.DAT"
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-IF.
           WRITE RECON-REPORT-LINE.

           MOVE "SALDO INICIAL" TO TL-LABEL.
           MOVE WS-OPENING TO TL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ABONOS" TO TL-LABEL.
           MOVE WS-STMT-CREDITS TO TL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "CARGOS" TO TL-LABEL.
           MOVE WS-STMT-DEBITS TO TL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "SALDO FINAL" TO TL-LABEL.
           MOVE WS-CLOSING TO TL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE.
           IF NOT WS-HAVE-TRAILER
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "*** EXTRACTO SIN TOTALES DE CIERRE - "
                   "SALDO FINAL NO PROBADO"
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           ELSE
               IF NOT WS-STMT-OK
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING "*** EXTRACTO NO CUADRA: INICIAL + ABONOS - "
                       "CARGOS O LINEAS <> TOTALES"
                       DELIMITED BY SIZE INTO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
               END-IF
           END-IF.

       PRINT-MATCHED-ITEMS.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "PARTIDAS CONCILIADAS" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LINE-COUNT
               IF WS-LN-CLASS(WS-SUB) = 'M'
                   PERFORM WRITE-LINE-DETAIL
               END-IF
           END-PERFORM.
           MOVE "TOTAL CONCILIADO" TO TL-LABEL.
           MOVE WS-MATCHED-AMOUNT TO TL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE.

       PRINT-BANK-ONLY-ITEMS.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "EN BANCO, NO EN LIBROS" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LINE-COUNT
               IF WS-LN-CLASS(WS-SUB) NOT = 'M'
                   PERFORM WRITE-LINE-DETAIL
               END-IF
           END-PERFORM.
           MOVE "TOTAL CARGOS NO REGISTRADOS" TO TL-LABEL.
           MOVE WS-BANK-ONLY-DR TO TL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "TOTAL ABONOS NO REGISTRADOS" TO TL-LABEL.
           MOVE WS-BANK-ONLY-CR TO TL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE.

       WRITE-LINE-DETAIL.
           MOVE WS-LN-DATE(WS-SUB) TO LD-DATE.
           MOVE WS-LN-DC(WS-SUB) TO LD-DC.
           MOVE WS-LN-AMOUNT(WS-SUB) TO LD-AMOUNT.
           MOVE WS-LN-BATCH(WS-SUB) TO LD-BATCH.
           MOVE WS-LN-BANK-REF(WS-SUB) TO LD-BANK-REF.
           MOVE WS-LN-REASON(WS-SUB) TO LD-REASON.
           WRITE RECON-REPORT-LINE FROM WS-LINE-DETAIL.

      *    Booked but not yet through the bank: batches sent on or
      *    before the statement date that the bank has not paid,
      *    and released reversals (already in the ledger on their
      *    reversal date) that no extract has sent yet.
       PRINT-BOOK-ONLY-ITEMS.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "EN LIBROS, NO EN BANCO" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BATCH-COUNT
               MOVE WS-BATCH-ENTRY(WS-SUB) TO SETTLE-BATCH-RECORD
               IF SBT-RECON-DATE = ZERO
                   AND SBT-EXTRACT-DATE <= WS-STMT-DATE
                   ADD 1 TO WS-BOOK-ONLY-COUNT
                   ADD SBT-AMOUNT TO WS-IN-TRANSIT
                   MOVE SBT-NUMBER TO BD-NUMBER
                   MOVE SBT-EXTRACT-DATE TO BD-DATE
                   MOVE SBT-COUNT TO BD-COUNT
                   MOVE SBT-AMOUNT TO BD-AMOUNT
                   WRITE RECON-REPORT-LINE FROM WS-BATCH-DETAIL
               END-IF
           END-PERFORM.

           OPEN INPUT REVERSAL-FILE.
           IF WS-REV-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ REVERSAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-UNSENT-REVERSAL
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-FILE
           END-IF.
           MOVE "TOTAL LOTES EN TRANSITO" TO TL-LABEL.
           MOVE WS-IN-TRANSIT TO TL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "TOTAL REVERSIONES NO ENVIADAS" TO TL-LABEL.
           MOVE WS-NOT-SENT TO TL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE.

       CHECK-UNSENT-REVERSAL.
           IF REV-EXTRACT-DATE IS NUMERIC
               AND REV-EXTRACT-DATE > ZERO
               CONTINUE
           ELSE
               IF REV-DATE <= WS-STMT-DATE
                   COMPUTE WS-PAY-AMOUNT = REV-AMOUNT
                   IF REV-AMOUNT < ZERO
                       COMPUTE WS-PAY-AMOUNT = REV-AMOUNT * -1
                   END-IF
                   ADD 1 TO WS-BOOK-ONLY-COUNT
                   ADD WS-PAY-AMOUNT TO WS-NOT-SENT
                   MOVE REV-NUMBER TO RD-NUMBER
                   MOVE REV-REFERENCE TO RD-REFERENCE
                   MOVE REV-DATE TO RD-DATE
                   MOVE WS-PAY-AMOUNT TO RD-AMOUNT
                   WRITE RECON-REPORT-LINE FROM WS-REVERSAL-DETAIL
               END-IF
           END-IF.

      *    Bank side less what is still in transit must equal the
      *    ledger less what the bank did that we have not booked;
      *    whatever is left over is unexplained.
       PRINT-RECONCILIATION.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "CONCILIACION CON EL MAYOR" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           COMPUTE WS-ADJ-BANK = WS-CLOSING - WS-IN-TRANSIT
               - WS-NOT-SENT.
           COMPUTE WS-ADJ-BOOK = WS-GL-BALANCE - WS-BANK-ONLY-DR
               + WS-BANK-ONLY-CR.
           MOVE "SALDO SEGUN BANCO" TO TL-LABEL.
           MOVE WS-CLOSING TO TL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "MENOS LOTES EN TRANSITO" TO TL-LABEL.
           MOVE WS-IN-TRANSIT TO TL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "MENOS REVERSIONES NO ENVIADAS" TO TL-LABEL.
           MOVE WS-NOT-SENT TO TL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "SALDO BANCO AJUSTADO" TO TL-LABEL.
           MOVE WS-ADJ-BANK TO TL-AMOUNT.
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE.

           IF NOT WS-HAVE-GL
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "*** SALDO DEL MAYOR NO DISPONIBLE - "
                   "CONCILIACION INCOMPLETA"
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           ELSE
               COMPUTE WS-DIFFERENCE = WS-ADJ-BANK - WS-ADJ-BOOK
               MOVE "SALDO SEGUN MAYOR" TO TL-LABEL
               MOVE WS-GL-BALANCE TO TL-AMOUNT
               WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "MENOS CARGOS BANCO NO REGISTRADOS" TO TL-LABEL
               MOVE WS-BANK-ONLY-DR TO TL-AMOUNT
               WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "MAS ABONOS BANCO NO REGISTRADOS" TO TL-LABEL
               MOVE WS-BANK-ONLY-CR TO TL-AMOUNT
               WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "SALDO MAYOR AJUSTADO" TO TL-LABEL
               MOVE WS-ADJ-BOOK TO TL-AMOUNT
               WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "DIFERENCIA NO EXPLICADA" TO TL-LABEL
               MOVE WS-DIFFERENCE TO TL-AMOUNT
               WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
               IF WS-GL-LAST-POST > WS-STMT-DATE
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING "*** EL MAYOR INCLUYE ASIENTOS HASTA "
                       WS-GL-LAST-POST " POSTERIORES AL EXTRACTO"
                       DELIMITED BY SIZE INTO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
               END-IF
           END-IF.

       LOAD-SETTLE-ACCOUNT.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF WS-MAP-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF OR WS-HAVE-ACCOUNT
                   READ ACCOUNT-MAP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF MAP-KEY = "REVERSAL"
                               SET WS-HAVE-ACCOUNT TO TRUE
                               MOVE MAP-CREDIT-ACCT TO WS-GL-ACCOUNT
                               MOVE MAP-COMPANY TO CMQ-CODE-IN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           END-IF.
           IF WS-HAVE-ACCOUNT
               CALL "CMP-CHECK" USING COMPANY-REQUEST
               MOVE CMQ-CODE-OUT TO WS-GL-COMPANY
           ELSE
               DISPLAY "GLMAP.DAT SIN FILA REVERSAL - CUENTA DE "
                   "LIQUIDACION DESCONOCIDA"
           END-IF.

       LOAD-BATCH-TABLE.
           OPEN INPUT BATCH-FILE.
           IF WS-SBT-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ BATCH-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-BATCH-COUNT >= 1000
                               SET WS-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-BATCH-COUNT
                               MOVE SETTLE-BATCH-RECORD TO
                                   WS-BATCH-ENTRY(WS-BATCH-COUNT)
                               MOVE 'N' TO
                                   WS-BATCH-USED(WS-BATCH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-FILE
           END-IF.

       LOAD-STATEMENT.
           OPEN INPUT STATEMENT-FILE.
           IF WS-STM-STATUS NOT = "00"
               DISPLAY "BANKSTMT.DAT NO DISPONIBLE - STATUS "
                   WS-STM-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ STATEMENT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-STATEMENT-RECORD
               END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.

       LOAD-STATEMENT-RECORD.
           EVALUATE STM-HDR-TYPE
               WHEN 'H'
                   SET WS-HAVE-HEADER TO TRUE
                   MOVE STM-HDR-ACCOUNT TO WS-STMT-ACCOUNT
                   MOVE STM-HDR-DATE TO WS-STMT-DATE
                   MOVE STM-HDR-OPENING TO WS-OPENING
               WHEN 'D'
                   IF WS-LINE-COUNT >= 500
                       SET WS-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-LINE-COUNT
                       MOVE STM-LIN-DATE TO WS-LN-DATE(WS-LINE-COUNT)
                       MOVE STM-LIN-DC TO WS-LN-DC(WS-LINE-COUNT)
                       MOVE STM-LIN-AMOUNT TO
                           WS-LN-AMOUNT(WS-LINE-COUNT)
                       MOVE STM-LIN-BATCH TO WS-LN-BATCH(WS-LINE-COUNT)
                       MOVE STM-LIN-BANK-REF TO
                           WS-LN-BANK-REF(WS-LINE-COUNT)
                       IF STM-LIN-DC = 'C'
                           ADD STM-LIN-AMOUNT TO WS-STMT-CREDITS
                       ELSE
                           MOVE 'D' TO WS-LN-DC(WS-LINE-COUNT)
                           ADD STM-LIN-AMOUNT TO WS-STMT-DEBITS
                       END-IF
                   END-IF
               WHEN 'T'
                   SET WS-HAVE-TRAILER TO TRUE
                   MOVE STM-TRL-COUNT TO WS-TRL-COUNT
                   MOVE STM-TRL-DEBITS TO WS-TRL-DEBITS
                   MOVE STM-TRL-CREDITS TO WS-TRL-CREDITS
                   MOVE STM-TRL-CLOSING TO WS-CLOSING
               WHEN OTHER
                   SET WS-STMT-OK TO FALSE
           END-EVALUATE.

       SAVE-BATCH-TABLE.
           OPEN OUTPUT BATCH-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BATCH-COUNT
               MOVE WS-BATCH-ENTRY(WS-SUB) TO SETTLE-BATCH-RECORD
               WRITE SETTLE-BATCH-RECORD
           END-PERFORM.
           CLOSE BATCH-FILE.

       END PROGRAM BANK-RECON.
