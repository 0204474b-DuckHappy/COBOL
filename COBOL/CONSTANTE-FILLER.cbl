               FILE STATUS IS WS-EXC-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-CODE
               FILE STATUS IS WS-CUS-STATUS.
           SELECT CUST-REJECT-FILE ASSIGN TO "SURCHCRJ.DAT"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTW-RATE-CODE
               FILE STATUS IS WS-RTW-STATUS.
           SELECT GROUP-WORK-FILE ASSIGN TO "SURCHGRW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRW-HEAD
               FILE STATUS IS WS-GRW-STATUS.
           SELECT RATE-DETAIL-FILE ASSIGN TO "SURCHRAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "SURCHCKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARI-KEY
               FILE STATUS IS WS-ARI-STATUS.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "SURCHHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.
           SELECT CONTRACT-RATE-FILE ASSIGN TO "CONTRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNR-KEY
               FILE STATUS IS WS-CNR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 RTW-SUBTOT    PIC 9(7)V999.
           02 RTW-VAT       PIC 9(7)V999.

       FD  GROUP-WORK-FILE.
      *    Per-run keyed group table, kept like SURCHRTW.DAT so a
      *    restart carries it on: one record per group head with the
      *    group's charged lines and total for the group subtotals,
      *    and the charges (VAT included) and hold state of the
      *    group's shared credit line. A customer outside any group
      *    is a group of its own.
       01  GROUP-WORK-RECORD.
           02 GRW-HEAD        PIC X(6).
           02 GRW-LINES       PIC 9(5).
           02 GRW-TOTAL       PIC 9(7)V999.
           02 GRW-CHARGES     PIC S9(9)V999.
           02 GRW-BRANCH-FLAG PIC X.
               88 GRW-HAS-BRANCH VALUE 'Y'.
           02 GRW-HELD-FLAG   PIC X.
               88 GRW-HELD VALUE 'Y'.

       FD  RATE-DETAIL-FILE.
       COPY SRCHRAT.

           02 CKP-CUST-LINES    PIC 9(5).
           02 CKP-CUST-TOTAL    PIC 9(6)V999.
           02 CKP-FIRST-CUST    PIC X.
           02 CKP-HOLD-COUNT    PIC 9(5).

       FD  TAX-SUMMARY-FILE.
       01  TAX-SUMMARY-RECORD.
           02 VAT-BASE-TOTAL PIC 9(7)V999.
           02 VAT-TAX-TOTAL  PIC 9(7)V999.

       FD  AR-ITEM-FILE.
       COPY ARITEM.

       FD  CREDIT-HOLD-FILE.
       COPY SURCHHLD.

       FD  CONTRACT-RATE-FILE.
       COPY CONTRATE.

       WORKING-STORAGE SECTION.
       01  MENSAJE.
           02 FILLER PIC X(30) VALUE "SU PORCENTAJE MAS RECARGO ES ".
           02 RD-SUBTOTAL PIC ZZZ9.999.
           02 FILLER PIC X(7) VALUE " IVA : ".
           02 RD-VAT PIC ZZZ9.999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RD-SOURCE PIC X(8).

       01  WS-CURR-CUSTOMER PIC X(6).
       01  WS-CUST-LINE-COUNT PIC 9(5).
           02 FILLER PIC X(9) VALUE " TOTAL: ".
           02 CS-TOTAL PIC ZZZZZ9.999.

      *    Customers are grouped under the head of their CUS-PARENT
      *    chain. Group totals are kept in SURCHGRW.DAT wherever the
      *    group's customers fall in the price file, and the group
      *    subtotals are printed after the customer section, only for
      *    groups where a branch was billed; a customer outside any
      *    group shows its customer subtotal alone.
       01  WS-GRW-STATUS PIC XX.
       01  WS-GRW-EOF-FLAG PIC X.
           88 WS-GRW-EOF VALUE 'Y' FALSE 'N'.
       01  WS-GROUP-SECTION-FLAG PIC X VALUE 'N'.
           88 WS-GROUP-SECTION VALUE 'Y' FALSE 'N'.
       01  WS-CHECKED-HEAD PIC X(6) VALUE SPACES.
       01  WS-MAX-GROUP-DEPTH PIC 9(2) VALUE 10.
       01  WS-CHAIN-CODE PIC X(6).
       01  WS-CHAIN-DEPTH PIC 9(2).

       01  WS-GROUP-SUBTOTAL-LINE.
           02 FILLER PIC X(17) VALUE "SUBTOTAL GRUPO   ".
           02 GS-GROUP PIC X(6).
           02 FILLER PIC X(9) VALUE " LINEAS: ".
           02 GS-LINE-COUNT PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE " TOTAL: ".
           02 GS-TOTAL PIC ZZZZZZ9.999.

       01  WS-RATE-CODE PIC X(6).
       01  WS-RATE-PERCENT PIC V999.
       01  WS-RATE-FOUND PIC X VALUE 'N'.
       01  WS-SKIP-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RECORD-NUM PIC 9(7) VALUE ZERO.

       01  WS-ARI-STATUS PIC XX.
       01  WS-AR-FILE-OK-FLAG PIC X VALUE 'N'.
           88 WS-AR-FILE-OK VALUE 'Y'.
       01  WS-ARI-EOF-FLAG PIC X.
           88 WS-ARI-EOF VALUE 'Y' FALSE 'N'.
       01  WS-HLD-STATUS PIC XX.
       01  WS-HLD-EOF-FLAG PIC X VALUE 'N'.
           88 WS-HLD-EOF VALUE 'Y'.
      *    A group has one credit line: the group head's limit and
      *    hold flag against the open items of every active customer
      *    of the group plus the group's charges in this run.
       01  WS-CUST-LIMIT PIC 9(7)V999 VALUE ZERO.
       01  WS-CUST-HOLD-FLAG PIC X VALUE SPACE.
           88 WS-CUST-ON-HOLD VALUE 'H'.
       01  WS-CUST-EXPOSURE PIC S9(9)V999 VALUE ZERO.
       01  WS-EXPOSURE-CUSTOMER PIC X(6).
       01  WS-LINE-CHARGE PIC 9(5)V999.
      *    Every branch on CUSTMAST.DAT with the head of its chain,
      *    loaded once so a group's members can be found.
       01  WS-BRANCH-SUB PIC 9(3).
       01  WS-BRANCH-HIT PIC 9(3).
       01  WS-BRANCH-COUNT PIC 9(3) VALUE ZERO.
       01  WS-BRANCH-TABLE.
           02 WS-BRANCH-ENTRY OCCURS 500 TIMES.
               03 WS-BRANCH-CODE-TBL   PIC X(6).
               03 WS-BRANCH-PARENT-TBL PIC X(6).
               03 WS-BRANCH-HEAD-TBL   PIC X(6).
               03 WS-BRANCH-ACTIVE-TBL PIC X.
       01  WS-CUS-EOF-FLAG PIC X.
           88 WS-CUS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-NEW-EXPOSURE PIC S9(9)V999.
       01  WS-HOLD-COUNT PIC 9(5) VALUE ZERO.
       01  WS-CNR-STATUS PIC XX.
       01  WS-CNR-FILE-OK-FLAG PIC X VALUE 'N'.
           88 WS-CNR-FILE-OK VALUE 'Y'.
       01  WS-CNR-EOF-FLAG PIC X.
           88 WS-CNR-EOF VALUE 'Y' FALSE 'N'.
       01  WS-RATE-SOURCE PIC X.
           88 WS-CONTRACT-RATE VALUE 'C'.
       01  WS-CONTRACT-COUNT PIC 9(5) VALUE ZERO.
       01  WS-HOLD-SECTION-COUNT PIC 9(5) VALUE ZERO.
       01  WS-HOLD-SECTION-TOTAL PIC 9(7)V999 VALUE ZERO.

       01  WS-HOLD-DETAIL.
           02 HD-CUSTOMER PIC X(6).
           02 FILLER PIC X(8) VALUE " PRECIO ".
           02 HD-PRICE PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 HD-RATE-CODE PIC X(6).
           02 FILLER PIC X(9) VALUE " SUB+IVA ".
           02 HD-CHARGE PIC ZZZZ9.999.
           02 FILLER PIC X(5) VALUE " EXP ".
           02 HD-EXPOSURE PIC -(6)9.99.
           02 FILLER PIC X(5) VALUE " LIM ".
           02 HD-LIMIT PIC Z(6)9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 HD-REASON PIC X(9).

       01  WS-HOLD-GROUP-LINE.
           02 FILLER PIC X(24) VALUE "       LIMITE DEL GRUPO ".
           02 HG-GROUP PIC X(6).

       01  WS-HOLD-TOTAL-LINE.
           02 FILLER PIC X(20) VALUE "LINEAS RETENIDAS :  ".
           02 HT-COUNT PIC ZZZZ9.
           02 FILLER PIC X(18) VALUE "  IMPORTE + IVA : ".
           02 HT-TOTAL PIC ZZZZZZ9.999.

       COPY RUNSTAMP.
       COPY CLMRQ.
       01  WS-RATE-COUNT PIC 9(3) VALUE ZERO.
           PERFORM LOAD-RATE-CONFIG.
           PERFORM LOAD-FX-TABLE.
           PERFORM OPEN-CUSTOMER-MASTER.
           PERFORM OPEN-AR-LEDGER.
           PERFORM OPEN-CONTRACT-RATES.

           OPEN INPUT PRICE-FILE.
           IF WS-RESTARTING
           IF NOT WS-FIRST-CUST
               PERFORM WRITE-CUSTOMER-SUBTOTAL
           END-IF.
           PERFORM WRITE-GROUP-SECTION.

           MOVE SPACES TO REPORT-LINE.
           STRING "GRAND TOTAL SURCHARGED : " DELIMITED BY SIZE
               WS-GRAND-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CONTRACT-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "LINEAS A TASA DE CONTRATO : " WS-CONTRACT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM WRITE-RATE-SUMMARY.
           PERFORM WRITE-CREDIT-HOLD-SECTION.

           CLOSE PRICE-FILE.
           CLOSE REPORT-FILE.
           IF WS-CUST-FILE-OK
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-AR-FILE-OK
               CLOSE AR-ITEM-FILE
           END-IF.
           IF WS-CNR-FILE-OK
               CLOSE CONTRACT-RATE-FILE
           END-IF.

           PERFORM WRITE-RUN-TOTALS.
           CLOSE RATE-WORK-FILE.
           CLOSE GROUP-WORK-FILE.
           PERFORM WRITE-TAX-SUMMARY.
           PERFORM CLEAR-CHECKPOINT.

               END-IF
           END-IF.

           IF WS-HOLD-COUNT > ZERO
               DISPLAY "SURCHARGE - " WS-HOLD-COUNT
                   " LINEAS RETENIDAS POR CREDITO - VER SURCHHLD.DAT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "SURCHARGE - " WS-EXCEPTION-COUNT
                   " CODIGOS DESCONOCIDOS - VER SURCHEXC.DAT"
           COMPUTE WS-SUBTOTAL ROUNDED = N + WS-SURCHARGE.
           COMPUTE N ROUNDED = N + WS-SURCHARGE.
           COMPUTE WS-VAT ROUNDED = WS-SUBTOTAL * RTW-VAT-PCT.
           PERFORM FETCH-GROUP-WORK.
           PERFORM CHECK-CREDIT-LIMIT.
           IF GRW-HELD
               PERFORM HOLD-PRICE-LINE
           ELSE
               PERFORM CHARGE-PRICE-LINE
           END-IF.
           REWRITE GROUP-WORK-RECORD.

      *    The group record of WS-CHECKED-HEAD, created on the
      *    group's first line of the run.
       FETCH-GROUP-WORK.
           MOVE WS-CHECKED-HEAD TO GRW-HEAD.
           READ GROUP-WORK-FILE
               INVALID KEY
                   MOVE WS-CHECKED-HEAD TO GRW-HEAD
                   MOVE ZERO TO GRW-LINES
                   MOVE ZERO TO GRW-TOTAL
                   MOVE ZERO TO GRW-CHARGES
                   MOVE 'N' TO GRW-BRANCH-FLAG
                   MOVE 'N' TO GRW-HELD-FLAG
                   WRITE GROUP-WORK-RECORD
                       INVALID KEY
                           DISPLAY "SURCHGRW.DAT - ERROR DE "
                               "ESCRITURA PARA " WS-CHECKED-HEAD
                   END-WRITE
           END-READ.

       CHARGE-PRICE-LINE.
           ADD WS-LINE-CHARGE TO GRW-CHARGES.
           ADD WS-VAT TO WS-VAT-TOTAL.
           ADD WS-SUBTOTAL TO WS-GRAND-TOTAL.
           ADD WS-SUBTOTAL TO WS-CUST-TOTAL.
           ADD 1 TO WS-CUST-LINE-COUNT.
           ADD WS-SUBTOTAL TO GRW-TOTAL.
           ADD 1 TO GRW-LINES.
           IF PR-CUSTOMER NOT = GRW-HEAD
               MOVE 'Y' TO GRW-BRANCH-FLAG
           END-IF.
           ADD 1 TO WS-TOTAL-LINE-COUNT.
           ADD 1 TO RTW-LINES.
           ADD PR-PRICE TO RTW-BASE.
           MOVE PR-RATE-CODE TO RD-RATE-CODE.
           MOVE WS-SUBTOTAL TO RD-SUBTOTAL.
           MOVE WS-VAT TO RD-VAT.
           IF WS-CONTRACT-RATE
               MOVE "CONTRATO" TO RD-SOURCE
               ADD 1 TO WS-CONTRACT-COUNT
           ELSE
               MOVE SPACES TO RD-SOURCE
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL.

           MOVE PR-CUSTOMER TO SDT-CUSTOMER.
           MOVE PR-RATE-CODE TO SDT-RATE-CODE.
           MOVE WS-SURCHARGE TO SDT-SURCHARGE.
           MOVE WS-SUBTOTAL TO SDT-SUBTOTAL.
           MOVE WS-RATE-SOURCE TO SDT-RATE-SOURCE.
           WRITE SURCHARGE-DETAIL-RECORD.

       WRITE-RATE-SUMMARY.
           MOVE WS-CUST-TOTAL TO CS-TOTAL.
           WRITE REPORT-LINE FROM WS-CUST-SUBTOTAL-LINE.

       WRITE-GROUP-SECTION.
           SET WS-GROUP-SECTION TO FALSE.
           MOVE LOW-VALUES TO GRW-HEAD.
           START GROUP-WORK-FILE KEY NOT < GRW-HEAD
               INVALID KEY
                   CONTINUE
           END-START.
           SET WS-GRW-EOF TO FALSE.
           PERFORM UNTIL WS-GRW-EOF
               READ GROUP-WORK-FILE NEXT RECORD
                   AT END
                       SET WS-GRW-EOF TO TRUE
                   NOT AT END
                       IF GRW-HAS-BRANCH AND GRW-LINES > ZERO
                           PERFORM WRITE-GROUP-SUBTOTAL
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-GROUP-SUBTOTAL.
           IF NOT WS-GROUP-SECTION
               MOVE "===== SUBTOTALES POR GRUPO =====" TO REPORT-LINE
               WRITE REPORT-LINE
               SET WS-GROUP-SECTION TO TRUE
           END-IF.
           MOVE GRW-HEAD TO GS-GROUP.
           MOVE GRW-LINES TO GS-LINE-COUNT.
           MOVE GRW-TOTAL TO GS-TOTAL.
           WRITE REPORT-LINE FROM WS-GROUP-SUBTOTAL-LINE.

       CONVERT-CURRENCY.
           SET WS-FX-FOUND TO TRUE.
           MOVE PR-PRICE TO WS-ORIG-PRICE.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUS-STATUS = "00"
               MOVE 'Y' TO WS-CUST-FILE-OK-FLAG
               PERFORM LOAD-BRANCH-TABLE
           ELSE
               DISPLAY "CUSTMAST.DAT NO DISPONIBLE - STATUS "
                   WS-CUS-STATUS
       CHECK-CUSTOMER-VALID.
           IF NOT WS-CUST-FILE-OK
               SET WS-CUST-OK TO TRUE
               MOVE PR-CUSTOMER TO WS-CHECKED-HEAD
           ELSE
               IF PR-CUSTOMER NOT = WS-CHECKED-CUSTOMER
                   MOVE PR-CUSTOMER TO WS-CHECKED-CUSTOMER
                               MOVE "CLIENTE INACTIVO" TO WS-CUST-REASON
                           ELSE
                               SET WS-CUST-OK TO TRUE
                               PERFORM FIND-GROUP-HEAD
                               PERFORM LOAD-GROUP-CREDIT
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    Head of the group of the customer just read: the last
      *    customer on file up its parent chain.
       FIND-GROUP-HEAD.
           MOVE CUS-CODE TO WS-CHECKED-HEAD.
           MOVE CUS-PARENT TO WS-CHAIN-CODE.
           MOVE ZERO TO WS-CHAIN-DEPTH.
           PERFORM UNTIL WS-CHAIN-CODE = SPACES
               ADD 1 TO WS-CHAIN-DEPTH
               IF WS-CHAIN-DEPTH NOT < WS-MAX-GROUP-DEPTH
                   MOVE SPACES TO WS-CHAIN-CODE
               ELSE
                   MOVE WS-CHAIN-CODE TO CUS-CODE
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE SPACES TO WS-CHAIN-CODE
                       NOT INVALID KEY
                           MOVE CUS-CODE TO WS-CHECKED-HEAD
                           MOVE CUS-PARENT TO WS-CHAIN-CODE
                   END-READ
               END-IF
           END-PERFORM.

      *    Credit standing of the group of the customer just read:
      *    the limit and hold flag of the group head, and the open AR
      *    exposure summed from the open items in ARITEMS.DAT of the
      *    head and of every active branch under it. A customer
      *    outside any group is its own head.
       LOAD-GROUP-CREDIT.
           MOVE ZERO TO WS-CUST-LIMIT.
           MOVE SPACE TO WS-CUST-HOLD-FLAG.
           MOVE WS-CHECKED-HEAD TO CUS-CODE.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUS-CREDIT-LIMIT IS NUMERIC
                       MOVE CUS-CREDIT-LIMIT TO WS-CUST-LIMIT
                   END-IF
                   MOVE CUS-CREDIT-HOLD TO WS-CUST-HOLD-FLAG
           END-READ.
           MOVE ZERO TO WS-CUST-EXPOSURE.
           MOVE WS-CHECKED-HEAD TO WS-EXPOSURE-CUSTOMER.
           PERFORM ADD-CUSTOMER-EXPOSURE.
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
               IF WS-BRANCH-HEAD-TBL(WS-BRANCH-SUB) = WS-CHECKED-HEAD
                   AND WS-BRANCH-ACTIVE-TBL(WS-BRANCH-SUB) NOT = 'N'
                   MOVE WS-BRANCH-CODE-TBL(WS-BRANCH-SUB)
                       TO WS-EXPOSURE-CUSTOMER
                   PERFORM ADD-CUSTOMER-EXPOSURE
               END-IF
           END-PERFORM.

      *    Open items of WS-EXPOSURE-CUSTOMER added to the exposure.
       ADD-CUSTOMER-EXPOSURE.
           IF WS-AR-FILE-OK
               MOVE WS-EXPOSURE-CUSTOMER TO ARI-CUSTOMER
               MOVE ZERO TO ARI-ITEM-NO
               SET WS-ARI-EOF TO FALSE
               START AR-ITEM-FILE KEY NOT < ARI-KEY
                   INVALID KEY
                       SET WS-ARI-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-ARI-EOF
                   READ AR-ITEM-FILE NEXT RECORD
                       AT END
                           SET WS-ARI-EOF TO TRUE
                       NOT AT END
                           IF ARI-CUSTOMER NOT = WS-EXPOSURE-CUSTOMER
                               SET WS-ARI-EOF TO TRUE
                           ELSE
                               IF NOT ARI-CLOSED
                                   ADD ARI-OPEN-AMOUNT
                                       TO WS-CUST-EXPOSURE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Once a line of the group is held, the rest of the group's
      *    lines in this run are held too, so a later smaller line
      *    cannot slip under the limit.
       CHECK-CREDIT-LIMIT.
           COMPUTE WS-LINE-CHARGE = WS-SUBTOTAL + WS-VAT.
           COMPUTE WS-NEW-EXPOSURE = WS-CUST-EXPOSURE
               + GRW-CHARGES + WS-LINE-CHARGE.
           IF NOT GRW-HELD
               IF WS-CUST-ON-HOLD
                   MOVE 'Y' TO GRW-HELD-FLAG
               ELSE
                   IF WS-CUST-LIMIT > ZERO
                       AND WS-NEW-EXPOSURE > WS-CUST-LIMIT
                       MOVE 'Y' TO GRW-HELD-FLAG
                   END-IF
               END-IF
           END-IF.

       HOLD-PRICE-LINE.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE PR-CUSTOMER TO HLD-CUSTOMER.
           MOVE WS-RUN-DATE TO HLD-DATE.
           MOVE PR-PRICE TO HLD-PRICE.
           MOVE PR-RATE-CODE TO HLD-RATE-CODE.
           MOVE WS-SURCHARGE TO HLD-SURCHARGE.
           MOVE WS-SUBTOTAL TO HLD-SUBTOTAL.
           MOVE WS-VAT TO HLD-VAT.
           MOVE WS-NEW-EXPOSURE TO HLD-EXPOSURE.
           MOVE WS-CUST-LIMIT TO HLD-LIMIT.
           MOVE WS-CHECKED-HEAD TO HLD-GROUP.
           IF WS-CUST-ON-HOLD
               MOVE 'H' TO HLD-REASON
           ELSE
               MOVE 'L' TO HLD-REASON
           END-IF.
           OPEN EXTEND CREDIT-HOLD-FILE.
           IF WS-HLD-STATUS = "35"
               OPEN OUTPUT CREDIT-HOLD-FILE
           END-IF.
           WRITE SURCHARGE-HOLD-RECORD.
           CLOSE CREDIT-HOLD-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING "PRECIO " PR-PRICE " RECARGO : " PR-RATE-CODE
               " RETENIDO POR CREDITO - VER SECCION DE RETENIDOS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CREDIT-HOLD-SECTION.
           MOVE "===== RETENIDOS POR CREDITO ====="
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF WS-HLD-STATUS = "00"
               PERFORM UNTIL WS-HLD-EOF
                   READ CREDIT-HOLD-FILE
                       AT END
                           SET WS-HLD-EOF TO TRUE
                       NOT AT END
                           IF HLD-DATE = WS-RUN-DATE
                               PERFORM WRITE-HOLD-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-HOLD-FILE
           END-IF.
           MOVE WS-HOLD-SECTION-COUNT TO HT-COUNT.
           MOVE WS-HOLD-SECTION-TOTAL TO HT-TOTAL.
           WRITE REPORT-LINE FROM WS-HOLD-TOTAL-LINE.

       WRITE-HOLD-DETAIL.
           ADD 1 TO WS-HOLD-SECTION-COUNT.
           MOVE HLD-CUSTOMER TO HD-CUSTOMER.
           MOVE HLD-PRICE TO HD-PRICE.
           MOVE HLD-RATE-CODE TO HD-RATE-CODE.
           COMPUTE HD-CHARGE = HLD-SUBTOTAL + HLD-VAT.
           ADD HLD-SUBTOTAL HLD-VAT TO WS-HOLD-SECTION-TOTAL.
           MOVE HLD-EXPOSURE TO HD-EXPOSURE.
           MOVE HLD-LIMIT TO HD-LIMIT.
           IF HLD-ON-HOLD
               MOVE "RETENIDO" TO HD-REASON
           ELSE
               MOVE "EXCEDE" TO HD-REASON
           END-IF.
           WRITE REPORT-LINE FROM WS-HOLD-DETAIL.
           IF HLD-GROUP NOT = SPACES AND HLD-GROUP NOT = HLD-CUSTOMER
               MOVE HLD-GROUP TO HG-GROUP
               WRITE REPORT-LINE FROM WS-HOLD-GROUP-LINE
           END-IF.

      *    Branches are read once from the master; a branch whose
      *    parent is another branch takes that branch's head, walked
      *    up to the same depth limit as FIND-GROUP-HEAD.
       LOAD-BRANCH-TABLE.
           MOVE LOW-VALUES TO CUS-CODE.
           SET WS-CUS-EOF TO FALSE.
           START CUSTOMER-MASTER KEY NOT < CUS-CODE
               INVALID KEY
                   SET WS-CUS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-CUS-EOF
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET WS-CUS-EOF TO TRUE
                   NOT AT END
                       IF CUS-PARENT NOT = SPACES
                           PERFORM STORE-BRANCH-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
               PERFORM FIND-BRANCH-HEAD
           END-PERFORM.

       STORE-BRANCH-ENTRY.
           IF WS-BRANCH-COUNT >= 500
               IF WS-BRANCH-COUNT = 500
                   DISPLAY "CUSTMAST.DAT HAS MORE THAN 500 BRANCHES - "
                       "EXTRA IGNORED"
                   ADD 1 TO WS-BRANCH-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-BRANCH-COUNT
               MOVE CUS-CODE TO WS-BRANCH-CODE-TBL(WS-BRANCH-COUNT)
               MOVE CUS-PARENT TO WS-BRANCH-PARENT-TBL(WS-BRANCH-COUNT)
               MOVE CUS-ACTIVE-FLAG
                   TO WS-BRANCH-ACTIVE-TBL(WS-BRANCH-COUNT)
           END-IF.

       FIND-BRANCH-HEAD.
           MOVE WS-BRANCH-PARENT-TBL(WS-BRANCH-SUB) TO WS-CHAIN-CODE.
           MOVE ZERO TO WS-CHAIN-DEPTH.
           MOVE 1 TO WS-BRANCH-HIT.
           PERFORM UNTIL WS-BRANCH-HIT = ZERO
               ADD 1 TO WS-CHAIN-DEPTH
               MOVE ZERO TO WS-BRANCH-HIT
               IF WS-CHAIN-DEPTH < WS-MAX-GROUP-DEPTH
                   PERFORM FIND-BRANCH-PARENT
               END-IF
           END-PERFORM.
           MOVE WS-CHAIN-CODE TO WS-BRANCH-HEAD-TBL(WS-BRANCH-SUB).

      *    WS-CHAIN-CODE moves up one level when it is a branch too.
       FIND-BRANCH-PARENT.
           PERFORM VARYING WS-BRANCH-HIT FROM 1 BY 1
                   UNTIL WS-BRANCH-HIT > WS-BRANCH-COUNT
                   OR WS-BRANCH-CODE-TBL(WS-BRANCH-HIT) = WS-CHAIN-CODE
               CONTINUE
           END-PERFORM.
           IF WS-BRANCH-HIT > WS-BRANCH-COUNT
               MOVE ZERO TO WS-BRANCH-HIT
           ELSE
               MOVE WS-BRANCH-PARENT-TBL(WS-BRANCH-HIT)
                   TO WS-CHAIN-CODE
           END-IF.

       OPEN-AR-LEDGER.
           OPEN INPUT AR-ITEM-FILE.
           IF WS-ARI-STATUS = "00"
               MOVE 'Y' TO WS-AR-FILE-OK-FLAG
           ELSE
               DISPLAY "ARITEMS.DAT NO DISPONIBLE - STATUS "
                   WS-ARI-STATUS
                   " - EXPOSICION CxC TOMADA COMO CERO"
           END-IF.

       REJECT-BAD-CUSTOMER.
           ADD 1 TO WS-CUST-REJECT-COUNT.
           MOVE PR-CUSTOMER TO CRJ-CUSTOMER.
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    The rate code must be live in SURCHCTL.DAT (the work
      *    record carries its VAT and run statistics); a contract row
      *    for the customer in force today then replaces the shop-wide
      *    percentage.
       LOOKUP-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE ZERO TO WS-RATE-PERCENT.
           MOVE 'S' TO WS-RATE-SOURCE.
           MOVE WS-RATE-CODE TO RTW-RATE-CODE.
           READ RATE-WORK-FILE
               INVALID KEY
                   MOVE RTW-PERCENT TO WS-RATE-PERCENT
                   MOVE 'Y' TO WS-RATE-FOUND
           END-READ.
           IF WS-RATE-FOUND-YES AND WS-CNR-FILE-OK
               PERFORM LOOKUP-CONTRACT-RATE
           END-IF.

       LOOKUP-CONTRACT-RATE.
           MOVE PR-CUSTOMER TO CNR-CUSTOMER.
           MOVE WS-RATE-CODE TO CNR-RATE-CODE.
           MOVE ZERO TO CNR-EFF-FROM.
           SET WS-CNR-EOF TO FALSE.
           START CONTRACT-RATE-FILE KEY NOT < CNR-KEY
               INVALID KEY
                   SET WS-CNR-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-CNR-EOF
               READ CONTRACT-RATE-FILE NEXT RECORD
                   AT END
                       SET WS-CNR-EOF TO TRUE
                   NOT AT END
                       IF CNR-CUSTOMER NOT = PR-CUSTOMER
                           OR CNR-RATE-CODE NOT = WS-RATE-CODE
                           SET WS-CNR-EOF TO TRUE
                       ELSE
                           IF CNR-ACTIVE-FLAG NOT = 'N'
                               AND CNR-EFF-FROM <= WS-RUN-DATE
                               AND (CNR-EFF-TO = ZERO
                                   OR CNR-EFF-TO >= WS-RUN-DATE)
                               MOVE CNR-RATE-PERCENT
                                   TO WS-RATE-PERCENT
                               MOVE 'C' TO WS-RATE-SOURCE
                               SET WS-CNR-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       OPEN-CONTRACT-RATES.
           OPEN INPUT CONTRACT-RATE-FILE.
           IF WS-CNR-STATUS = "00"
               MOVE 'Y' TO WS-CNR-FILE-OK-FLAG
           END-IF.

       LOAD-RATE-CONFIG.
           IF NOT WS-RESTARTING
               OPEN OUTPUT RATE-WORK-FILE
               CLOSE RATE-WORK-FILE
               OPEN OUTPUT GROUP-WORK-FILE
               CLOSE GROUP-WORK-FILE
           END-IF.
           OPEN I-O GROUP-WORK-FILE.
           IF WS-GRW-STATUS NOT = "00"
               DISPLAY "SURCHGRW.DAT NO DISPONIBLE - STATUS "
                   WS-GRW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O RATE-WORK-FILE.
           IF WS-RTW-STATUS NOT = "00"
                           MOVE CKP-CUST-LINES TO WS-CUST-LINE-COUNT
                           MOVE CKP-CUST-TOTAL TO WS-CUST-TOTAL
                           MOVE CKP-FIRST-CUST TO WS-FIRST-CUST-FLAG
                           MOVE CKP-HOLD-COUNT TO WS-HOLD-COUNT
                           DISPLAY "SURCHARGE - REANUDANDO DESDE EL "
                               "REGISTRO " WS-SKIP-COUNT
                       END-IF
           MOVE WS-CUST-LINE-COUNT TO CKP-CUST-LINES.
           MOVE WS-CUST-TOTAL TO CKP-CUST-TOTAL.
           MOVE WS-FIRST-CUST-FLAG TO CKP-FIRST-CUST.
           MOVE WS-HOLD-COUNT TO CKP-HOLD-COUNT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
           MOVE ZERO TO CKP-CUST-LINES.
           MOVE ZERO TO CKP-CUST-TOTAL.
           MOVE 'Y' TO CKP-FIRST-CUST.
           MOVE ZERO TO CKP-HOLD-COUNT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
