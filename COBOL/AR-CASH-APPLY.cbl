      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-CASH-APPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-RECEIPT-FILE ASSIGN TO "CASHRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSH-STATUS.
           SELECT CASH-REGISTER-FILE ASSIGN TO "CASHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRG-KEY
               FILE STATUS IS WS-CRG-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CODE
               FILE STATUS IS WS-CUS-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARI-KEY
               FILE STATUS IS WS-ARI-STATUS.
           SELECT APPLY-LOG-FILE ASSIGN TO "ARAPPLY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.
           SELECT CASH-REPORT-FILE ASSIGN TO "ARCASH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-RECEIPT-FILE.
      *    CSH-ITEM-NO names the open item the customer said they
      *    were paying; zero means apply to the oldest open items.
       01  CASH-RECEIPT-RECORD.
           02 CSH-CUSTOMER     PIC X(6).
           02 CSH-RECEIPT-DATE PIC 9(8).
           02 CSH-AMOUNT       PIC 9(7)V999.
           02 CSH-REFERENCE    PIC X(10).
           02 CSH-ITEM-NO      PIC 9(8).

       FD  CASH-REGISTER-FILE.
      *    One record per receipt ever applied, so a receipts file
      *    fed twice does not pay the same items twice.
       01  CASH-REGISTER-RECORD.
           02 CRG-KEY.
               03 CRG-CUSTOMER  PIC X(6).
               03 CRG-REFERENCE PIC X(10).
           02 CRG-RECEIPT-DATE PIC 9(8).
           02 CRG-AMOUNT       PIC 9(7)V999.
           02 CRG-APPLY-DATE   PIC 9(8).

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  AR-ITEM-FILE.
       COPY ARITEM.

       FD  APPLY-LOG-FILE.
      *    APL-KIND: F = item paid in full, P = partly paid,
      *    U = remainder left as unapplied cash on the account.
       01  APPLY-LOG-RECORD.
           02 APL-DATE      PIC 9(8).
           02 APL-TIME      PIC 9(8).
           02 APL-CUSTOMER  PIC X(6).
           02 APL-REFERENCE PIC X(10).
           02 APL-ITEM-NO   PIC 9(8).
           02 APL-KIND      PIC X.
           02 APL-AMOUNT    PIC S9(7)V999.
           02 APL-OPEN-LEFT PIC S9(7)V999.

       FD  CASH-REPORT-FILE.
       01  CASH-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CSH-STATUS PIC XX.
       01  WS-CRG-STATUS PIC XX.
       01  WS-CUS-STATUS PIC XX.
       01  WS-ARI-STATUS PIC XX.
       01  WS-APL-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-ITEM-EOF-FLAG PIC X VALUE 'N'.
           88 WS-ITEM-EOF VALUE 'Y' FALSE 'N'.
       01  WS-VALID-FLAG PIC X.
           88 WS-RECEIPT-VALID VALUE 'Y' FALSE 'N'.

       01  WS-REMAINING PIC S9(7)V999.
       01  WS-APPLY-AMT PIC S9(7)V999.
       01  WS-REJECT-REASON PIC X(30).

       01  WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01  WS-FULL-COUNT PIC 9(5) VALUE ZERO.
       01  WS-PARTIAL-COUNT PIC 9(5) VALUE ZERO.
       01  WS-UNAPPLIED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-CASH-TOTAL PIC S9(9)V999 VALUE ZERO.
       01  WS-UNAPPLIED-TOTAL PIC S9(9)V999 VALUE ZERO.

       COPY RUNSTAMP.
       COPY REFNUMRQ.

       01  WS-HDR-LINE.
           02 FILLER PIC X(36)
               VALUE "APLICACION DE COBROS CxC AL ".
           02 WH-DATE PIC 9(8).

       01  WS-APPLY-LINE.
           02 AL-CUSTOMER PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AL-REFERENCE PIC X(10).
           02 FILLER PIC X(9) VALUE " PARTIDA ".
           02 AL-ITEM-NO PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AL-KIND PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AL-AMOUNT PIC -(7)9.999.
           02 FILLER PIC X(7) VALUE " RESTA ".
           02 AL-OPEN-LEFT PIC -(7)9.999.

       01  WS-REJECT-LINE.
           02 FILLER PIC X(10) VALUE "RECHAZADO ".
           02 RL-CUSTOMER PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RL-REFERENCE PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RL-AMOUNT PIC ZZZZZZ9.999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RL-REASON PIC X(30).

       01  WS-TOTAL-LINE-1.
           02 FILLER PIC X(18) VALUE "COBROS LEIDOS:    ".
           02 TL-READ PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE " APLICADOS: ".
           02 TL-APPLIED PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE " RECHAZADOS: ".
           02 TL-REJECTED PIC ZZZZ9.

       01  WS-TOTAL-LINE-2.
           02 FILLER PIC X(18) VALUE "PAGO TOTAL:       ".
           02 TL-FULL PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE " PARCIAL: ".
           02 TL-PARTIAL PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE " A CUENTA: ".
           02 TL-UNAPPLIED PIC ZZZZ9.

       01  WS-TOTAL-LINE-3.
           02 FILLER PIC X(18) VALUE "IMPORTE COBRADO:  ".
           02 TL-CASH PIC -(9)9.999.
           02 FILLER PIC X(13) VALUE " SIN APLICAR ".
           02 TL-UNAPPLIED-AMT PIC -(9)9.999.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT CASH-RECEIPT-FILE.
           IF WS-CSH-STATUS NOT = "00"
               DISPLAY "AR-CASH-APPLY - SIN CASHRCPT.DAT - NADA QUE "
                   "APLICAR"
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT NO DISPONIBLE - STATUS "
                   WS-CUS-STATUS
               CLOSE CASH-RECEIPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O AR-ITEM-FILE.
           IF WS-ARI-STATUS = "35"
               OPEN OUTPUT AR-ITEM-FILE
               CLOSE AR-ITEM-FILE
               OPEN I-O AR-ITEM-FILE
           END-IF.
           IF WS-ARI-STATUS NOT = "00"
               DISPLAY "ARITEMS.DAT NO DISPONIBLE - STATUS "
                   WS-ARI-STATUS
               CLOSE CASH-RECEIPT-FILE CUSTOMER-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CASH-REGISTER-FILE.
           IF WS-CRG-STATUS = "35"
               OPEN OUTPUT CASH-REGISTER-FILE
               CLOSE CASH-REGISTER-FILE
               OPEN I-O CASH-REGISTER-FILE
           END-IF.
           IF WS-CRG-STATUS NOT = "00"
               DISPLAY "CASHREG.DAT NO DISPONIBLE - STATUS "
                   WS-CRG-STATUS
               CLOSE CASH-RECEIPT-FILE CUSTOMER-MASTER AR-ITEM-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND APPLY-LOG-FILE.
           IF WS-APL-STATUS = "35"
               OPEN OUTPUT APPLY-LOG-FILE
           END-IF.

           OPEN OUTPUT CASH-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE CASH-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO WH-DATE.
           WRITE CASH-REPORT-LINE FROM WS-HDR-LINE.

           PERFORM UNTIL WS-EOF
               READ CASH-RECEIPT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM APPLY-ONE-RECEIPT
               END-READ
           END-PERFORM.

           MOVE WS-READ-COUNT TO TL-READ.
           MOVE WS-APPLIED-COUNT TO TL-APPLIED.
           MOVE WS-REJECT-COUNT TO TL-REJECTED.
           MOVE WS-FULL-COUNT TO TL-FULL.
           MOVE WS-PARTIAL-COUNT TO TL-PARTIAL.
           MOVE WS-UNAPPLIED-COUNT TO TL-UNAPPLIED.
           MOVE WS-CASH-TOTAL TO TL-CASH.
           MOVE WS-UNAPPLIED-TOTAL TO TL-UNAPPLIED-AMT.
           MOVE SPACES TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE FROM WS-TOTAL-LINE-1.
           WRITE CASH-REPORT-LINE FROM WS-TOTAL-LINE-2.
           WRITE CASH-REPORT-LINE FROM WS-TOTAL-LINE-3.

           CLOSE CASH-RECEIPT-FILE CUSTOMER-MASTER AR-ITEM-FILE
               CASH-REGISTER-FILE APPLY-LOG-FILE CASH-REPORT-FILE.

           DISPLAY "AR-CASH-APPLY - " WS-APPLIED-COUNT
               " COBROS APLICADOS, " WS-REJECT-COUNT
               " RECHAZADOS - INFORME EN ARCASH.RPT".
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       APPLY-ONE-RECEIPT.
           PERFORM VALIDATE-RECEIPT THRU VALIDATE-RECEIPT-EXIT.
           IF NOT WS-RECEIPT-VALID
               ADD 1 TO WS-REJECT-COUNT
               MOVE CSH-CUSTOMER TO RL-CUSTOMER
               MOVE CSH-REFERENCE TO RL-REFERENCE
               MOVE CSH-AMOUNT TO RL-AMOUNT
               MOVE WS-REJECT-REASON TO RL-REASON
               WRITE CASH-REPORT-LINE FROM WS-REJECT-LINE
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               ADD CSH-AMOUNT TO WS-CASH-TOTAL
               MOVE CSH-AMOUNT TO WS-REMAINING
               IF CSH-ITEM-NO NOT = ZERO
                   PERFORM APPLY-TO-NAMED-ITEM
               END-IF
               IF WS-REMAINING > ZERO
                   PERFORM APPLY-OLDEST-FIRST
               END-IF
               IF WS-REMAINING > ZERO
                   PERFORM POST-UNAPPLIED-CASH
               END-IF
           END-IF.

       VALIDATE-RECEIPT.
           SET WS-RECEIPT-VALID TO FALSE.
           IF CSH-AMOUNT IS NOT NUMERIC OR CSH-AMOUNT = ZERO
               MOVE "IMPORTE NO VALIDO" TO WS-REJECT-REASON
               GO TO VALIDATE-RECEIPT-EXIT
           END-IF.
           IF CSH-RECEIPT-DATE IS NOT NUMERIC
               OR CSH-RECEIPT-DATE = ZERO
               MOVE "FECHA DE COBRO NO VALIDA" TO WS-REJECT-REASON
               GO TO VALIDATE-RECEIPT-EXIT
           END-IF.
           IF CSH-ITEM-NO IS NOT NUMERIC
               MOVE ZERO TO CSH-ITEM-NO
           END-IF.
           MOVE CSH-CUSTOMER TO CUS-CODE.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CLIENTE NO EXISTE EN CUSTMAST"
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-RECEIPT-EXIT
           END-READ.
           MOVE CSH-CUSTOMER TO CRG-CUSTOMER.
           MOVE CSH-REFERENCE TO CRG-REFERENCE.
           MOVE CSH-RECEIPT-DATE TO CRG-RECEIPT-DATE.
           MOVE CSH-AMOUNT TO CRG-AMOUNT.
           MOVE WS-RUN-DATE TO CRG-APPLY-DATE.
           WRITE CASH-REGISTER-RECORD
               INVALID KEY
                   MOVE "COBRO YA APLICADO ANTES"
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-RECEIPT-EXIT
           END-WRITE.
           SET WS-RECEIPT-VALID TO TRUE.
       VALIDATE-RECEIPT-EXIT.
           EXIT.

       APPLY-TO-NAMED-ITEM.
           MOVE CSH-CUSTOMER TO ARI-CUSTOMER.
           MOVE CSH-ITEM-NO TO ARI-ITEM-NO.
           READ AR-ITEM-FILE
               INVALID KEY
                   PERFORM REPORT-MISSING-ITEM
               NOT INVALID KEY
                   IF ARI-INVOICE AND NOT ARI-CLOSED
                       PERFORM APPLY-TO-CURRENT-ITEM
                   END-IF
           END-READ.

       REPORT-MISSING-ITEM.
           MOVE SPACES TO CASH-REPORT-LINE.
           STRING "AVISO: PARTIDA " CSH-ITEM-NO
               " NO EXISTE PARA " CSH-CUSTOMER
               " - SE APLICA A LAS MAS ANTIGUAS"
               DELIMITED BY SIZE INTO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE.

      *    Item numbers are issued in load order, so walking the
      *    customer's keys ascending visits the oldest items first.
       APPLY-OLDEST-FIRST.
           MOVE CSH-CUSTOMER TO ARI-CUSTOMER.
           MOVE ZERO TO ARI-ITEM-NO.
           SET WS-ITEM-EOF TO FALSE.
           START AR-ITEM-FILE KEY NOT < ARI-KEY
               INVALID KEY
                   SET WS-ITEM-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-ITEM-EOF OR WS-REMAINING = ZERO
               READ AR-ITEM-FILE NEXT RECORD
                   AT END
                       SET WS-ITEM-EOF TO TRUE
                   NOT AT END
                       IF ARI-CUSTOMER NOT = CSH-CUSTOMER
                           SET WS-ITEM-EOF TO TRUE
                       ELSE
                           IF ARI-INVOICE AND NOT ARI-CLOSED
                               PERFORM APPLY-TO-CURRENT-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-TO-CURRENT-ITEM.
           IF WS-REMAINING >= ARI-OPEN-AMOUNT
               MOVE ARI-OPEN-AMOUNT TO WS-APPLY-AMT
               MOVE ZERO TO ARI-OPEN-AMOUNT
               MOVE 'C' TO ARI-STATUS
               MOVE 'F' TO APL-KIND
               MOVE "TOTAL" TO AL-KIND
               ADD 1 TO WS-FULL-COUNT
           ELSE
               MOVE WS-REMAINING TO WS-APPLY-AMT
               SUBTRACT WS-REMAINING FROM ARI-OPEN-AMOUNT
               MOVE 'P' TO ARI-STATUS
               MOVE 'P' TO APL-KIND
               MOVE "PARCIAL" TO AL-KIND
               ADD 1 TO WS-PARTIAL-COUNT
           END-IF.
           SUBTRACT WS-APPLY-AMT FROM WS-REMAINING.
           MOVE CSH-RECEIPT-DATE TO ARI-LAST-PAY-DATE.
           REWRITE AR-ITEM-RECORD
               INVALID KEY
                   DISPLAY "ARITEMS.DAT - NO SE PUDO REGRABAR "
                       ARI-KEY
           END-REWRITE.
           PERFORM LOG-APPLICATION.

       POST-UNAPPLIED-CASH.
           MOVE "ARITEM" TO RNQ-SERIES.
           MOVE 'N' TO RNQ-RESULT-FLAG.
           CALL "REF-ISSUER" USING REFNUM-REQUEST.
           IF NOT RNQ-ISSUED
               DISPLAY "AR-CASH-APPLY - SERIE ARITEM AGOTADA - "
                   CSH-CUSTOMER " " CSH-REFERENCE
                   " QUEDA SIN REGISTRAR A CUENTA"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO AR-ITEM-RECORD
               MOVE CSH-CUSTOMER TO ARI-CUSTOMER
               MOVE RNQ-NUMBER TO ARI-ITEM-NO
               MOVE 'U' TO ARI-ITEM-TYPE
               MOVE CSH-RECEIPT-DATE TO ARI-ITEM-DATE
               MOVE ZERO TO ARI-PRICE ARI-SURCHARGE ARI-SUBTOTAL
                   ARI-VAT
               COMPUTE ARI-AMOUNT = ZERO - WS-REMAINING
               MOVE ARI-AMOUNT TO ARI-OPEN-AMOUNT
               MOVE 'O' TO ARI-STATUS
               MOVE CSH-RECEIPT-DATE TO ARI-LAST-PAY-DATE
               MOVE WS-RUN-DATE TO ARI-LOAD-DATE
               WRITE AR-ITEM-RECORD
                   INVALID KEY
                       DISPLAY "ARITEMS.DAT - PARTIDA DUPLICADA "
                           ARI-KEY
               END-WRITE
               MOVE WS-REMAINING TO WS-APPLY-AMT
               MOVE ZERO TO WS-REMAINING
               MOVE 'U' TO APL-KIND
               MOVE "A CUENTA" TO AL-KIND
               ADD 1 TO WS-UNAPPLIED-COUNT
               ADD WS-APPLY-AMT TO WS-UNAPPLIED-TOTAL
               PERFORM LOG-APPLICATION
           END-IF.

       LOG-APPLICATION.
           MOVE WS-RUN-DATE TO APL-DATE.
           MOVE WS-RUN-TIME TO APL-TIME.
           MOVE CSH-CUSTOMER TO APL-CUSTOMER.
           MOVE CSH-REFERENCE TO APL-REFERENCE.
           MOVE ARI-ITEM-NO TO APL-ITEM-NO.
           MOVE WS-APPLY-AMT TO APL-AMOUNT.
           MOVE ARI-OPEN-AMOUNT TO APL-OPEN-LEFT.
           WRITE APPLY-LOG-RECORD.

           MOVE CSH-CUSTOMER TO AL-CUSTOMER.
           MOVE CSH-REFERENCE TO AL-REFERENCE.
           MOVE ARI-ITEM-NO TO AL-ITEM-NO.
           MOVE WS-APPLY-AMT TO AL-AMOUNT.
           MOVE ARI-OPEN-AMOUNT TO AL-OPEN-LEFT.
           WRITE CASH-REPORT-LINE FROM WS-APPLY-LINE.

       END PROGRAM AR-CASH-APPLY.
