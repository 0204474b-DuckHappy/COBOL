      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-NO
               FILE STATUS IS WS-DSP-STATUS.
           SELECT DETAIL-FILE ASSIGN TO "SURCHDET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARI-KEY
               FILE STATUS IS WS-ARI-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       COPY DISPUTE.

       FD  DETAIL-FILE.
       COPY SURCHDET.

       FD  AR-ITEM-FILE.
       COPY ARITEM.

       FD  CREDIT-MEMO-FILE.
       COPY CRMEMO.

       WORKING-STORAGE SECTION.
       01  WS-DSP-STATUS PIC XX.
       01  WS-DET-STATUS PIC XX.
       01  WS-ARI-STATUS PIC XX.
       01  WS-CRM-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.
       01  WS-DUPLICATE-FLAG PIC X VALUE 'N'.
           88 WS-DUPLICATE VALUE 'Y' FALSE 'N'.
       01  WS-SUPERVISOR-FLAG PIC X VALUE 'N'.
           88 WS-SUPERVISOR VALUE 'Y'.

       01  WS-ACTION PIC X.
       01  WS-ENTERED-CUSTOMER PIC X(6).
       01  WS-ENTERED-DATE PIC 9(8).
       01  WS-ENTERED-CODE PIC X(6).
       01  WS-ENTERED-PRICE PIC 9(3).
       01  WS-ENTERED-CASE PIC 9(8).
       01  WS-ENTERED-TEXT PIC X(40).
       01  WS-LIST-COUNT PIC 9(5).
       01  WS-CREDIT-VAT PIC 9(4)V999.
       01  WS-CREDIT-AMOUNT PIC 9(7)V999.
       01  WS-SAVE-DISPUTE PIC X(176).

       COPY RUNSTAMP.
       COPY NUMVALID.
       COPY REFNUMRQ.
       COPY SIGNONRQ.
       COPY WINRQ.

       01  WS-LIST-LINE.
           02 LL-CASE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-STATUS PIC X(9).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-CUSTOMER PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-LINE-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-CODE PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-PRICE PIC ZZ9.
           02 FILLER PIC X(5) VALUE " SUB ".
           02 LL-SUBTOTAL PIC ZZZ9.999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-REVIEWER PIC X(8).

       01  WS-TEXT-LINE.
           02 FILLER PIC X(9) VALUE SPACES.
           02 TL-LABEL PIC X(11).
           02 TL-TEXT PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'I' TO WIN-MODE.
           CALL "WIN-CHECK" USING WINDOW-REQUEST.
           IF NOT WIN-ALLOWED
               DISPLAY "VENTANA NOCTURNA EN CURSO HASTA "
                   WIN-END-TIME " - PROGRAMA NO DISPONIBLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'I' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           IF NOT SGN-ACCEPTED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF SGN-OPERATOR-ROLE = "SUPERVIS"
               MOVE 'Y' TO WS-SUPERVISOR-FLAG
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM OPEN-FILES.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-DISPUTE-MENU
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LIST-DISPUTES
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM OPEN-DISPUTE THRU OPEN-DISPUTE-EXIT
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM TAKE-UNDER-REVIEW
                   WHEN 'U'
                   WHEN 'u'
                       PERFORM UPHOLD-DISPUTE THRU UPHOLD-DISPUTE-EXIT
                   WHEN 'J'
                   WHEN 'j'
                       PERFORM REJECT-DISPUTE
                   WHEN 'X'
                   WHEN 'x'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE DISPUTE-FILE.
           CLOSE AR-ITEM-FILE.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.

           GOBACK.

       SHOW-DISPUTE-MENU.
           DISPLAY "======================================".
           DISPLAY "RECLAMOS DE RECARGOS".
           DISPLAY "L. LISTAR RECLAMOS".
           DISPLAY "A. ABRIR RECLAMO".
           DISPLAY "R. PASAR A REVISION".
           DISPLAY "U. ACEPTAR RECLAMO (NOTA DE CREDITO)".
           DISPLAY "J. RECHAZAR RECLAMO".
           DISPLAY "X. SALIR".
           DISPLAY "SELECCIONE UNA OPCION : ".

       OPEN-FILES.
           OPEN I-O DISPUTE-FILE.
           IF WS-DSP-STATUS = "35"
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF.
           IF WS-DSP-STATUS NOT = "00"
               DISPLAY "DISPUTES.DAT NO DISPONIBLE - STATUS "
                   WS-DSP-STATUS
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
               CLOSE DISPUTE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    With no customer every case still awaiting a decision is
      *    listed; with a customer, all of that customer's cases.
       LIST-DISPUTES.
           DISPLAY "CLIENTE (EN BLANCO = PENDIENTES) : ".
           ACCEPT WS-ENTERED-CUSTOMER.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE ZERO TO DSP-CASE-NO.
           SET WS-EOF TO FALSE.
           START DISPUTE-FILE KEY NOT < DSP-CASE-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF (WS-ENTERED-CUSTOMER = SPACES
                           AND NOT DSP-FINAL)
                           OR (WS-ENTERED-CUSTOMER NOT = SPACES
                           AND DSP-CUSTOMER = WS-ENTERED-CUSTOMER)
                           PERFORM SHOW-ONE-DISPUTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "SIN RECLAMOS"
           END-IF.

       SHOW-ONE-DISPUTE.
           ADD 1 TO WS-LIST-COUNT.
           MOVE DSP-CASE-NO TO LL-CASE.
           EVALUATE TRUE
               WHEN DSP-OPEN
                   MOVE "ABIERTO" TO LL-STATUS
               WHEN DSP-UNDER-REVIEW
                   MOVE "REVISION" TO LL-STATUS
               WHEN DSP-UPHELD
                   MOVE "ACEPTADO" TO LL-STATUS
               WHEN DSP-REJECTED
                   MOVE "RECHAZADO" TO LL-STATUS
               WHEN OTHER
                   MOVE DSP-STATUS TO LL-STATUS
           END-EVALUATE.
           MOVE DSP-CUSTOMER TO LL-CUSTOMER.
           MOVE DSP-LINE-DATE TO LL-LINE-DATE.
           MOVE DSP-RATE-CODE TO LL-CODE.
           MOVE DSP-PRICE TO LL-PRICE.
           MOVE DSP-SUBTOTAL TO LL-SUBTOTAL.
           MOVE DSP-REVIEWER TO LL-REVIEWER.
           DISPLAY WS-LIST-LINE.
           MOVE "RECLAMO  : " TO TL-LABEL.
           MOVE DSP-CLAIM TO TL-TEXT.
           DISPLAY WS-TEXT-LINE.
           IF DSP-COMMENT NOT = SPACES
               MOVE "REVISION : " TO TL-LABEL
               MOVE DSP-COMMENT TO TL-TEXT
               DISPLAY WS-TEXT-LINE
           END-IF.
           IF DSP-UPHELD
               MOVE "NOTA CRED: " TO TL-LABEL
               MOVE SPACES TO TL-TEXT
               STRING DSP-MEMO-NO " POR " DSP-MEMO-AMOUNT
                   DELIMITED BY SIZE INTO TL-TEXT
               DISPLAY WS-TEXT-LINE
           END-IF.

      *    The disputed charge must be a line the surcharge run
      *    actually wrote to SURCHDET.DAT; a zero price takes the
      *    first line of that customer, date and code.
       OPEN-DISPUTE.
           DISPLAY "CODIGO DE CLIENTE (EJ CLI001) : ".
           ACCEPT WS-ENTERED-CUSTOMER.
           SET WS-NUM-VALID TO FALSE.
           PERFORM UNTIL WS-NUM-VALID
               DISPLAY "FECHA DE LA LINEA AAAAMMDD : "
               ACCEPT WS-ENTERED-DATE
               IF WS-ENTERED-DATE IS NUMERIC
                   AND WS-ENTERED-DATE > ZERO
                   SET WS-NUM-VALID TO TRUE
               ELSE
                   DISPLAY "FECHA INVALIDA"
               END-IF
           END-PERFORM.
           DISPLAY "CODIGO DE RECARGO (EJ REC080) : ".
           ACCEPT WS-ENTERED-CODE.
           DISPLAY "PRECIO DE LA LINEA (000 = PRIMERA) : ".
           ACCEPT WS-ENTERED-PRICE.
           IF WS-ENTERED-PRICE IS NOT NUMERIC
               MOVE ZERO TO WS-ENTERED-PRICE
           END-IF.

           PERFORM FIND-DETAIL-LINE.
           IF NOT WS-FOUND
               DISPLAY "LINEA NO ENCONTRADA EN SURCHDET.DAT - "
                   "RECLAMO RECHAZADO"
               GO TO OPEN-DISPUTE-EXIT
           END-IF.

           PERFORM CHECK-DUPLICATE-DISPUTE.
           IF WS-DUPLICATE
               DISPLAY "LA LINEA YA TIENE UN RECLAMO VIGENTE - "
                   "RECLAMO RECHAZADO"
               GO TO OPEN-DISPUTE-EXIT
           END-IF.

           MOVE "DISPUTE" TO RNQ-SERIES.
           MOVE 'N' TO RNQ-RESULT-FLAG.
           CALL "REF-ISSUER" USING REFNUM-REQUEST.
           IF NOT RNQ-ISSUED
               DISPLAY "SIN NUMERO DE RECLAMO - SERIE DISPUTE "
                   "AGOTADA"
               GO TO OPEN-DISPUTE-EXIT
           END-IF.

           DISPLAY "MOTIVO DEL CLIENTE : ".
           ACCEPT WS-ENTERED-TEXT.

           MOVE SPACES TO DISPUTE-RECORD.
           MOVE RNQ-NUMBER TO DSP-CASE-NO.
           MOVE SDT-CUSTOMER TO DSP-CUSTOMER.
           MOVE SDT-DATE TO DSP-LINE-DATE.
           MOVE SDT-RATE-CODE TO DSP-RATE-CODE.
           MOVE SDT-PRICE TO DSP-PRICE.
           MOVE SDT-SURCHARGE TO DSP-SURCHARGE.
           MOVE SDT-SUBTOTAL TO DSP-SUBTOTAL.
           MOVE 'O' TO DSP-STATUS.
           MOVE WS-RUN-DATE TO DSP-OPEN-DATE.
           MOVE SGN-OPERATOR-ID TO DSP-OPEN-OPER.
           MOVE WS-ENTERED-TEXT TO DSP-CLAIM.
           MOVE ZERO TO DSP-REVIEW-DATE.
           MOVE ZERO TO DSP-MEMO-NO.
           MOVE ZERO TO DSP-MEMO-AMOUNT.
           WRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "RECLAMO " DSP-CASE-NO " YA EXISTE - "
                       "REVISAR SERIE DISPUTE"
               NOT INVALID KEY
                   DISPLAY "RECLAMO " DSP-CASE-NO " ABIERTO"
           END-WRITE.
       OPEN-DISPUTE-EXIT.
           EXIT.

       FIND-DETAIL-LINE.
           SET WS-FOUND TO FALSE.
           OPEN INPUT DETAIL-FILE.
           IF WS-DET-STATUS NOT = "00"
               DISPLAY "SURCHDET.DAT NO DISPONIBLE - STATUS "
                   WS-DET-STATUS
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF OR WS-FOUND
                   READ DETAIL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SDT-CUSTOMER = WS-ENTERED-CUSTOMER
                               AND SDT-DATE = WS-ENTERED-DATE
                               AND SDT-RATE-CODE = WS-ENTERED-CODE
                               AND (WS-ENTERED-PRICE = ZERO
                               OR SDT-PRICE = WS-ENTERED-PRICE)
                               SET WS-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DETAIL-FILE
           END-IF.

      *    A line may carry only one case that is not rejected, so a
      *    charge can never be credited twice.
       CHECK-DUPLICATE-DISPUTE.
           SET WS-DUPLICATE TO FALSE.
           MOVE ZERO TO DSP-CASE-NO.
           SET WS-EOF TO FALSE.
           START DISPUTE-FILE KEY NOT < DSP-CASE-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF OR WS-DUPLICATE
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF DSP-CUSTOMER = SDT-CUSTOMER
                           AND DSP-LINE-DATE = SDT-DATE
                           AND DSP-RATE-CODE = SDT-RATE-CODE
                           AND DSP-PRICE = SDT-PRICE
                           AND NOT DSP-REJECTED
                           SET WS-DUPLICATE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       ASK-EXISTING-CASE.
           DISPLAY "NUMERO DE RECLAMO : ".
           ACCEPT WS-ENTERED-CASE.
           SET WS-FOUND TO FALSE.
           IF WS-ENTERED-CASE IS NUMERIC
               MOVE WS-ENTERED-CASE TO DSP-CASE-NO
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
               END-READ
           END-IF.

       TAKE-UNDER-REVIEW.
           PERFORM ASK-EXISTING-CASE.
           IF NOT WS-FOUND
               DISPLAY "RECLAMO INEXISTENTE"
           ELSE
               IF NOT DSP-OPEN
                   DISPLAY "SOLO UN RECLAMO ABIERTO PASA A REVISION"
               ELSE
                   DISPLAY "COMENTARIO : "
                   ACCEPT WS-ENTERED-TEXT
                   MOVE 'R' TO DSP-STATUS
                   MOVE SGN-OPERATOR-ID TO DSP-REVIEWER
                   MOVE WS-RUN-DATE TO DSP-REVIEW-DATE
                   IF WS-ENTERED-TEXT NOT = SPACES
                       MOVE WS-ENTERED-TEXT TO DSP-COMMENT
                   END-IF
                   REWRITE DISPUTE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR DE REESCRITURA"
                       NOT INVALID KEY
                           DISPLAY "RECLAMO EN REVISION"
                   END-REWRITE
               END-IF
           END-IF.

       REJECT-DISPUTE.
           IF NOT WS-SUPERVISOR
               DISPLAY "SOLO SUPERVISORES PUEDEN RESOLVER RECLAMOS"
           ELSE
               PERFORM ASK-EXISTING-CASE
               IF NOT WS-FOUND
                   DISPLAY "RECLAMO INEXISTENTE"
               ELSE
                   IF DSP-FINAL
                       DISPLAY "RECLAMO YA RESUELTO"
                   ELSE
                       DISPLAY "COMENTARIO (OBLIGATORIO) : "
                       ACCEPT WS-ENTERED-TEXT
                       IF WS-ENTERED-TEXT = SPACES
                           DISPLAY "SIN COMENTARIO - RECHAZO ANULADO"
                       ELSE
                           MOVE 'J' TO DSP-STATUS
                           MOVE SGN-OPERATOR-ID TO DSP-REVIEWER
                           MOVE WS-RUN-DATE TO DSP-REVIEW-DATE
                           MOVE WS-ENTERED-TEXT TO DSP-COMMENT
                           REWRITE DISPUTE-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR DE REESCRITURA"
                               NOT INVALID KEY
                                   DISPLAY "RECLAMO RECHAZADO"
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Upholding credits the customer with the subtotal and the
      *    VAT charged on the disputed line. The VAT is taken from the
      *    line's ARITEMS.DAT invoice item, so the line must already
      *    have been loaded by AR-LOAD.
       UPHOLD-DISPUTE.
           IF NOT WS-SUPERVISOR
               DISPLAY "SOLO SUPERVISORES PUEDEN RESOLVER RECLAMOS"
               GO TO UPHOLD-DISPUTE-EXIT
           END-IF.
           PERFORM ASK-EXISTING-CASE.
           IF NOT WS-FOUND
               DISPLAY "RECLAMO INEXISTENTE"
               GO TO UPHOLD-DISPUTE-EXIT
           END-IF.
           IF DSP-FINAL
               DISPLAY "RECLAMO YA RESUELTO"
               GO TO UPHOLD-DISPUTE-EXIT
           END-IF.
           DISPLAY "COMENTARIO (OBLIGATORIO) : ".
           ACCEPT WS-ENTERED-TEXT.
           IF WS-ENTERED-TEXT = SPACES
               DISPLAY "SIN COMENTARIO - ACEPTACION ANULADA"
               GO TO UPHOLD-DISPUTE-EXIT
           END-IF.
           MOVE DISPUTE-RECORD TO WS-SAVE-DISPUTE.

           PERFORM FIND-INVOICE-ITEM.
           IF NOT WS-FOUND
               DISPLAY "LINEA AUN NO CARGADA EN ARITEMS.DAT - "
                   "EJECUTE AR-LOAD Y REPITA"
               GO TO UPHOLD-DISPUTE-EXIT
           END-IF.
           MOVE ARI-VAT TO WS-CREDIT-VAT.
           COMPUTE WS-CREDIT-AMOUNT = DSP-SUBTOTAL + WS-CREDIT-VAT.

           MOVE "ARITEM" TO RNQ-SERIES.
           MOVE 'N' TO RNQ-RESULT-FLAG.
           CALL "REF-ISSUER" USING REFNUM-REQUEST.
           IF NOT RNQ-ISSUED
               DISPLAY "SIN NUMERO DE PARTIDA - SERIE ARITEM "
                   "AGOTADA"
               GO TO UPHOLD-DISPUTE-EXIT
           END-IF.

           PERFORM WRITE-CREDIT-ITEM.
           IF WS-ARI-STATUS NOT = "00"
               DISPLAY "ERROR AL GRABAR LA NOTA EN ARITEMS.DAT - "
                   "STATUS " WS-ARI-STATUS
               GO TO UPHOLD-DISPUTE-EXIT
           END-IF.
           PERFORM WRITE-CREDIT-MEMO.

           MOVE WS-SAVE-DISPUTE TO DISPUTE-RECORD.
           MOVE 'U' TO DSP-STATUS.
           MOVE SGN-OPERATOR-ID TO DSP-REVIEWER.
           MOVE WS-RUN-DATE TO DSP-REVIEW-DATE.
           MOVE WS-ENTERED-TEXT TO DSP-COMMENT.
           MOVE RNQ-NUMBER TO DSP-MEMO-NO.
           MOVE WS-CREDIT-AMOUNT TO DSP-MEMO-AMOUNT.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "ERROR DE REESCRITURA - NOTA "
                       RNQ-NUMBER " EMITIDA, REVISAR RECLAMO"
               NOT INVALID KEY
                   DISPLAY "RECLAMO ACEPTADO - NOTA DE CREDITO "
                       RNQ-NUMBER " POR " WS-CREDIT-AMOUNT
           END-REWRITE.
       UPHOLD-DISPUTE-EXIT.
           EXIT.

       FIND-INVOICE-ITEM.
           SET WS-FOUND TO FALSE.
           MOVE DSP-CUSTOMER TO ARI-CUSTOMER.
           MOVE ZERO TO ARI-ITEM-NO.
           SET WS-EOF TO FALSE.
           START AR-ITEM-FILE KEY NOT < ARI-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF OR WS-FOUND
               READ AR-ITEM-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ARI-CUSTOMER NOT = DSP-CUSTOMER
                           SET WS-EOF TO TRUE
                       ELSE
                           IF ARI-INVOICE
                               AND ARI-ITEM-DATE = DSP-LINE-DATE
                               AND ARI-RATE-CODE = DSP-RATE-CODE
                               AND ARI-PRICE = DSP-PRICE
                               AND ARI-SUBTOTAL = DSP-SUBTOTAL
                               SET WS-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-CREDIT-ITEM.
           MOVE SPACES TO AR-ITEM-RECORD.
           MOVE DSP-CUSTOMER TO ARI-CUSTOMER.
           MOVE RNQ-NUMBER TO ARI-ITEM-NO.
           MOVE 'C' TO ARI-ITEM-TYPE.
           MOVE WS-RUN-DATE TO ARI-ITEM-DATE.
           MOVE DSP-RATE-CODE TO ARI-RATE-CODE.
           MOVE DSP-PRICE TO ARI-PRICE.
           MOVE DSP-SURCHARGE TO ARI-SURCHARGE.
           MOVE DSP-SUBTOTAL TO ARI-SUBTOTAL.
           MOVE WS-CREDIT-VAT TO ARI-VAT.
           COMPUTE ARI-AMOUNT = WS-CREDIT-AMOUNT * -1.
           MOVE ARI-AMOUNT TO ARI-OPEN-AMOUNT.
           MOVE 'O' TO ARI-STATUS.
           MOVE ZERO TO ARI-LAST-PAY-DATE.
           MOVE WS-RUN-DATE TO ARI-LOAD-DATE.
           WRITE AR-ITEM-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       WRITE-CREDIT-MEMO.
           MOVE SPACES TO CREDIT-MEMO-RECORD.
           MOVE RNQ-NUMBER TO CRM-MEMO-NO.
           MOVE DSP-CUSTOMER TO CRM-CUSTOMER.
           MOVE WS-RUN-DATE TO CRM-DATE.
           MOVE DSP-CASE-NO TO CRM-CASE-NO.
           MOVE DSP-LINE-DATE TO CRM-LINE-DATE.
           MOVE DSP-RATE-CODE TO CRM-RATE-CODE.
           MOVE DSP-PRICE TO CRM-PRICE.
           MOVE DSP-SUBTOTAL TO CRM-SUBTOTAL.
           MOVE WS-CREDIT-VAT TO CRM-VAT.
           MOVE WS-CREDIT-AMOUNT TO CRM-AMOUNT.
           MOVE SGN-OPERATOR-ID TO CRM-OPERATOR.
           OPEN EXTEND CREDIT-MEMO-FILE.
           IF WS-CRM-STATUS = "35"
               OPEN OUTPUT CREDIT-MEMO-FILE
           END-IF.
           WRITE CREDIT-MEMO-RECORD.
           CLOSE CREDIT-MEMO-FILE.

       END PROGRAM DISPUTE-MAINT.
