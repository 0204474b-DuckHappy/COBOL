           88 WS-TRAN-VALID VALUE 'Y' FALSE 'N'.
       01  WS-ITEM-FILE-OK-FLAG PIC X VALUE 'N'.
           88 WS-ITEM-FILE-OK VALUE 'Y'.
      *    Altas and price changes sent against an item superseded by
      *    the run date go to the item now sold; WS-SENT-ITEM keeps
      *    the code as sent for rejections.
       01  WS-SENT-ITEM PIC X(6).
       01  WS-REDIRECT-FLAG PIC X.
           88 WS-REDIRECTED VALUE 'Y' FALSE 'N'.

       01  WS-RGN-SUB PIC 9(2).
       01  WS-REGION-COUNT PIC 9(2) VALUE ZERO.
           02 WS-ALTA-COUNT     PIC 9(5) VALUE ZERO.
           02 WS-CAMBIO-COUNT   PIC 9(5) VALUE ZERO.
           02 WS-BAJA-COUNT     PIC 9(5) VALUE ZERO.
           02 WS-REDIRECT-COUNT PIC 9(5) VALUE ZERO.
           02 WS-RECODE-COUNT   PIC 9(5) VALUE ZERO.

       COPY RUNSTAMP.
       COPY SUPRQ.

       01  WS-HDR-LINE.
           02 FILLER PIC X(33)
           02 WC-LABEL PIC X(30).
           02 WC-COUNT PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           GOBACK.

       APPLY-TRANSACTION.
           MOVE TRN-ITEM TO WS-SENT-ITEM.
           SET WS-REDIRECTED TO FALSE.
           IF TRN-TYPE = 'A' OR TRN-TYPE = 'C'
               PERFORM REDIRECT-SUPERSEDED
           END-IF.
           PERFORM VALIDATE-TRANSACTION.
           IF WS-TRAN-VALID
               EVALUATE TRN-TYPE
               END-EVALUATE
           END-IF.

       REDIRECT-SUPERSEDED.
           SET SPQ-FUNC-CURRENT TO TRUE.
           MOVE TRN-ITEM TO SPQ-ITEM-IN.
           MOVE WS-RUN-DATE TO SPQ-DATE-IN.
           CALL "SUP-CHECK" USING SUPERSESSION-REQUEST.
           IF SPQ-CURRENT-ITEM NOT = TRN-ITEM
               MOVE SPQ-CURRENT-ITEM TO TRN-ITEM
               SET WS-REDIRECTED TO TRUE
               ADD 1 TO WS-REDIRECT-COUNT
               DISPLAY "EJP-TRAN-APPLY - " WS-SENT-ITEM
                   " SUSTITUIDO POR " TRN-ITEM " - REGION " TRN-REGION
                   " TRANSACCION REDIRIGIDA"
           END-IF.

       VALIDATE-TRANSACTION.
           SET WS-TRAN-VALID TO TRUE.


       APPLY-CAMBIO.
           PERFORM FIND-PRICE-ENTRY.
           IF WS-HIT = ZERO AND WS-REDIRECTED
               PERFORM FIND-SENT-ENTRY
           END-IF.
           IF WS-HIT = ZERO
               MOVE "ARTICULO NO EXISTE EN REGION" TO RJ-REASON
               PERFORM REJECT-TRANSACTION
               PERFORM WRITE-HISTORY-ENTRY
           END-IF.

      *    A region still priced under the superseded code has that
      *    row carried over to the new code with the new price, so
      *    the item's price history goes on as one line.
       FIND-SENT-ENTRY.
           MOVE WS-SENT-ITEM TO TRN-ITEM.
           PERFORM FIND-PRICE-ENTRY.
           MOVE SPQ-CURRENT-ITEM TO TRN-ITEM.
           IF WS-HIT > ZERO
               MOVE TRN-ITEM TO WS-PRC-ITEM-TBL(WS-HIT)
               ADD 1 TO WS-RECODE-COUNT
           END-IF.

       FIND-REGION.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-REGION-COUNT
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE TRN-TYPE TO RJ-TYPE.
           MOVE TRN-REGION TO RJ-REGION.
           MOVE WS-SENT-ITEM TO RJ-ITEM.
           MOVE TRN-PRECIO TO RJ-PRECIO.
           MOVE WS-RUN-DATE TO RJ-DATE.
           OPEN EXTEND REJECT-FILE.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE CONTROL-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO WH-DATE.
           WRITE CONTROL-REPORT-LINE FROM WS-HDR-LINE.

           MOVE WS-BAJA-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "  REDIRIGIDAS POR SUSTITUCION:" TO WC-LABEL.
           MOVE WS-REDIRECT-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "    PRECIO PASADO AL NUEVO  : " TO WC-LABEL.
           MOVE WS-RECODE-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "TRANSACCIONES RECHAZADAS    : " TO WC-LABEL.
           MOVE WS-REJECTED-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.
