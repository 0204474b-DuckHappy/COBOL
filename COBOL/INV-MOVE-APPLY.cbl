      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-MOVE-APPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-FILE ASSIGN TO "INVMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
           SELECT STOCK-FILE ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-STK-STATUS.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-CODE
               FILE STATUS IS WS-ITM-STATUS.
           SELECT REGION-CONTROL-FILE ASSIGN TO "REGNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGN-STATUS.
           SELECT MOVE-HISTORY-FILE ASSIGN TO "INVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT REJECT-FILE ASSIGN TO "INVREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJ-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "INVMVCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    MOV-TYPE: R receipt, I issue, A adjustment (MOV-ADJ-SIGN
      *    '-' takes stock off, anything else adds it), T transfer
      *    from MOV-REGION to MOV-TO-REGION. MOV-DATE zero means the
      *    run date.
       FD  MOVEMENT-FILE.
       01  MOVEMENT-RECORD.
           02 MOV-TYPE      PIC X.
               88 MOV-RECEIPT    VALUE 'R'.
               88 MOV-ISSUE      VALUE 'I'.
               88 MOV-ADJUSTMENT VALUE 'A'.
               88 MOV-TRANSFER   VALUE 'T'.
           02 MOV-REGION    PIC X(4).
           02 MOV-ITEM      PIC X(6).
           02 MOV-QUANTITY  PIC 9(7).
           02 MOV-ADJ-SIGN  PIC X.
           02 MOV-TO-REGION PIC X(4).
           02 MOV-DATE      PIC 9(8).
           02 MOV-REFERENCE PIC X(10).

       FD  STOCK-FILE.
       COPY STOCKREC.

       FD  ITEM-MASTER.
       COPY ITEMREC.

       FD  REGION-CONTROL-FILE.
       01  REGION-CONTROL-RECORD.
           02 RGN-CODE      PIC X(4).
           02 RGN-FILE-NAME PIC X(12).

       FD  MOVE-HISTORY-FILE.
       01  MOVE-HISTORY-RECORD.
           02 HST-DATE      PIC 9(8).
           02 HST-TYPE      PIC X.
           02 HST-REGION    PIC X(4).
           02 HST-ITEM      PIC X(6).
           02 HST-QUANTITY  PIC S9(7) SIGN LEADING SEPARATE.
           02 HST-ON-HAND   PIC 9(7).
           02 HST-REFERENCE PIC X(10).
           02 HST-RUN-DATE  PIC 9(8).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           02 RJ-MOVEMENT PIC X(41).
           02 RJ-REASON   PIC X(30).
           02 RJ-DATE     PIC 9(8).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-MOV-STATUS PIC XX.
       01  WS-STK-STATUS PIC XX.
       01  WS-ITM-STATUS PIC XX.
       01  WS-RGN-STATUS PIC XX.
       01  WS-HST-STATUS PIC XX.
       01  WS-RJ-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-MOVE-VALID-FLAG PIC X.
           88 WS-MOVE-VALID VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.
       01  WS-STOCK-FOUND-FLAG PIC X.
           88 WS-STOCK-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-SUB PIC 9(3).
       01  WS-REGION-COUNT PIC 9(3) VALUE ZERO.
       01  WS-REGION-TABLE.
           02 WS-REGION-ENTRY OCCURS 10 TIMES.
               03 WS-RGN-CODE-TBL PIC X(4).
       01  WS-CHECK-REGION PIC X(4).

       01  WS-MOVE-DATE PIC 9(8).
       01  WS-DELTA PIC S9(8).
       01  WS-NEW-QTY PIC S9(8).
       01  WS-UPD-REGION PIC X(4).
       01  WS-UPD-DELTA PIC S9(8).

       01  WS-COUNTS.
           02 WS-READ-COUNT     PIC 9(5) VALUE ZERO.
           02 WS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
           02 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
           02 WS-CREATED-COUNT  PIC 9(5) VALUE ZERO.

       COPY RUNSTAMP.

       01  WS-COUNT-LINE.
           02 WC-LABEL PIC X(30).
           02 WC-COUNT PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-REGION-TABLE.

           OPEN INPUT ITEM-MASTER.
           IF WS-ITM-STATUS NOT = "00"
               DISPLAY "ITEMMAST.DAT NO DISPONIBLE - STATUS "
                   WS-ITM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT MOVEMENT-FILE.
           IF WS-MOV-STATUS NOT = "00"
               DISPLAY "INVMOVE.DAT NO DISPONIBLE - STATUS "
                   WS-MOV-STATUS
               CLOSE ITEM-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O STOCK-FILE.
           IF WS-STK-STATUS = "35"
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.
           IF WS-STK-STATUS NOT = "00"
               DISPLAY "STOCK.DAT NO DISPONIBLE - STATUS "
                   WS-STK-STATUS
               CLOSE MOVEMENT-FILE
               CLOSE ITEM-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF
               READ MOVEMENT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM APPLY-MOVEMENT
               END-READ
           END-PERFORM.

           CLOSE MOVEMENT-FILE.
           CLOSE STOCK-FILE.
           CLOSE ITEM-MASTER.

           PERFORM WRITE-CONTROL-REPORT.

           IF WS-REJECTED-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "INV-MOVE-APPLY - LEIDOS " WS-READ-COUNT
               " APLICADOS " WS-APPLIED-COUNT
               " RECHAZADOS " WS-REJECTED-COUNT.
           GOBACK.

       APPLY-MOVEMENT.
           PERFORM VALIDATE-MOVEMENT.
           IF WS-MOVE-VALID
               PERFORM POST-MOVEMENT THRU POST-MOVEMENT-EXIT
           END-IF.

       VALIDATE-MOVEMENT.
           SET WS-MOVE-VALID TO TRUE.

           IF NOT MOV-RECEIPT AND NOT MOV-ISSUE
               AND NOT MOV-ADJUSTMENT AND NOT MOV-TRANSFER
               MOVE "TIPO DE MOVIMIENTO INVALIDO" TO RJ-REASON
               PERFORM REJECT-MOVEMENT
           END-IF.

           IF WS-MOVE-VALID
               IF MOV-QUANTITY IS NOT NUMERIC
                   OR MOV-QUANTITY = ZERO
                   MOVE "CANTIDAD INVALIDA" TO RJ-REASON
                   PERFORM REJECT-MOVEMENT
               END-IF
           END-IF.

           IF WS-MOVE-VALID
               IF MOV-DATE IS NOT NUMERIC
                   MOVE "FECHA INVALIDA" TO RJ-REASON
                   PERFORM REJECT-MOVEMENT
               ELSE
                   IF MOV-DATE = ZERO
                       MOVE WS-RUN-DATE TO WS-MOVE-DATE
                   ELSE
                       MOVE MOV-DATE TO WS-MOVE-DATE
                   END-IF
               END-IF
           END-IF.

           IF WS-MOVE-VALID
               MOVE MOV-REGION TO WS-CHECK-REGION
               PERFORM CHECK-REGION
               IF NOT WS-FOUND
                   MOVE "REGION NO DEFINIDA" TO RJ-REASON
                   PERFORM REJECT-MOVEMENT
               END-IF
           END-IF.

           IF WS-MOVE-VALID AND MOV-TRANSFER
               MOVE MOV-TO-REGION TO WS-CHECK-REGION
               PERFORM CHECK-REGION
               IF NOT WS-FOUND
                   MOVE "REGION DESTINO NO DEFINIDA" TO RJ-REASON
                   PERFORM REJECT-MOVEMENT
               ELSE
                   IF MOV-TO-REGION = MOV-REGION
                       MOVE "REGION DESTINO IGUAL A ORIGEN"
                           TO RJ-REASON
                       PERFORM REJECT-MOVEMENT
                   END-IF
               END-IF
           END-IF.

      *    Retired items may still be issued, adjusted or moved so
      *    their remaining stock can be cleared, but not received.
           IF WS-MOVE-VALID
               MOVE MOV-ITEM TO ITM-CODE
               READ ITEM-MASTER
                   INVALID KEY
                       MOVE "ARTICULO NO ENCONTRADO" TO RJ-REASON
                       PERFORM REJECT-MOVEMENT
                   NOT INVALID KEY
                       IF ITM-ACTIVE-FLAG = 'N' AND MOV-RECEIPT
                           MOVE "ARTICULO RETIRADO" TO RJ-REASON
                           PERFORM REJECT-MOVEMENT
                       END-IF
               END-READ
           END-IF.

       CHECK-REGION.
           SET WS-FOUND TO FALSE.
           IF WS-REGION-COUNT = ZERO
               IF WS-CHECK-REGION = SPACES
                   SET WS-FOUND TO TRUE
               END-IF
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-REGION-COUNT OR WS-FOUND
                   IF WS-RGN-CODE-TBL(WS-SUB) = WS-CHECK-REGION
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       POST-MOVEMENT.
           EVALUATE TRUE
               WHEN MOV-RECEIPT
                   MOVE MOV-QUANTITY TO WS-DELTA
               WHEN MOV-ADJUSTMENT
                   IF MOV-ADJ-SIGN = '-'
                       COMPUTE WS-DELTA = ZERO - MOV-QUANTITY
                   ELSE
                       MOVE MOV-QUANTITY TO WS-DELTA
                   END-IF
               WHEN OTHER
                   COMPUTE WS-DELTA = ZERO - MOV-QUANTITY
           END-EVALUATE.

           MOVE MOV-REGION TO STK-REGION.
           MOVE MOV-ITEM TO STK-ITEM.
           READ STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO STK-ON-HAND
           END-READ.
           COMPUTE WS-NEW-QTY = STK-ON-HAND + WS-DELTA.
           IF WS-NEW-QTY < ZERO
               MOVE "STOCK INSUFICIENTE" TO RJ-REASON
               PERFORM REJECT-MOVEMENT
               GO TO POST-MOVEMENT-EXIT
           END-IF.
           IF WS-NEW-QTY > 9999999
               MOVE "STOCK EXCEDE CAPACIDAD" TO RJ-REASON
               PERFORM REJECT-MOVEMENT
               GO TO POST-MOVEMENT-EXIT
           END-IF.

           IF MOV-TRANSFER
               MOVE MOV-TO-REGION TO STK-REGION
               MOVE MOV-ITEM TO STK-ITEM
               READ STOCK-FILE
                   INVALID KEY
                       MOVE ZERO TO STK-ON-HAND
               END-READ
               IF STK-ON-HAND + MOV-QUANTITY > 9999999
                   MOVE "STOCK DESTINO EXCEDE CAPACIDAD"
                       TO RJ-REASON
                   PERFORM REJECT-MOVEMENT
                   GO TO POST-MOVEMENT-EXIT
               END-IF
           END-IF.

           MOVE MOV-REGION TO WS-UPD-REGION.
           MOVE WS-DELTA TO WS-UPD-DELTA.
           PERFORM UPDATE-STOCK-ROW.
           IF MOV-TRANSFER
               MOVE MOV-TO-REGION TO WS-UPD-REGION
               MOVE MOV-QUANTITY TO WS-UPD-DELTA
               PERFORM UPDATE-STOCK-ROW
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
       POST-MOVEMENT-EXIT.
           EXIT.

       UPDATE-STOCK-ROW.
           MOVE WS-UPD-REGION TO STK-REGION.
           MOVE MOV-ITEM TO STK-ITEM.
           SET WS-STOCK-FOUND TO TRUE.
           READ STOCK-FILE
               INVALID KEY
                   SET WS-STOCK-FOUND TO FALSE
                   MOVE WS-UPD-REGION TO STK-REGION
                   MOVE MOV-ITEM TO STK-ITEM
                   MOVE ZERO TO STK-ON-HAND
           END-READ.
           COMPUTE STK-ON-HAND = STK-ON-HAND + WS-UPD-DELTA.
           MOVE WS-MOVE-DATE TO STK-LAST-MOVE-DATE.
           MOVE MOV-TYPE TO STK-LAST-MOVE-TYPE.
           IF WS-STOCK-FOUND
               REWRITE STOCK-RECORD
                   INVALID KEY
                       DISPLAY "STOCK.DAT REWRITE FALLIDO - "
                           STK-KEY " STATUS " WS-STK-STATUS
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE STOCK-RECORD
                   INVALID KEY
                       DISPLAY "STOCK.DAT WRITE FALLIDO - "
                           STK-KEY " STATUS " WS-STK-STATUS
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-CREATED-COUNT
               END-WRITE
           END-IF.
           PERFORM WRITE-MOVE-HISTORY.

       WRITE-MOVE-HISTORY.
           MOVE WS-MOVE-DATE TO HST-DATE.
           MOVE MOV-TYPE TO HST-TYPE.
           MOVE STK-REGION TO HST-REGION.
           MOVE STK-ITEM TO HST-ITEM.
           MOVE WS-UPD-DELTA TO HST-QUANTITY.
           MOVE STK-ON-HAND TO HST-ON-HAND.
           MOVE MOV-REFERENCE TO HST-REFERENCE.
           MOVE WS-RUN-DATE TO HST-RUN-DATE.
           OPEN EXTEND MOVE-HISTORY-FILE.
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT MOVE-HISTORY-FILE
           END-IF.
           WRITE MOVE-HISTORY-RECORD.
           CLOSE MOVE-HISTORY-FILE.

       REJECT-MOVEMENT.
           SET WS-MOVE-VALID TO FALSE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE MOVEMENT-RECORD TO RJ-MOVEMENT.
           MOVE WS-RUN-DATE TO RJ-DATE.
           OPEN EXTEND REJECT-FILE.
           IF WS-RJ-STATUS = "35"
               OPEN OUTPUT REJECT-FILE
           END-IF.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

       LOAD-REGION-TABLE.
           OPEN INPUT REGION-CONTROL-FILE.
           IF WS-RGN-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ REGION-CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-REGION-COUNT >= 10
                               DISPLAY "REGNCTL.DAT HAS MORE THAN 10 "
                                   "REGIONS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-REGION-COUNT
                               MOVE RGN-CODE TO
                                   WS-RGN-CODE-TBL(WS-REGION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGION-CONTROL-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE CONTROL-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "INV-MOVE-APPLY CONTROL REPORT - " WS-RUN-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

           MOVE "MOVIMIENTOS LEIDOS          : " TO WC-LABEL.
           MOVE WS-READ-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "MOVIMIENTOS APLICADOS       : " TO WC-LABEL.
           MOVE WS-APPLIED-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "MOVIMIENTOS RECHAZADOS      : " TO WC-LABEL.
           MOVE WS-REJECTED-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "FILAS DE STOCK CREADAS      : " TO WC-LABEL.
           MOVE WS-CREATED-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           CLOSE CONTROL-REPORT-FILE.

       END PROGRAM INV-MOVE-APPLY.
