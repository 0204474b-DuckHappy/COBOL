      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-ACTIVITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGINALS-LEDGER ASSIGN TO "ORIGTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORG-REFERENCE
               FILE STATUS IS WS-LED-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CODE
               FILE STATUS IS WS-CUS-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "ADJBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT DETAIL-FILE ASSIGN TO "SURCHDET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "CUSTACT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-QUEUE-FILE ASSIGN TO "PRINTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORIGINALS-LEDGER.
       COPY ORIGREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  REVERSAL-FILE.
       COPY REVREC.

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           02 BAL-REFERENCE PIC X(10).
           02 BAL-ORIGINAL  PIC S9(7)V999.
           02 BAL-REVERSED  PIC S9(7)V999.
           02 BAL-OPEN      PIC S9(7)V999.

       FD  DETAIL-FILE.
       COPY SURCHDET.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(80).

       FD  PRINT-QUEUE-FILE.
       COPY PRINTQ.

       WORKING-STORAGE SECTION.
       01  WS-LED-STATUS PIC XX.
       01  WS-CUS-STATUS PIC XX.
       01  WS-REV-STATUS PIC XX.
       01  WS-BAL-STATUS PIC XX.
       01  WS-DET-STATUS PIC XX.
       01  WS-PQ-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-CUST-FILE-OK-FLAG PIC X VALUE 'N'.
           88 WS-CUST-FILE-OK VALUE 'Y'.

       01  WS-ASK-CUSTOMER PIC X(6).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE PIC 9(8).

       01  WS-SUB PIC 9(4).
       01  WS-CUST-SUB PIC 9(3).
       01  WS-CUST-COUNT PIC 9(3) VALUE ZERO.
       01  WS-CUST-TABLE.
           02 WS-CUST-ENTRY OCCURS 200 TIMES.
               03 WS-CUST-CODE-TBL PIC X(6).
       01  WS-CURR-CUSTOMER PIC X(6).
       01  WS-NEW-CUSTOMER PIC X(6).

      *    Reversals dated in the period and open partial balances,
      *    each tied to its customer through the originals ledger
      *    once, before the statements are written.
       01  WS-REV-COUNT PIC 9(4) VALUE ZERO.
       01  WS-REV-TABLE.
           02 WS-REV-ENTRY OCCURS 1000 TIMES.
               03 WS-RVT-CUSTOMER PIC X(6).
               03 WS-RVT-REFERENCE PIC X(10).
               03 WS-RVT-DATE PIC 9(8).
               03 WS-RVT-ORIGINAL PIC S9(7)V999.
               03 WS-RVT-AMOUNT PIC S9(7)V999.

       01  WS-OPEN-COUNT PIC 9(4) VALUE ZERO.
       01  WS-OPEN-TABLE.
           02 WS-OPEN-ENTRY OCCURS 1000 TIMES.
               03 WS-OPN-CUSTOMER PIC X(6).
               03 WS-OPN-REFERENCE PIC X(10).
               03 WS-OPN-ORIGINAL PIC S9(7)V999.
               03 WS-OPN-REVERSED PIC S9(7)V999.
               03 WS-OPN-OPEN PIC S9(7)V999.

       01  WS-SECTION-COUNT PIC 9(5).
       01  WS-ORIGINAL-TOTAL PIC S9(9)V999.
       01  WS-REVERSAL-TOTAL PIC S9(9)V999.
       01  WS-SURCHARGE-TOTAL PIC S9(9)V999.
       01  WS-NET-POSITION PIC S9(9)V999.
       01  WS-CHECK-AMOUNT PIC S9(7)V999.
       01  WS-TOTAL-LINE-COUNT PIC 9(6) VALUE ZERO.

       COPY RUNSTAMP.

       01  WS-STMT-HEADER.
           02 FILLER PIC X(27) VALUE "ESTADO DE ACTIVIDAD  -  DE ".
           02 SH-FROM PIC 9(8).
           02 FILLER PIC X(3) VALUE " A ".
           02 SH-TO PIC 9(8).
           02 FILLER PIC X(11) VALUE "  CLIENTE: ".
           02 SH-CUSTOMER PIC X(6).

       01  WS-NAME-LINE.
           02 FILLER PIC X(9) VALUE "NOMBRE:  ".
           02 NL-NAME PIC X(20).
           02 FILLER PIC X(11) VALUE " CONTACTO: ".
           02 NL-CONTACT PIC X(20).

       01  WS-SECTION-LINE.
           02 SC-TEXT PIC X(60).

       01  WS-ORIGINAL-LINE.
           02 FILLER PIC X(6) VALUE "  REF ".
           02 OL-REFERENCE PIC X(10).
           02 FILLER PIC X(10) VALUE " ASENTADA ".
           02 OL-DATE PIC 9(8).
           02 FILLER PIC X(9) VALUE " IMPORTE ".
           02 OL-AMOUNT PIC -Z,ZZZ,ZZ9.999.

       01  WS-REVERSAL-LINE.
           02 FILLER PIC X(6) VALUE "  REF ".
           02 RL-REFERENCE PIC X(10).
           02 FILLER PIC X(7) VALUE " FECHA ".
           02 RL-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RL-KIND PIC X(7).
           02 FILLER PIC X(6) VALUE " ORIG ".
           02 RL-ORIGINAL PIC -Z,ZZZ,ZZ9.999.
           02 FILLER PIC X(5) VALUE " REV ".
           02 RL-AMOUNT PIC -Z,ZZZ,ZZ9.999.

       01  WS-OPEN-LINE.
           02 FILLER PIC X(6) VALUE "  REF ".
           02 PL-REFERENCE PIC X(10).
           02 FILLER PIC X(6) VALUE " ORIG ".
           02 PL-ORIGINAL PIC -Z,ZZZ,ZZ9.999.
           02 FILLER PIC X(6) VALUE " REV. ".
           02 PL-REVERSED PIC -Z,ZZZ,ZZ9.999.
           02 FILLER PIC X(6) VALUE " PEND ".
           02 PL-OPEN PIC -Z,ZZZ,ZZ9.999.

       01  WS-SURCHARGE-LINE.
           02 FILLER PIC X(8) VALUE "  FECHA ".
           02 SL-DATE PIC 9(8).
           02 FILLER PIC X(8) VALUE " PRECIO ".
           02 SL-PRICE PIC ZZ9.
           02 FILLER PIC X(6) VALUE " TASA ".
           02 SL-RATE-CODE PIC X(6).
           02 FILLER PIC X(5) VALUE " REC ".
           02 SL-SURCHARGE PIC ZZZ9.999.
           02 FILLER PIC X(5) VALUE " SUB ".
           02 SL-SUBTOTAL PIC ZZZ9.999.

       01  WS-SECTION-TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ST-LABEL PIC X(22).
           02 FILLER PIC X(9) VALUE " LINEAS: ".
           02 ST-COUNT PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE " TOTAL: ".
           02 ST-TOTAL PIC -ZZZ,ZZZ,ZZ9.999.

       01  WS-NONE-LINE.
           02 FILLER PIC X(30) VALUE "  SIN MOVIMIENTOS".

       01  WS-NET-LINE.
           02 FILLER PIC X(46)
               VALUE "POSICION NETA DEL PERIODO".
           02 NT-TOTAL PIC -ZZZ,ZZZ,ZZ9.999.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "CLIENTE (EN BLANCO = TODOS) : ".
           ACCEPT WS-ASK-CUSTOMER.
           DISPLAY "DESDE AAAAMMDD (00000000 = INICIO DEL MES) : ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "HASTA AAAAMMDD (00000000 = HOY) : ".
           ACCEPT WS-TO-DATE.
           IF WS-FROM-DATE IS NOT NUMERIC OR WS-FROM-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-FROM-DATE
               MOVE "01" TO WS-FROM-DATE(7:2)
           END-IF.
           IF WS-TO-DATE IS NOT NUMERIC OR WS-TO-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "CUST-ACTIVITY - DESDE " WS-FROM-DATE
                   " POSTERIOR A HASTA " WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ORIGINALS-LEDGER.
           IF WS-LED-STATUS NOT = "00"
               DISPLAY "ORIGTRAN.DAT NO DISPONIBLE - STATUS "
                   WS-LED-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUS-STATUS = "00"
               MOVE 'Y' TO WS-CUST-FILE-OK-FLAG
           END-IF.

           PERFORM LOAD-PERIOD-REVERSALS.
           PERFORM LOAD-OPEN-BALANCES.
           IF WS-ASK-CUSTOMER = SPACES
               PERFORM COLLECT-CUSTOMERS
           ELSE
               MOVE 1 TO WS-CUST-COUNT
               MOVE WS-ASK-CUSTOMER TO WS-CUST-CODE-TBL(1)
           END-IF.

           IF WS-CUST-COUNT = ZERO
               DISPLAY "CUST-ACTIVITY - SIN ACTIVIDAD ENTRE "
                   WS-FROM-DATE " Y " WS-TO-DATE
               CLOSE ORIGINALS-LEDGER
               IF WS-CUST-FILE-OK
                   CLOSE CUSTOMER-MASTER
               END-IF
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT STATEMENT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE STATEMENT-LINE FROM ENV-BANNER.
           ADD 1 TO WS-TOTAL-LINE-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CUST-COUNT
               MOVE WS-CUST-CODE-TBL(WS-SUB) TO WS-CURR-CUSTOMER
               PERFORM WRITE-ONE-STATEMENT
           END-PERFORM.
           CLOSE STATEMENT-FILE.

           CLOSE ORIGINALS-LEDGER.
           IF WS-CUST-FILE-OK
               CLOSE CUSTOMER-MASTER
           END-IF.

           PERFORM SUBMIT-TO-PRINT-QUEUE.

           DISPLAY "CUST-ACTIVITY - " WS-CUST-COUNT
               " ESTADOS EN CUSTACT.RPT".
           GOBACK.

       LOAD-PERIOD-REVERSALS.
           OPEN INPUT REVERSAL-FILE.
           IF WS-REV-STATUS NOT = "00"
               DISPLAY "REVERSAL.DAT NO DISPONIBLE - STATUS "
                   WS-REV-STATUS
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ REVERSAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF REV-DATE NOT < WS-FROM-DATE
                                   AND REV-DATE NOT > WS-TO-DATE
                               PERFORM KEEP-ONE-REVERSAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-FILE
           END-IF.

       KEEP-ONE-REVERSAL.
           MOVE REV-REFERENCE TO ORG-REFERENCE.
           READ ORIGINALS-LEDGER
               INVALID KEY
                   MOVE SPACES TO ORG-CUSTOMER
           END-READ.
           IF ORG-CUSTOMER NOT = SPACES
               IF WS-REV-COUNT >= 1000
                   DISPLAY "REVERSAL.DAT HAS MORE THAN 1000 "
                       "REVERSALS IN THE PERIOD - EXTRA IGNORED"
               ELSE
                   ADD 1 TO WS-REV-COUNT
                   MOVE ORG-CUSTOMER TO WS-RVT-CUSTOMER(WS-REV-COUNT)
                   MOVE REV-REFERENCE TO
                       WS-RVT-REFERENCE(WS-REV-COUNT)
                   MOVE REV-DATE TO WS-RVT-DATE(WS-REV-COUNT)
                   MOVE REV-ORIGINAL-AMOUNT TO
                       WS-RVT-ORIGINAL(WS-REV-COUNT)
                   MOVE REV-AMOUNT TO WS-RVT-AMOUNT(WS-REV-COUNT)
               END-IF
           END-IF.

      *    ADJBAL.DAT is the running balance per reversed reference;
      *    only references still partly open are of interest here.
       LOAD-OPEN-BALANCES.
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ BALANCE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF BAL-OPEN NOT = ZERO
                                   AND BAL-REVERSED NOT = ZERO
                               PERFORM KEEP-ONE-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       KEEP-ONE-BALANCE.
           MOVE BAL-REFERENCE TO ORG-REFERENCE.
           READ ORIGINALS-LEDGER
               INVALID KEY
                   MOVE SPACES TO ORG-CUSTOMER
           END-READ.
           IF ORG-CUSTOMER NOT = SPACES
               IF WS-OPEN-COUNT >= 1000
                   DISPLAY "ADJBAL.DAT HAS MORE THAN 1000 "
                       "OPEN BALANCES - EXTRA IGNORED"
               ELSE
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE ORG-CUSTOMER TO WS-OPN-CUSTOMER(WS-OPEN-COUNT)
                   MOVE BAL-REFERENCE TO
                       WS-OPN-REFERENCE(WS-OPEN-COUNT)
                   MOVE BAL-ORIGINAL TO WS-OPN-ORIGINAL(WS-OPEN-COUNT)
                   MOVE BAL-REVERSED TO WS-OPN-REVERSED(WS-OPEN-COUNT)
                   MOVE BAL-OPEN TO WS-OPN-OPEN(WS-OPEN-COUNT)
               END-IF
           END-IF.

       COLLECT-CUSTOMERS.
           MOVE LOW-VALUES TO ORG-REFERENCE.
           START ORIGINALS-LEDGER KEY NOT < ORG-REFERENCE
               INVALID KEY
                   CONTINUE
           END-START.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ ORIGINALS-LEDGER NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ORG-CUSTOMER NOT = SPACES
                               AND ORG-POST-DATE NOT < WS-FROM-DATE
                               AND ORG-POST-DATE NOT > WS-TO-DATE
                           MOVE ORG-CUSTOMER TO WS-NEW-CUSTOMER
                           PERFORM REMEMBER-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REV-COUNT
               MOVE WS-RVT-CUSTOMER(WS-SUB) TO WS-NEW-CUSTOMER
               PERFORM REMEMBER-CUSTOMER
           END-PERFORM.
           OPEN INPUT DETAIL-FILE.
           IF WS-DET-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ DETAIL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SDT-DATE NOT < WS-FROM-DATE
                                   AND SDT-DATE NOT > WS-TO-DATE
                               MOVE SDT-CUSTOMER TO WS-NEW-CUSTOMER
                               PERFORM REMEMBER-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DETAIL-FILE
           END-IF.

       REMEMBER-CUSTOMER.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
                   OR WS-CUST-CODE-TBL(WS-CUST-SUB) = WS-NEW-CUSTOMER
               CONTINUE
           END-PERFORM.
           IF WS-CUST-SUB > WS-CUST-COUNT
               IF WS-CUST-COUNT >= 200
                   DISPLAY "MAS DE 200 CLIENTES EN EL PERIODO - "
                       "RESTO OMITIDO"
               ELSE
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-NEW-CUSTOMER TO
                       WS-CUST-CODE-TBL(WS-CUST-COUNT)
               END-IF
           END-IF.

       WRITE-ONE-STATEMENT.
           MOVE WS-FROM-DATE TO SH-FROM.
           MOVE WS-TO-DATE TO SH-TO.
           MOVE WS-CURR-CUSTOMER TO SH-CUSTOMER.
           WRITE STATEMENT-LINE FROM WS-STMT-HEADER.
           ADD 1 TO WS-TOTAL-LINE-COUNT.
           PERFORM WRITE-CUSTOMER-NAME.

           PERFORM WRITE-ORIGINALS.
           PERFORM WRITE-REVERSALS.
           PERFORM WRITE-OPEN-BALANCES.
           PERFORM WRITE-SURCHARGES.

           COMPUTE WS-NET-POSITION = WS-ORIGINAL-TOTAL
               + WS-REVERSAL-TOTAL + WS-SURCHARGE-TOTAL.
           MOVE WS-NET-POSITION TO NT-TOTAL.
           WRITE STATEMENT-LINE FROM WS-NET-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           ADD 2 TO WS-TOTAL-LINE-COUNT.

       WRITE-CUSTOMER-NAME.
           IF WS-CUST-FILE-OK
               MOVE WS-CURR-CUSTOMER TO CUS-CODE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-NAME TO NL-NAME
                       MOVE CUS-CONTACT TO NL-CONTACT
                       WRITE STATEMENT-LINE FROM WS-NAME-LINE
                       ADD 1 TO WS-TOTAL-LINE-COUNT
               END-READ
           END-IF.

       WRITE-ORIGINALS.
           MOVE "ORIGINALES ASENTADOS" TO SC-TEXT.
           PERFORM WRITE-SECTION-HEAD.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-ORIGINAL-TOTAL.
           MOVE LOW-VALUES TO ORG-REFERENCE.
           START ORIGINALS-LEDGER KEY NOT < ORG-REFERENCE
               INVALID KEY
                   CONTINUE
           END-START.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ ORIGINALS-LEDGER NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ORG-CUSTOMER = WS-CURR-CUSTOMER
                               AND ORG-POST-DATE NOT < WS-FROM-DATE
                               AND ORG-POST-DATE NOT > WS-TO-DATE
                           ADD 1 TO WS-SECTION-COUNT
                           ADD ORG-AMOUNT TO WS-ORIGINAL-TOTAL
                           MOVE ORG-REFERENCE TO OL-REFERENCE
                           MOVE ORG-POST-DATE TO OL-DATE
                           MOVE ORG-AMOUNT TO OL-AMOUNT
                           WRITE STATEMENT-LINE FROM WS-ORIGINAL-LINE
                           ADD 1 TO WS-TOTAL-LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "TOTAL ORIGINALES" TO ST-LABEL.
           MOVE WS-ORIGINAL-TOTAL TO ST-TOTAL.
           PERFORM WRITE-SECTION-TOTAL.

      *    A reversal is partial when it gives back less than the
      *    original; reversal amounts carry the opposite sign.
       WRITE-REVERSALS.
           MOVE "REVERSIONES Y PARCIALES" TO SC-TEXT.
           PERFORM WRITE-SECTION-HEAD.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-REVERSAL-TOTAL.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REV-COUNT
               IF WS-RVT-CUSTOMER(WS-SUB) = WS-CURR-CUSTOMER
                   ADD 1 TO WS-SECTION-COUNT
                   ADD WS-RVT-AMOUNT(WS-SUB) TO WS-REVERSAL-TOTAL
                   MOVE WS-RVT-REFERENCE(WS-SUB) TO RL-REFERENCE
                   MOVE WS-RVT-DATE(WS-SUB) TO RL-DATE
                   MOVE WS-RVT-ORIGINAL(WS-SUB) TO RL-ORIGINAL
                   MOVE WS-RVT-AMOUNT(WS-SUB) TO RL-AMOUNT
                   COMPUTE WS-CHECK-AMOUNT = WS-RVT-ORIGINAL(WS-SUB)
                       + WS-RVT-AMOUNT(WS-SUB)
                   IF WS-CHECK-AMOUNT = ZERO
                       MOVE "TOTAL" TO RL-KIND
                   ELSE
                       MOVE "PARCIAL" TO RL-KIND
                   END-IF
                   WRITE STATEMENT-LINE FROM WS-REVERSAL-LINE
                   ADD 1 TO WS-TOTAL-LINE-COUNT
               END-IF
           END-PERFORM.
           MOVE "TOTAL REVERSIONES" TO ST-LABEL.
           MOVE WS-REVERSAL-TOTAL TO ST-TOTAL.
           PERFORM WRITE-SECTION-TOTAL.

      *    Balances are as they stand today, whatever the period; they
      *    are shown for information and are not part of the net.
       WRITE-OPEN-BALANCES.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OPEN-COUNT
               IF WS-OPN-CUSTOMER(WS-SUB) = WS-CURR-CUSTOMER
                   IF WS-SECTION-COUNT = ZERO
                       MOVE "SALDOS PENDIENTES TRAS PARCIALES (A HOY)"
                           TO SC-TEXT
                       PERFORM WRITE-SECTION-HEAD
                   END-IF
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE WS-OPN-REFERENCE(WS-SUB) TO PL-REFERENCE
                   MOVE WS-OPN-ORIGINAL(WS-SUB) TO PL-ORIGINAL
                   MOVE WS-OPN-REVERSED(WS-SUB) TO PL-REVERSED
                   MOVE WS-OPN-OPEN(WS-SUB) TO PL-OPEN
                   WRITE STATEMENT-LINE FROM WS-OPEN-LINE
                   ADD 1 TO WS-TOTAL-LINE-COUNT
               END-IF
           END-PERFORM.

       WRITE-SURCHARGES.
           MOVE "RECARGOS FACTURADOS" TO SC-TEXT.
           PERFORM WRITE-SECTION-HEAD.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-SURCHARGE-TOTAL.
           OPEN INPUT DETAIL-FILE.
           IF WS-DET-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ DETAIL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SDT-CUSTOMER = WS-CURR-CUSTOMER
                                   AND SDT-DATE NOT < WS-FROM-DATE
                                   AND SDT-DATE NOT > WS-TO-DATE
                               PERFORM WRITE-SURCHARGE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DETAIL-FILE
           END-IF.
           MOVE "TOTAL RECARGOS" TO ST-LABEL.
           MOVE WS-SURCHARGE-TOTAL TO ST-TOTAL.
           PERFORM WRITE-SECTION-TOTAL.

       WRITE-SURCHARGE-DETAIL.
           ADD 1 TO WS-SECTION-COUNT.
           ADD SDT-SUBTOTAL TO WS-SURCHARGE-TOTAL.
           MOVE SDT-DATE TO SL-DATE.
           MOVE SDT-PRICE TO SL-PRICE.
           MOVE SDT-RATE-CODE TO SL-RATE-CODE.
           MOVE SDT-SURCHARGE TO SL-SURCHARGE.
           MOVE SDT-SUBTOTAL TO SL-SUBTOTAL.
           WRITE STATEMENT-LINE FROM WS-SURCHARGE-LINE.
           ADD 1 TO WS-TOTAL-LINE-COUNT.

       WRITE-SECTION-HEAD.
           WRITE STATEMENT-LINE FROM WS-SECTION-LINE.
           ADD 1 TO WS-TOTAL-LINE-COUNT.

       WRITE-SECTION-TOTAL.
           IF WS-SECTION-COUNT = ZERO
               WRITE STATEMENT-LINE FROM WS-NONE-LINE
               ADD 1 TO WS-TOTAL-LINE-COUNT
           END-IF.
           MOVE WS-SECTION-COUNT TO ST-COUNT.
           WRITE STATEMENT-LINE FROM WS-SECTION-TOTAL-LINE.
           ADD 1 TO WS-TOTAL-LINE-COUNT.

       SUBMIT-TO-PRINT-QUEUE.
           MOVE SPACES TO PRINT-QUEUE-RECORD.
           MOVE "CUSTACT.RPT" TO PQ-REPORT-NAME.
           MOVE ZERO TO PQ-PRINT-DATE.
           MOVE ZERO TO PQ-PRINT-TIME.
           MOVE WS-RUN-DATE TO PQ-RUN-DATE.
           MOVE WS-RUN-TIME TO PQ-RUN-TIME.
           MOVE WS-TOTAL-LINE-COUNT TO PQ-LINE-COUNT.
           MOVE "QUEUED" TO PQ-STATUS.
           MOVE 5 TO PQ-PRIORITY.
           MOVE ZERO TO PQ-NEEDED-BY.
           OPEN EXTEND PRINT-QUEUE-FILE.
           IF WS-PQ-STATUS = "35"
               OPEN OUTPUT PRINT-QUEUE-FILE
           END-IF.
           WRITE PRINT-QUEUE-RECORD.
           CLOSE PRINT-QUEUE-FILE.

       END PROGRAM CUST-ACTIVITY.
