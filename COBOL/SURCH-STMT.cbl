               FILE STATUS IS WS-CUS-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "SURCHSTM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRM-STATUS.
           SELECT PRINT-QUEUE-FILE ASSIGN TO "PRINTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(80).

       FD  CREDIT-MEMO-FILE.
       COPY CRMEMO.

       FD  PRINT-QUEUE-FILE.
       COPY PRINTQ.

       01  WS-DET-STATUS PIC XX.
       01  WS-CUS-STATUS PIC XX.
       01  WS-PQ-STATUS PIC XX.
       01  WS-CRM-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-CUST-FILE-OK-FLAG PIC X VALUE 'N'.
           88 WS-CUST-FILE-OK VALUE 'Y'.
       01  WS-CONSOL-ANSWER PIC X VALUE 'N'.
           88 WS-CONSOLIDATED VALUE 'S' 's'.

       01  WS-STMT-MONTH PIC 9(6).
       01  WS-SUB PIC 9(3).
       01  WS-CUST-TABLE.
           02 WS-CUST-ENTRY OCCURS 100 TIMES.
               03 WS-CUST-CODE-TBL PIC X(6).
               03 WS-CUST-HEAD-TBL PIC X(6).
       01  WS-CURR-CUSTOMER PIC X(6).
       01  WS-NEW-CUSTOMER PIC X(6).
       01  WS-LINE-COUNT PIC 9(5).
       01  WS-MONTH-TOTAL PIC 9(7)V999.
       01  WS-TOTAL-LINE-COUNT PIC 9(6) VALUE ZERO.
       01  WS-MEMO-COUNT PIC 9(5).
       01  WS-MEMO-TOTAL PIC 9(7)V999.
       01  WS-MONTH-NET PIC S9(7)V999.
       01  WS-STMT-COUNT PIC 9(3) VALUE ZERO.

      *    Consolidated statements group each customer under the head
      *    of its CUS-PARENT chain. CUST-MAINT keeps the chains short
      *    and free of cycles; the walk is capped all the same.
       01  WS-MAX-GROUP-DEPTH PIC 9(2) VALUE 10.
       01  WS-CHAIN-CODE PIC X(6).
       01  WS-CHAIN-DEPTH PIC 9(2).
       01  WS-HEAD-CODE PIC X(6).
       01  WS-GRP-SUB PIC 9(3).
       01  WS-MEM-SUB PIC 9(3).
       01  WS-GROUP-MEMBERS PIC 9(3).
       01  WS-GROUP-DONE-FLAG PIC X VALUE 'N'.
           88 WS-GROUP-DONE VALUE 'Y' FALSE 'N'.
       01  WS-GROUP-LINES PIC 9(5).
       01  WS-GROUP-TOTAL PIC 9(7)V999.
       01  WS-GROUP-MEMO-COUNT PIC 9(5).
       01  WS-GROUP-MEMO-TOTAL PIC 9(7)V999.

       COPY RUNSTAMP.
       COPY REFNUMRQ.
           02 FILLER PIC X(11) VALUE "  CLIENTE: ".
           02 SH-CUSTOMER PIC X(6).

       01  WS-GROUP-HEADER.
           02 FILLER PIC X(22) VALUE "ESTADO CONSOLIDADO -  ".
           02 GH-MONTH PIC 9(6).
           02 FILLER PIC X(11) VALUE "  GRUPO:   ".
           02 GH-HEAD PIC X(6).

       01  WS-BRANCH-LINE.
           02 FILLER PIC X(10) VALUE "SUCURSAL: ".
           02 BL-CUSTOMER PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BL-NAME PIC X(20).

       01  WS-NAME-LINE.
           02 FILLER PIC X(9) VALUE "NOMBRE:  ".
           02 NL-NAME PIC X(20).
           02 DL-SUBTOTAL PIC ZZZ9.999.

       01  WS-TOTAL-LINE.
           02 TL-LABEL PIC X(14) VALUE "TOTAL DEL MES ".
           02 TL-MONTH PIC 9(6).
           02 FILLER PIC X(9) VALUE " LINEAS: ".
           02 TL-LINES PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE " TOTAL: ".
           02 TL-TOTAL PIC ZZZZZZ9.999.

       01  WS-MEMO-LINE.
           02 FILLER PIC X(7) VALUE "N.CRED ".
           02 ML-MEMO-NO PIC 9(8).
           02 FILLER PIC X(7) VALUE " FECHA ".
           02 ML-DATE PIC 9(8).
           02 FILLER PIC X(7) VALUE " LINEA ".
           02 ML-LINE-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ML-RATE-CODE PIC X(6).
           02 FILLER PIC X(5) VALUE " SUB ".
           02 ML-SUBTOTAL PIC -ZZZ9.999.
           02 FILLER PIC X(5) VALUE " IVA ".
           02 ML-VAT PIC -ZZZ9.999.

       01  WS-MEMO-TOTAL-LINE.
           02 FILLER PIC X(20) VALUE "NOTAS DE CREDITO    ".
           02 FILLER PIC X(9) VALUE " LINEAS: ".
           02 MT-LINES PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE " TOTAL: ".
           02 MT-TOTAL PIC -ZZZZZZ9.999.

       01  WS-NET-LINE.
           02 NT-LABEL PIC X(14) VALUE "NETO DEL MES  ".
           02 NT-MONTH PIC 9(6).
           02 FILLER PIC X(23) VALUE SPACES.
           02 NT-TOTAL PIC -ZZZZZZ9.999.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-STMT-MONTH IS NOT NUMERIC OR WS-STMT-MONTH = ZERO
               MOVE WS-RUN-DATE(1:6) TO WS-STMT-MONTH
           END-IF.
           DISPLAY "ESTADO CONSOLIDADO POR GRUPO (S/N) : ".
           ACCEPT WS-CONSOL-ANSWER.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUS-STATUS = "00"
           END-IF.

           OPEN OUTPUT STATEMENT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE STATEMENT-LINE FROM ENV-BANNER.
           ADD 1 TO WS-TOTAL-LINE-COUNT.
           MOVE "STMT" TO RNQ-SERIES.
           MOVE 'N' TO RNQ-RESULT-FLAG.
           CALL "REF-ISSUER" USING REFNUM-REQUEST.
           END-IF.
           WRITE STATEMENT-LINE FROM WS-RUN-NUMBER-LINE.
           ADD 1 TO WS-TOTAL-LINE-COUNT.
           IF WS-CONSOLIDATED
               PERFORM WRITE-GROUP-STATEMENTS
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CUST-COUNT
                   MOVE WS-CUST-CODE-TBL(WS-SUB) TO WS-CURR-CUSTOMER
                   PERFORM WRITE-ONE-STATEMENT
               END-PERFORM
           END-IF.
           CLOSE STATEMENT-FILE.

           IF WS-CUST-FILE-OK

           PERFORM SUBMIT-TO-PRINT-QUEUE.

           DISPLAY "SURCH-STMT - " WS-STMT-COUNT
               " ESTADOS EN SURCHSTM.RPT".
           GOBACK.

                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SDT-DATE(1:6) = WS-STMT-MONTH
                               MOVE SDT-CUSTOMER TO WS-NEW-CUSTOMER
                               PERFORM REMEMBER-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DETAIL-FILE
           END-IF.
           OPEN INPUT CREDIT-MEMO-FILE.
           IF WS-CRM-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ CREDIT-MEMO-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CRM-DATE(1:6) = WS-STMT-MONTH
                               MOVE CRM-CUSTOMER TO WS-NEW-CUSTOMER
                               PERFORM REMEMBER-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-MEMO-FILE
           END-IF.

       REMEMBER-CUSTOMER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CUST-COUNT
                   OR WS-CUST-CODE-TBL(WS-SUB) = WS-NEW-CUSTOMER
               CONTINUE
           END-PERFORM.
           IF WS-SUB > WS-CUST-COUNT
                       "RESTO OMITIDO"
               ELSE
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-NEW-CUSTOMER TO
                       WS-CUST-CODE-TBL(WS-CUST-COUNT)
               END-IF
           END-IF.

       WRITE-ONE-STATEMENT.
           ADD 1 TO WS-STMT-COUNT.
           MOVE WS-STMT-MONTH TO SH-MONTH.
           MOVE WS-CURR-CUSTOMER TO SH-CUSTOMER.
           WRITE STATEMENT-LINE FROM WS-STMT-HEADER.

           PERFORM WRITE-CUSTOMER-NAME.

           MOVE "TOTAL DEL MES " TO TL-LABEL.
           MOVE "NETO DEL MES  " TO NT-LABEL.
           PERFORM WRITE-CUSTOMER-LINES.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           ADD 1 TO WS-TOTAL-LINE-COUNT.

      *    Month detail, total and credit memos of WS-CURR-CUSTOMER,
      *    under the total and net labels set by the caller.
       WRITE-CUSTOMER-LINES.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-MONTH-TOTAL.
           OPEN INPUT DETAIL-FILE.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
           MOVE WS-LINE-COUNT TO TL-LINES.
           MOVE WS-MONTH-TOTAL TO TL-TOTAL.
           WRITE STATEMENT-LINE FROM WS-TOTAL-LINE.
           ADD 1 TO WS-TOTAL-LINE-COUNT.

           PERFORM WRITE-CREDIT-MEMOS.

      *    One statement per group head, with a section and subtotal
      *    per branch, the head's own charges first. A customer that
      *    is not in any group keeps its ordinary statement.
       WRITE-GROUP-STATEMENTS.
           IF NOT WS-CUST-FILE-OK
               DISPLAY "CUSTMAST.DAT NO DISPONIBLE - ESTADOS SIN "
                   "CONSOLIDAR"
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CUST-COUNT
               MOVE WS-CUST-CODE-TBL(WS-SUB) TO WS-HEAD-CODE
               IF WS-CUST-FILE-OK
                   PERFORM FIND-GROUP-HEAD
               END-IF
               MOVE WS-HEAD-CODE TO WS-CUST-HEAD-TBL(WS-SUB)
           END-PERFORM.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-CUST-COUNT
               MOVE WS-CUST-HEAD-TBL(WS-GRP-SUB) TO WS-HEAD-CODE
               SET WS-GROUP-DONE TO FALSE
               MOVE ZERO TO WS-GROUP-MEMBERS
               PERFORM VARYING WS-MEM-SUB FROM 1 BY 1
                       UNTIL WS-MEM-SUB > WS-CUST-COUNT
                   IF WS-CUST-HEAD-TBL(WS-MEM-SUB) = WS-HEAD-CODE
                       ADD 1 TO WS-GROUP-MEMBERS
                       IF WS-MEM-SUB < WS-GRP-SUB
                           SET WS-GROUP-DONE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-GROUP-DONE
                   IF WS-GROUP-MEMBERS = 1
                       AND WS-CUST-CODE-TBL(WS-GRP-SUB) = WS-HEAD-CODE
                       MOVE WS-HEAD-CODE TO WS-CURR-CUSTOMER
                       PERFORM WRITE-ONE-STATEMENT
                   ELSE
                       PERFORM WRITE-ONE-GROUP-STATEMENT
                   END-IF
               END-IF
           END-PERFORM.

      *    WS-HEAD-CODE comes in as a customer and goes out as the
      *    last customer on file up its parent chain.
       FIND-GROUP-HEAD.
           MOVE WS-HEAD-CODE TO WS-CHAIN-CODE.
           MOVE ZERO TO WS-CHAIN-DEPTH.
           PERFORM UNTIL WS-CHAIN-CODE = SPACES
               MOVE WS-CHAIN-CODE TO CUS-CODE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE SPACES TO WS-CHAIN-CODE
                   NOT INVALID KEY
                       MOVE CUS-CODE TO WS-HEAD-CODE
                       MOVE CUS-PARENT TO WS-CHAIN-CODE
                       ADD 1 TO WS-CHAIN-DEPTH
                       IF WS-CHAIN-DEPTH NOT < WS-MAX-GROUP-DEPTH
                           MOVE SPACES TO WS-CHAIN-CODE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-ONE-GROUP-STATEMENT.
           ADD 1 TO WS-STMT-COUNT.
           MOVE ZERO TO WS-GROUP-LINES.
           MOVE ZERO TO WS-GROUP-TOTAL.
           MOVE ZERO TO WS-GROUP-MEMO-COUNT.
           MOVE ZERO TO WS-GROUP-MEMO-TOTAL.

           MOVE WS-STMT-MONTH TO GH-MONTH.
           MOVE WS-HEAD-CODE TO GH-HEAD.
           WRITE STATEMENT-LINE FROM WS-GROUP-HEADER.
           ADD 1 TO WS-TOTAL-LINE-COUNT.
           MOVE WS-HEAD-CODE TO WS-CURR-CUSTOMER.
           PERFORM WRITE-CUSTOMER-NAME.

           MOVE "SUBT SUCURSAL " TO TL-LABEL.
           MOVE "NETO SUCURSAL " TO NT-LABEL.
           PERFORM VARYING WS-MEM-SUB FROM 1 BY 1
                   UNTIL WS-MEM-SUB > WS-CUST-COUNT
               IF WS-CUST-HEAD-TBL(WS-MEM-SUB) = WS-HEAD-CODE
                   AND WS-CUST-CODE-TBL(WS-MEM-SUB) = WS-HEAD-CODE
                   PERFORM WRITE-BRANCH-SECTION
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-MEM-SUB FROM 1 BY 1
                   UNTIL WS-MEM-SUB > WS-CUST-COUNT
               IF WS-CUST-HEAD-TBL(WS-MEM-SUB) = WS-HEAD-CODE
                   AND WS-CUST-CODE-TBL(WS-MEM-SUB) NOT = WS-HEAD-CODE
                   PERFORM WRITE-BRANCH-SECTION
               END-IF
           END-PERFORM.

           MOVE "TOTAL GRUPO   " TO TL-LABEL.
           MOVE WS-STMT-MONTH TO TL-MONTH.
           MOVE WS-GROUP-LINES TO TL-LINES.
           MOVE WS-GROUP-TOTAL TO TL-TOTAL.
           WRITE STATEMENT-LINE FROM WS-TOTAL-LINE.
           ADD 1 TO WS-TOTAL-LINE-COUNT.
           IF WS-GROUP-MEMO-COUNT > ZERO
               MOVE WS-GROUP-MEMO-COUNT TO MT-LINES
               COMPUTE MT-TOTAL = WS-GROUP-MEMO-TOTAL * -1
               WRITE STATEMENT-LINE FROM WS-MEMO-TOTAL-LINE
               COMPUTE WS-MONTH-NET =
                   WS-GROUP-TOTAL - WS-GROUP-MEMO-TOTAL
               MOVE "NETO GRUPO    " TO NT-LABEL
               MOVE WS-STMT-MONTH TO NT-MONTH
               MOVE WS-MONTH-NET TO NT-TOTAL
               WRITE STATEMENT-LINE FROM WS-NET-LINE
               ADD 2 TO WS-TOTAL-LINE-COUNT
           END-IF.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           ADD 1 TO WS-TOTAL-LINE-COUNT.

       WRITE-BRANCH-SECTION.
           MOVE WS-CUST-CODE-TBL(WS-MEM-SUB) TO WS-CURR-CUSTOMER.
           MOVE WS-CURR-CUSTOMER TO BL-CUSTOMER.
           MOVE SPACES TO BL-NAME.
           IF WS-CUST-FILE-OK
               MOVE WS-CURR-CUSTOMER TO CUS-CODE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-NAME TO BL-NAME
               END-READ
           END-IF.
           WRITE STATEMENT-LINE FROM WS-BRANCH-LINE.
           ADD 1 TO WS-TOTAL-LINE-COUNT.
           PERFORM WRITE-CUSTOMER-LINES.
           ADD WS-LINE-COUNT TO WS-GROUP-LINES.
           ADD WS-MONTH-TOTAL TO WS-GROUP-TOTAL.
           ADD WS-MEMO-COUNT TO WS-GROUP-MEMO-COUNT.
           ADD WS-MEMO-TOTAL TO WS-GROUP-MEMO-TOTAL.

       WRITE-CUSTOMER-NAME.
           IF WS-CUST-FILE-OK
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-TOTAL-LINE-COUNT.

      *    Credit memos from upheld disputes dated in the statement
      *    month. They are shown at the statement's subtotal basis
      *    (the VAT credited alongside) and netted off the month.
       WRITE-CREDIT-MEMOS.
           MOVE ZERO TO WS-MEMO-COUNT.
           MOVE ZERO TO WS-MEMO-TOTAL.
           OPEN INPUT CREDIT-MEMO-FILE.
           IF WS-CRM-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ CREDIT-MEMO-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CRM-CUSTOMER = WS-CURR-CUSTOMER
                               AND CRM-DATE(1:6) = WS-STMT-MONTH
                               PERFORM WRITE-CREDIT-MEMO-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-MEMO-FILE
           END-IF.
           IF WS-MEMO-COUNT > ZERO
               MOVE WS-MEMO-COUNT TO MT-LINES
               COMPUTE MT-TOTAL = WS-MEMO-TOTAL * -1
               WRITE STATEMENT-LINE FROM WS-MEMO-TOTAL-LINE
               COMPUTE WS-MONTH-NET = WS-MONTH-TOTAL - WS-MEMO-TOTAL
               MOVE WS-STMT-MONTH TO NT-MONTH
               MOVE WS-MONTH-NET TO NT-TOTAL
               WRITE STATEMENT-LINE FROM WS-NET-LINE
               ADD 2 TO WS-TOTAL-LINE-COUNT
           END-IF.

       WRITE-CREDIT-MEMO-LINE.
           ADD 1 TO WS-MEMO-COUNT.
           ADD CRM-SUBTOTAL TO WS-MEMO-TOTAL.
           MOVE CRM-MEMO-NO TO ML-MEMO-NO.
           MOVE CRM-DATE TO ML-DATE.
           MOVE CRM-LINE-DATE TO ML-LINE-DATE.
           MOVE CRM-RATE-CODE TO ML-RATE-CODE.
           COMPUTE ML-SUBTOTAL = CRM-SUBTOTAL * -1.
           COMPUTE ML-VAT = CRM-VAT * -1.
           WRITE STATEMENT-LINE FROM WS-MEMO-LINE.
           ADD 1 TO WS-TOTAL-LINE-COUNT.

       SUBMIT-TO-PRINT-QUEUE.
           MOVE SPACES TO PRINT-QUEUE-RECORD.
           MOVE "SURCHSTM.RPT" TO PQ-REPORT-NAME.
