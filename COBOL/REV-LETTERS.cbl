      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REV-LETTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT ORIGINAL-FILE ASSIGN TO "ORIGTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-REFERENCE
               FILE STATUS IS WS-ORG-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CODE
               FILE STATUS IS WS-CUS-STATUS.
           SELECT CASH-CTL-FILE ASSIGN TO "CASHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REASON-FILE ASSIGN TO "REVREASN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSN-STATUS.
           SELECT LETTER-LOG-FILE ASSIGN TO "REVLTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLL-STATUS.
           SELECT LETTER-FILE ASSIGN TO "REVLTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "REVLTREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-QUEUE-FILE ASSIGN TO "PRINTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVERSAL-FILE.
       COPY REVREC.

       FD  ORIGINAL-FILE.
       COPY ORIGREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

      *    Same CASHCTL.DAT record CASH-FORECAST reads; only the bank
      *    lag from extract to value date is used here.
       FD  CASH-CTL-FILE.
       01  CASH-CTL-RECORD.
           02 CTL-DAY-LIMIT    PIC 9(9)V999.
           02 CTL-CUM-LIMIT    PIC 9(9)V999.
           02 CTL-PAY-LAG      PIC 9(2).
           02 CTL-APPROVAL-LAG PIC 9(2).

       FD  REASON-FILE.
       01  REASON-RECORD.
           02 RSN-CODE PIC X(4).
           02 RSN-DESC PIC X(30).

       FD  LETTER-LOG-FILE.
       COPY REVLTLOG.

       FD  LETTER-FILE.
       01  LETTER-LINE PIC X(80).

       FD  REGISTER-FILE.
       01  REGISTER-LINE PIC X(80).

       FD  PRINT-QUEUE-FILE.
       COPY PRINTQ.

       WORKING-STORAGE SECTION.
       01  WS-REV-STATUS PIC XX.
       01  WS-ORG-STATUS PIC XX.
       01  WS-CUS-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-RSN-STATUS PIC XX.
       01  WS-RLL-STATUS PIC XX.
       01  WS-PQ-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-SELECT-FLAG PIC X.
           88 WS-SELECTED VALUE 'Y' FALSE 'N'.

      *    The run is daily; a reversal extracted more than
      *    WS-LOOKBACK-DAYS ago is taken as already dealt with, which
      *    also keeps the part of REVLTLOG.DAT loaded to recent rows.
       01  WS-LOOKBACK-DAYS PIC 9(3) VALUE 30.
       01  WS-CUTOFF-DATE PIC 9(8).
       01  WS-PAY-LAG PIC 9(2) VALUE 1.
       01  WS-LAG-COUNT PIC 9(2).
       01  WS-BASE-DATE PIC 9(8).
       01  WS-PAY-DATE PIC 9(8).
       01  WS-PAY-AMOUNT PIC 9(7)V999.

       01  WS-SUB PIC 9(4).
       01  WS-CUST-SUB PIC 9(4).
       01  WS-DESC-SUB PIC 9(2).
       01  WS-FOUND-DESC PIC X(30).

       01  WS-LOG-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-LOG-OVERFLOW VALUE 'Y'.
       01  WS-LOG-COUNT PIC 9(4) VALUE ZERO.
       01  WS-LOG-TABLE.
           02 WS-LOG-ENTRY OCCURS 5000 TIMES.
               03 WS-LOG-NUMBER  PIC 9(8).
               03 WS-LOG-EXTRACT PIC 9(8).

       01  WS-DESC-COUNT PIC 9(2) VALUE ZERO.
       01  WS-DESC-TABLE.
           02 WS-DESC-ENTRY OCCURS 50 TIMES.
               03 WS-DESC-CODE PIC X(4).
               03 WS-DESC-TEXT PIC X(30).

      *    WS-SEL-LINK: L = customer found, O = original not on
      *    ORIGTRAN.DAT, B = original carries no customer, C = the
      *    customer is not on CUSTMAST.DAT.
       01  WS-SEL-FULL-FLAG PIC X VALUE 'N'.
           88 WS-SEL-FULL VALUE 'Y'.
       01  WS-SEL-COUNT PIC 9(4) VALUE ZERO.
       01  WS-SEL-TABLE.
           02 WS-SEL-ENTRY OCCURS 500 TIMES.
               03 WS-SEL-NUMBER     PIC 9(8).
               03 WS-SEL-EXTRACT    PIC 9(8).
               03 WS-SEL-REFERENCE  PIC X(10).
               03 WS-SEL-ORIGINAL   PIC S9(7)V999.
               03 WS-SEL-AMOUNT     PIC 9(7)V999.
               03 WS-SEL-REASON     PIC X(4).
               03 WS-SEL-VALUE-DATE PIC 9(8).
               03 WS-SEL-CUSTOMER   PIC X(6).
               03 WS-SEL-LINK       PIC X.
                   88 WS-SEL-LINKED VALUE 'L'.

       01  WS-CUST-COUNT PIC 9(4) VALUE ZERO.
       01  WS-CUST-TABLE.
           02 WS-CUST-ENTRY OCCURS 500 TIMES.
               03 WS-CUST-CODE-TBL    PIC X(6).
               03 WS-CUST-NAME-TBL    PIC X(20).
               03 WS-CUST-CONTACT-TBL PIC X(20).
               03 WS-CUST-ITEMS-TBL   PIC 9(4).
               03 WS-CUST-TOTAL-TBL   PIC 9(9)V999.

       01  WS-TOTAL-LINE-COUNT PIC 9(6) VALUE ZERO.
       01  WS-LETTER-COUNT PIC 9(4) VALUE ZERO.
       01  WS-LINKED-COUNT PIC 9(4) VALUE ZERO.
       01  WS-UNLINKED-COUNT PIC 9(4) VALUE ZERO.

       COPY RUNSTAMP.
       COPY CALRQ.
       COPY MSGFMT.

       01  WS-LETTER-HEADER.
           02 FILLER PIC X(36)
               VALUE "CONFIRMACION DE REVERSION DE CARGOS".
           02 FILLER PIC X(8) VALUE " FECHA: ".
           02 LH-DATE PIC 9(8).

       01  WS-CUSTOMER-LINE.
           02 FILLER PIC X(9) VALUE "CLIENTE: ".
           02 CL-CUSTOMER PIC X(6).

       01  WS-NAME-LINE.
           02 FILLER PIC X(9) VALUE "NOMBRE:  ".
           02 NL-NAME PIC X(20).
           02 FILLER PIC X(11) VALUE " CONTACTO: ".
           02 NL-CONTACT PIC X(20).

       01  WS-COLUMN-LINE.
           02 FILLER PIC X(12) VALUE "REFERENCIA  ".
           02 FILLER PIC X(12) VALUE "IMP.ORIGINAL".
           02 FILLER PIC X(13) VALUE "  IMP.REVERT.".
           02 FILLER PIC X(10) VALUE "  F.VALOR ".
           02 FILLER PIC X(7) VALUE " MOTIVO".

       01  WS-DETAIL-LINE.
           02 DL-REFERENCE PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-ORIGINAL PIC -ZZZZZZ9.999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-AMOUNT PIC ZZZZZZ9.999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-VALUE-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DL-REASON PIC X(30).

       01  WS-LETTER-TOTAL-LINE.
           02 FILLER PIC X(17) VALUE "TOTAL REVERTIDO: ".
           02 LT-TOTAL PIC ZZZZZZZZ9.999.
           02 FILLER PIC X(12) VALUE "  PARTIDAS: ".
           02 LT-ITEMS PIC ZZZ9.

       01  WS-REG-LETTER-LINE.
           02 FILLER PIC X(6) VALUE "CARTA ".
           02 RL-CUSTOMER PIC X(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RL-NAME PIC X(20).
           02 FILLER PIC X(11) VALUE " PARTIDAS: ".
           02 RL-ITEMS PIC ZZZ9.
           02 FILLER PIC X(8) VALUE " TOTAL: ".
           02 RL-TOTAL PIC ZZZZZZZZ9.999.

       01  WS-REG-ITEM-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 RI-NUMBER PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RI-REFERENCE PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RI-AMOUNT PIC ZZZZZZ9.999.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RI-CUSTOMER PIC X(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RI-CAUSE PIC X(25).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-LOOKBACK-DAYS).

           PERFORM LOAD-CASH-CONFIG.
           PERFORM LOAD-DESC-TABLE.

      *    Without the whole recent log a reversal could be confirmed
      *    twice, so an overflowing log stops the run.
           PERFORM LOAD-LETTER-LOG.
           IF WS-LOG-OVERFLOW
               DISPLAY "REVLTLOG.DAT HAS MORE THAN 5000 RECENT LETTERS "
                   "- RUN CANCELLED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT REVERSAL-FILE.
           IF WS-REV-STATUS NOT = "00"
               DISPLAY "REVERSAL.DAT NO DISPONIBLE - STATUS "
                   WS-REV-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    The customer link is what this run is for; without either
      *    file every reversal would be logged as unlinked for good.
           OPEN INPUT ORIGINAL-FILE.
           IF WS-ORG-STATUS NOT = "00"
               DISPLAY "ORIGTRAN.DAT NO DISPONIBLE - STATUS "
                   WS-ORG-STATUS
               CLOSE REVERSAL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT NO DISPONIBLE - STATUS "
                   WS-CUS-STATUS
               CLOSE REVERSAL-FILE
               CLOSE ORIGINAL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF OR WS-SEL-FULL
               READ REVERSAL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-NEW-LETTER
                       IF WS-SELECTED
                           PERFORM TAKE-ONE-REVERSAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REVERSAL-FILE.
           CLOSE ORIGINAL-FILE.
           CLOSE CUSTOMER-MASTER.
           IF WS-SEL-FULL
               DISPLAY "REVERSAL.DAT HAS MORE THAN 500 REVERSALS TO "
                   "CONFIRM - EXTRA LEFT FOR NEXT RUN"
           END-IF.

           IF WS-CUST-COUNT > ZERO
               PERFORM WRITE-LETTERS
               PERFORM SUBMIT-TO-PRINT-QUEUE
           END-IF.
           PERFORM WRITE-REGISTER.
           PERFORM APPEND-LETTER-LOG.

           IF WS-UNLINKED-COUNT > ZERO
               MOVE "W" TO MSG-SEVERITY
               MOVE "REVLETTR" TO MSG-PROGRAM-ID
               MOVE "RVL0001" TO MSG-ID
               MOVE "REVERSIONES SIN CLIENTE - CARTA NO EMITIDA"
                   TO MSG-TEXT
               CALL "MSG-LOOKUP" USING WS-STD-MESSAGE
               CALL "MSG-WRITER" USING WS-STD-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "REV-LETTERS - " WS-LETTER-COUNT
               " CARTAS EN REVLTR.RPT - " WS-UNLINKED-COUNT
               " REVERSIONES SIN CLIENTE - VER REVLTREG.RPT".
           GOBACK.

      *    A reversal is confirmed once SETTLE-EXTRACT has sent it to
      *    the bank, once per extract date: a bounce clears the date
      *    and the next extract that carries it gets its own letter.
       CHECK-NEW-LETTER.
           SET WS-SELECTED TO FALSE.
           IF REV-EXTRACT-DATE IS NUMERIC
               AND REV-EXTRACT-DATE > ZERO
               AND REV-EXTRACT-DATE >= WS-CUTOFF-DATE
               AND REV-SETTLE-FLAG NOT = 'B'
               SET WS-SELECTED TO TRUE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-LOG-COUNT
                       OR NOT WS-SELECTED
                   IF WS-LOG-NUMBER(WS-SUB) = REV-NUMBER
                       AND WS-LOG-EXTRACT(WS-SUB) = REV-EXTRACT-DATE
                       SET WS-SELECTED TO FALSE
                   END-IF
               END-PERFORM
           END-IF.

       TAKE-ONE-REVERSAL.
           IF WS-SEL-COUNT >= 500
               MOVE 'Y' TO WS-SEL-FULL-FLAG
           ELSE
               ADD 1 TO WS-SEL-COUNT
               MOVE REV-NUMBER TO WS-SEL-NUMBER(WS-SEL-COUNT)
               MOVE REV-EXTRACT-DATE TO WS-SEL-EXTRACT(WS-SEL-COUNT)
               MOVE REV-REFERENCE TO WS-SEL-REFERENCE(WS-SEL-COUNT)
               MOVE REV-ORIGINAL-AMOUNT
                   TO WS-SEL-ORIGINAL(WS-SEL-COUNT)
               COMPUTE WS-PAY-AMOUNT = REV-AMOUNT
               IF REV-AMOUNT < ZERO
                   COMPUTE WS-PAY-AMOUNT = REV-AMOUNT * -1
               END-IF
               MOVE WS-PAY-AMOUNT TO WS-SEL-AMOUNT(WS-SEL-COUNT)
               MOVE REV-REASON-CODE TO WS-SEL-REASON(WS-SEL-COUNT)
               MOVE REV-EXTRACT-DATE TO WS-BASE-DATE
               MOVE WS-PAY-LAG TO WS-LAG-COUNT
               PERFORM ADD-BUSINESS-DAYS
               MOVE WS-PAY-DATE TO WS-SEL-VALUE-DATE(WS-SEL-COUNT)
               MOVE SPACES TO WS-SEL-CUSTOMER(WS-SEL-COUNT)
               PERFORM FIND-CUSTOMER-LINK
           END-IF.

      *    REV-REFERENCE leads to the original on ORIGTRAN.DAT, and
      *    its ORG-CUSTOMER to the customer on CUSTMAST.DAT.
       FIND-CUSTOMER-LINK.
           MOVE REV-REFERENCE TO ORG-REFERENCE.
           READ ORIGINAL-FILE
               INVALID KEY
                   MOVE 'O' TO WS-SEL-LINK(WS-SEL-COUNT)
               NOT INVALID KEY
                   MOVE ORG-CUSTOMER TO WS-SEL-CUSTOMER(WS-SEL-COUNT)
                   IF ORG-CUSTOMER = SPACES
                       MOVE 'B' TO WS-SEL-LINK(WS-SEL-COUNT)
                   ELSE
                       PERFORM READ-LINKED-CUSTOMER
                   END-IF
           END-READ.
           IF WS-SEL-LINKED(WS-SEL-COUNT)
               ADD 1 TO WS-LINKED-COUNT
           ELSE
               ADD 1 TO WS-UNLINKED-COUNT
           END-IF.

       READ-LINKED-CUSTOMER.
           MOVE ORG-CUSTOMER TO CUS-CODE.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'C' TO WS-SEL-LINK(WS-SEL-COUNT)
               NOT INVALID KEY
                   MOVE 'L' TO WS-SEL-LINK(WS-SEL-COUNT)
                   PERFORM REMEMBER-CUSTOMER
           END-READ.

      *    The table is as long as the reversal table, so every
      *    linked customer has a place.
       REMEMBER-CUSTOMER.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
                   OR WS-CUST-CODE-TBL(WS-CUST-SUB) = CUS-CODE
               CONTINUE
           END-PERFORM.
           IF WS-CUST-SUB > WS-CUST-COUNT
               ADD 1 TO WS-CUST-COUNT
               MOVE CUS-CODE TO WS-CUST-CODE-TBL(WS-CUST-COUNT)
               MOVE CUS-NAME TO WS-CUST-NAME-TBL(WS-CUST-COUNT)
               MOVE CUS-CONTACT TO WS-CUST-CONTACT-TBL(WS-CUST-COUNT)
               MOVE ZERO TO WS-CUST-ITEMS-TBL(WS-CUST-COUNT)
               MOVE ZERO TO WS-CUST-TOTAL-TBL(WS-CUST-COUNT)
           END-IF.
           ADD 1 TO WS-CUST-ITEMS-TBL(WS-CUST-SUB).
           ADD WS-PAY-AMOUNT TO WS-CUST-TOTAL-TBL(WS-CUST-SUB).

      *    Expected value date: the extract date plus the bank lag
      *    from CASHCTL.DAT, in business days.
       ADD-BUSINESS-DAYS.
           MOVE WS-BASE-DATE TO WS-PAY-DATE.
           PERFORM WS-LAG-COUNT TIMES
               MOVE 'N' TO CAL-FUNCTION
               MOVE WS-PAY-DATE TO CAL-DATE-IN
               CALL "CAL-ROUTINE" USING CALENDAR-REQUEST
               MOVE CAL-DATE-OUT TO WS-PAY-DATE
           END-PERFORM.

       WRITE-LETTERS.
           OPEN OUTPUT LETTER-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE LETTER-LINE FROM ENV-BANNER.
           ADD 1 TO WS-TOTAL-LINE-COUNT.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
               PERFORM WRITE-ONE-LETTER
           END-PERFORM.
           CLOSE LETTER-FILE.

       WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE WS-RUN-DATE TO LH-DATE.
           WRITE LETTER-LINE FROM WS-LETTER-HEADER.
           MOVE WS-CUST-CODE-TBL(WS-CUST-SUB) TO CL-CUSTOMER.
           WRITE LETTER-LINE FROM WS-CUSTOMER-LINE.
           MOVE WS-CUST-NAME-TBL(WS-CUST-SUB) TO NL-NAME.
           MOVE WS-CUST-CONTACT-TBL(WS-CUST-SUB) TO NL-CONTACT.
           WRITE LETTER-LINE FROM WS-NAME-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "LE CONFIRMAMOS QUE LAS SIGUIENTES REVERSIONES HAN "
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "SIDO ENVIADAS AL BANCO PARA SU ABONO EN LA FECHA "
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "VALOR PREVISTA." TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE FROM WS-COLUMN-LINE.
           ADD 9 TO WS-TOTAL-LINE-COUNT.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SEL-COUNT
               IF WS-SEL-LINKED(WS-SUB)
                   AND WS-SEL-CUSTOMER(WS-SUB) =
                       WS-CUST-CODE-TBL(WS-CUST-SUB)
                   PERFORM WRITE-LETTER-DETAIL
               END-IF
           END-PERFORM.

           MOVE WS-CUST-TOTAL-TBL(WS-CUST-SUB) TO LT-TOTAL.
           MOVE WS-CUST-ITEMS-TBL(WS-CUST-SUB) TO LT-ITEMS.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE FROM WS-LETTER-TOTAL-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.
           ADD 4 TO WS-TOTAL-LINE-COUNT.

       WRITE-LETTER-DETAIL.
           MOVE WS-SEL-REFERENCE(WS-SUB) TO DL-REFERENCE.
           MOVE WS-SEL-ORIGINAL(WS-SUB) TO DL-ORIGINAL.
           MOVE WS-SEL-AMOUNT(WS-SUB) TO DL-AMOUNT.
           MOVE WS-SEL-VALUE-DATE(WS-SUB) TO DL-VALUE-DATE.
           PERFORM FIND-REASON-DESC.
           MOVE WS-FOUND-DESC TO DL-REASON.
           WRITE LETTER-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-TOTAL-LINE-COUNT.

      *    Reversals from before reason support carry no code; a code
      *    no longer on REVREASN.DAT is shown as it stands.
       FIND-REASON-DESC.
           IF WS-SEL-REASON(WS-SUB) = SPACES
               MOVE "SIN MOTIVO REGISTRADO" TO WS-FOUND-DESC
           ELSE
               MOVE WS-SEL-REASON(WS-SUB) TO WS-FOUND-DESC
               PERFORM VARYING WS-DESC-SUB FROM 1 BY 1
                       UNTIL WS-DESC-SUB > WS-DESC-COUNT
                   IF WS-DESC-CODE(WS-DESC-SUB) = WS-SEL-REASON(WS-SUB)
                       MOVE WS-DESC-TEXT(WS-DESC-SUB) TO WS-FOUND-DESC
                   END-IF
               END-PERFORM
           END-IF.

       SUBMIT-TO-PRINT-QUEUE.
           MOVE SPACES TO PRINT-QUEUE-RECORD.
           MOVE "REVLTR.RPT" TO PQ-REPORT-NAME.
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

       WRITE-REGISTER.
           OPEN OUTPUT REGISTER-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE REGISTER-LINE FROM ENV-BANNER.
           MOVE SPACES TO REGISTER-LINE.
           STRING "REGISTRO DE CARTAS DE REVERSION - " WS-RUN-DATE
               " - EXTRAIDAS DESDE " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE "CARTAS EMITIDAS" TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
               MOVE WS-CUST-CODE-TBL(WS-CUST-SUB) TO RL-CUSTOMER
               MOVE WS-CUST-NAME-TBL(WS-CUST-SUB) TO RL-NAME
               MOVE WS-CUST-ITEMS-TBL(WS-CUST-SUB) TO RL-ITEMS
               MOVE WS-CUST-TOTAL-TBL(WS-CUST-SUB) TO RL-TOTAL
               WRITE REGISTER-LINE FROM WS-REG-LETTER-LINE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-SEL-COUNT
                   IF WS-SEL-LINKED(WS-SUB)
                       AND WS-SEL-CUSTOMER(WS-SUB) =
                           WS-CUST-CODE-TBL(WS-CUST-SUB)
                       PERFORM WRITE-REGISTER-ITEM
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO REGISTER-LINE.
           STRING "CARTAS: " WS-LETTER-COUNT
               " REVERSIONES CONFIRMADAS: " WS-LINKED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE "REVERSIONES SIN VINCULO DE CLIENTE - SIN CARTA"
               TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SEL-COUNT
               IF NOT WS-SEL-LINKED(WS-SUB)
                   PERFORM WRITE-REGISTER-ITEM
               END-IF
           END-PERFORM.
           MOVE SPACES TO REGISTER-LINE.
           STRING "REVERSIONES SIN CLIENTE: " WS-UNLINKED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           CLOSE REGISTER-FILE.

       WRITE-REGISTER-ITEM.
           MOVE WS-SEL-NUMBER(WS-SUB) TO RI-NUMBER.
           MOVE WS-SEL-REFERENCE(WS-SUB) TO RI-REFERENCE.
           MOVE WS-SEL-AMOUNT(WS-SUB) TO RI-AMOUNT.
           MOVE WS-SEL-CUSTOMER(WS-SUB) TO RI-CUSTOMER.
           EVALUATE WS-SEL-LINK(WS-SUB)
               WHEN 'L'
                   MOVE SPACES TO RI-CAUSE
               WHEN 'O'
                   MOVE "ORIGINAL NO ENCONTRADO" TO RI-CAUSE
               WHEN 'B'
                   MOVE "ORIGINAL SIN CLIENTE" TO RI-CAUSE
               WHEN OTHER
                   MOVE "CLIENTE NO EN CUSTMAST" TO RI-CAUSE
           END-EVALUATE.
           WRITE REGISTER-LINE FROM WS-REG-ITEM-LINE.

      *    Unlinked reversals are logged too: they are listed on one
      *    register, not every day until they age out.
       APPEND-LETTER-LOG.
           OPEN EXTEND LETTER-LOG-FILE.
           IF WS-RLL-STATUS = "35"
               OPEN OUTPUT LETTER-LOG-FILE
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SEL-COUNT
               MOVE WS-SEL-NUMBER(WS-SUB) TO RLL-NUMBER
               MOVE WS-SEL-EXTRACT(WS-SUB) TO RLL-EXTRACT-DATE
               MOVE WS-SEL-REFERENCE(WS-SUB) TO RLL-REFERENCE
               MOVE WS-SEL-CUSTOMER(WS-SUB) TO RLL-CUSTOMER
               MOVE WS-RUN-DATE TO RLL-LETTER-DATE
               IF WS-SEL-LINKED(WS-SUB)
                   SET RLL-LETTER-ISSUED TO TRUE
               ELSE
                   SET RLL-NO-LINK TO TRUE
               END-IF
               WRITE REVERSAL-LETTER-RECORD
           END-PERFORM.
           CLOSE LETTER-LOG-FILE.

       LOAD-LETTER-LOG.
           OPEN INPUT LETTER-LOG-FILE.
           IF WS-RLL-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ LETTER-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RLL-EXTRACT-DATE >= WS-CUTOFF-DATE
                               PERFORM REMEMBER-LOG-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LETTER-LOG-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       REMEMBER-LOG-ENTRY.
           IF WS-LOG-COUNT >= 5000
               MOVE 'Y' TO WS-LOG-OVERFLOW-FLAG
           ELSE
               ADD 1 TO WS-LOG-COUNT
               MOVE RLL-NUMBER TO WS-LOG-NUMBER(WS-LOG-COUNT)
               MOVE RLL-EXTRACT-DATE TO WS-LOG-EXTRACT(WS-LOG-COUNT)
           END-IF.

       LOAD-CASH-CONFIG.
           OPEN INPUT CASH-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CASH-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-PAY-LAG IS NUMERIC
                           MOVE CTL-PAY-LAG TO WS-PAY-LAG
                       ELSE
                           DISPLAY "CASHCTL.DAT INVALIDO - DEMORA "
                               "BANCARIA DE 1 DIA"
                       END-IF
               END-READ
               CLOSE CASH-CTL-FILE
           END-IF.

       LOAD-DESC-TABLE.
           OPEN INPUT REASON-FILE.
           IF WS-RSN-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ REASON-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-DESC-COUNT >= 50
                               DISPLAY "REVREASN.DAT HAS MORE THAN "
                                   "50 REASONS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-DESC-COUNT
                               MOVE RSN-CODE TO
                                   WS-DESC-CODE(WS-DESC-COUNT)
                               MOVE RSN-DESC TO
                                   WS-DESC-TEXT(WS-DESC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REASON-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       END PROGRAM REV-LETTERS.
