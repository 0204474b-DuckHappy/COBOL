      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMA-BASICA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAPE-FILE ASSIGN TO "SUMATAPE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVIDENCE-FILE ASSIGN TO "SUMATAPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVD-STATUS.
           SELECT PRINT-QUEUE-FILE ASSIGN TO "PRINTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    The tape of this session, for printing.
       FD  TAPE-FILE.
       01  TAPE-LINE PIC X(70).
      *    Every tape ever run, kept as evidence of the tie-out: each
      *    line carries the session it belongs to.
       FD  EVIDENCE-FILE.
       01  EVIDENCE-RECORD.
           02 EVD-DATE     PIC 9(8).
           02 EVD-TIME     PIC 9(8).
           02 EVD-OPERATOR PIC X(8).
           02 EVD-LINE     PIC X(70).
       FD  PRINT-QUEUE-FILE.
       COPY PRINTQ.
       WORKING-STORAGE SECTION.
       COPY ARITHFLD.
       01  RESULT PIC S9(9)V99 VALUE ZERO.
       01  WS-ENTRY-AMOUNT PIC S9(9)V99.
       01  WS-EVD-STATUS PIC XX.
       01  WS-PQ-STATUS PIC XX.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-KEY PIC X.
       01  WS-ANSWER PIC X.
       01  WS-ENTRY-TIME PIC 9(8).
       01  WS-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01  WS-LINE-COUNT PIC 9(6) VALUE ZERO.
      *    Control total the tape should agree with, taken from a
      *    report such as OPBASCTL.RPT or BALCERT.RPT.
       01  WS-TARGET-FLAG PIC X VALUE 'N'.
           88 WS-HAS-TARGET VALUE 'Y'.
       01  WS-TARGET-SOURCE PIC X(12) VALUE SPACES.
       01  WS-TARGET PIC S9(9)V99 VALUE ZERO.
       01  WS-DIFFERENCE PIC S9(9)V99 VALUE ZERO.
       01  WS-AMOUNT-EDIT PIC ---,---,--9.99.

       COPY RUNSTAMP.
       COPY SIGNONRQ.

       01  WS-HEAD-LINE.
           02 FILLER PIC X(24) VALUE "CINTA DE SUMA  OPERADOR ".
           02 HL-OPERATOR PIC X(8).
           02 FILLER PIC X(8) VALUE "  FECHA ".
           02 HL-DATE PIC 9(8).
           02 FILLER PIC X(7) VALUE "  HORA ".
           02 HL-TIME PIC 9(6).

       01  WS-TARGET-LINE.
           02 FILLER PIC X(18) VALUE "TOTAL DE CONTROL  ".
           02 GL-SOURCE PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 GL-AMOUNT PIC ---,---,--9.99.

       01  WS-TAPE-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TD-TIME PIC X(6).
           02 FILLER PIC X(4) VALUE SPACES.
           02 TD-AMOUNT PIC ---,---,--9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 TD-SYMBOL PIC X(2).
           02 FILLER PIC X(4) VALUE SPACES.
           02 TD-NOTE PIC X(30).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE 'I' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           IF NOT SGN-ACCEPTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ASK-TARGET.

           OPEN OUTPUT TAPE-FILE.
           OPEN EXTEND EVIDENCE-FILE.
           IF WS-EVD-STATUS = "35"
               OPEN OUTPUT EVIDENCE-FILE
           END-IF.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           MOVE ENV-BANNER TO TAPE-LINE.
           PERFORM WRITE-TAPE-LINE.
           MOVE SGN-OPERATOR-ID TO HL-OPERATOR.
           MOVE WS-RUN-DATE TO HL-DATE.
           MOVE WS-RUN-TIME(1:6) TO HL-TIME.
           MOVE WS-HEAD-LINE TO TAPE-LINE.
           PERFORM WRITE-TAPE-LINE.
           IF WS-HAS-TARGET
               MOVE WS-TARGET-SOURCE TO GL-SOURCE
               MOVE WS-TARGET TO GL-AMOUNT
               MOVE WS-TARGET-LINE TO TAPE-LINE
               PERFORM WRITE-TAPE-LINE
           END-IF.
           MOVE SPACES TO TAPE-LINE.
           PERFORM WRITE-TAPE-LINE.

           PERFORM UNTIL WS-DONE
               DISPLAY "+ SUMAR  - RESTAR  S SUBTOTAL  C BORRAR  "
                   "X FIN : "
               ACCEPT WS-KEY
               EVALUATE WS-KEY
                   WHEN '+'
                       PERFORM ADD-ENTRY
                   WHEN '-'
                       PERFORM SUBTRACT-ENTRY
                   WHEN 'S'
                   WHEN 's'
                       PERFORM PRINT-SUBTOTAL
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM CLEAR-TOTAL
                   WHEN 'X'
                   WHEN 'x'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

           PERFORM PRINT-FINAL-TOTAL.
           CLOSE TAPE-FILE.
           CLOSE EVIDENCE-FILE.
           PERFORM SUBMIT-TO-PRINT-QUEUE.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.

            STOP RUN.

       ASK-TARGET.
           DISPLAY "CUADRAR CONTRA UN TOTAL DE CONTROL (S/N) : ".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = 'S' OR WS-ANSWER = 's'
               DISPLAY "INFORME DE ORIGEN (EJ OPBASCTL.RPT) : "
               ACCEPT WS-TARGET-SOURCE
               DISPLAY "TOTAL DE CONTROL : "
               ACCEPT WS-TARGET
               SET WS-HAS-TARGET TO TRUE
           END-IF.

       ADD-ENTRY.
           DISPLAY "IMPORTE : ".
           ACCEPT WS-ENTRY-AMOUNT.
           ADD WS-ENTRY-AMOUNT TO RESULT.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE WS-ENTRY-AMOUNT TO TD-AMOUNT.
           MOVE " +" TO TD-SYMBOL.
           MOVE SPACES TO TD-NOTE.
           PERFORM WRITE-TAPE-ENTRY.

       SUBTRACT-ENTRY.
           DISPLAY "IMPORTE : ".
           ACCEPT WS-ENTRY-AMOUNT.
           SUBTRACT WS-ENTRY-AMOUNT FROM RESULT.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE WS-ENTRY-AMOUNT TO TD-AMOUNT.
           MOVE " -" TO TD-SYMBOL.
           MOVE SPACES TO TD-NOTE.
           PERFORM WRITE-TAPE-ENTRY.

       PRINT-SUBTOTAL.
           MOVE RESULT TO TD-AMOUNT.
           MOVE " S" TO TD-SYMBOL.
           MOVE "SUBTOTAL" TO TD-NOTE.
           PERFORM WRITE-TAPE-ENTRY.
           MOVE RESULT TO WS-AMOUNT-EDIT.
           DISPLAY "SUBTOTAL : " WS-AMOUNT-EDIT.

      *    The total being dropped is printed first, so the tape shows
      *    what was cleared.
       CLEAR-TOTAL.
           MOVE RESULT TO TD-AMOUNT.
           MOVE " C" TO TD-SYMBOL.
           MOVE "BORRADO" TO TD-NOTE.
           PERFORM WRITE-TAPE-ENTRY.
           MOVE ZERO TO RESULT.
           DISPLAY "TOTAL BORRADO".

       PRINT-FINAL-TOTAL.
           MOVE RESULT TO TD-AMOUNT.
           MOVE " T" TO TD-SYMBOL.
           MOVE "TOTAL" TO TD-NOTE.
           PERFORM WRITE-TAPE-ENTRY.
           MOVE RESULT TO WS-AMOUNT-EDIT.
           DISPLAY "RESULTADO : " WS-AMOUNT-EDIT.
           IF WS-HAS-TARGET
               SUBTRACT WS-TARGET FROM RESULT GIVING WS-DIFFERENCE
               MOVE WS-TARGET TO TD-AMOUNT
               MOVE "  " TO TD-SYMBOL
               MOVE "TOTAL DE CONTROL" TO TD-NOTE
               PERFORM WRITE-TAPE-ENTRY
               MOVE WS-DIFFERENCE TO TD-AMOUNT
               MOVE " D" TO TD-SYMBOL
               IF WS-DIFFERENCE = ZERO
                   MOVE "DIFERENCIA - CUADRADO" TO TD-NOTE
               ELSE
                   MOVE "DIFERENCIA - NO CUADRA" TO TD-NOTE
               END-IF
               PERFORM WRITE-TAPE-ENTRY
               MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT
               DISPLAY "DIFERENCIA CON " WS-TARGET-SOURCE " : "
                   WS-AMOUNT-EDIT
           END-IF.
           MOVE SPACES TO TAPE-LINE.
           STRING "ENTRADAS " WS-ENTRY-COUNT
               DELIMITED BY SIZE INTO TAPE-LINE.
           PERFORM WRITE-TAPE-LINE.

       WRITE-TAPE-ENTRY.
           ACCEPT WS-ENTRY-TIME FROM TIME.
           MOVE WS-ENTRY-TIME(1:6) TO TD-TIME.
           MOVE WS-TAPE-DETAIL TO TAPE-LINE.
           PERFORM WRITE-TAPE-LINE.

       WRITE-TAPE-LINE.
           WRITE TAPE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-RUN-DATE TO EVD-DATE.
           MOVE WS-RUN-TIME TO EVD-TIME.
           MOVE SGN-OPERATOR-ID TO EVD-OPERATOR.
           MOVE TAPE-LINE TO EVD-LINE.
           WRITE EVIDENCE-RECORD.

       SUBMIT-TO-PRINT-QUEUE.
           MOVE SPACES TO PRINT-QUEUE-RECORD.
           MOVE "SUMATAPE.RPT" TO PQ-REPORT-NAME.
           MOVE ZERO TO PQ-PRINT-DATE.
           MOVE ZERO TO PQ-PRINT-TIME.
           MOVE WS-RUN-DATE TO PQ-RUN-DATE.
           MOVE WS-RUN-TIME TO PQ-RUN-TIME.
           MOVE WS-LINE-COUNT TO PQ-LINE-COUNT.
           MOVE "QUEUED" TO PQ-STATUS.
           MOVE 5 TO PQ-PRIORITY.
           MOVE ZERO TO PQ-NEEDED-BY.
           OPEN EXTEND PRINT-QUEUE-FILE.
           IF WS-PQ-STATUS = "35"
               OPEN OUTPUT PRINT-QUEUE-FILE
           END-IF.
           WRITE PRINT-QUEUE-RECORD.
           CLOSE PRINT-QUEUE-FILE.
       END PROGRAM SUMA-BASICA.
