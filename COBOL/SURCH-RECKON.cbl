      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURCH-RECKON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECKON-CTL-FILE ASSIGN TO "RECKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RKC-STATUS.
           SELECT RATE-CTL-FILE ASSIGN TO "SURCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-CTL-STATUS.
           SELECT TAX-CTL-FILE ASSIGN TO "SURCHTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SURCHRCK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO "RECKCKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT PRINT-QUEUE-FILE ASSIGN TO "PRINTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECKON-CTL-FILE.
       01  RECKON-CTL-RECORD.
           02 RKC-PRICE-FROM PIC 9(3).
           02 RKC-PRICE-TO   PIC 9(3).
           02 RKC-PRICE-STEP PIC 9(3).

       FD  RATE-CTL-FILE.
       COPY SURCHCTL.

       FD  TAX-CTL-FILE.
       01  TAX-CTL-RECORD.
           02 TAX-RATE-CODE PIC X(6).
           02 TAX-VAT-PCT   PIC V999.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           02 CKP-RUN-DATE   PIC 9(8).
           02 CKP-LAST-PANEL PIC 9(2).
           02 CKP-LINE-COUNT PIC 9(6).

       FD  PRINT-QUEUE-FILE.
       COPY PRINTQ.

       WORKING-STORAGE SECTION.
       01  WS-RKC-STATUS PIC XX.
       01  WS-RATE-CTL-STATUS PIC XX.
       01  WS-TAX-CTL-STATUS PIC XX.
       01  WS-CKP-STATUS PIC XX.
       01  WS-PQ-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-CTL-IN-FORCE-FLAG PIC X.
           88 WS-CTL-IN-FORCE VALUE 'Y' FALSE 'N'.

       01  WS-PRICE-FROM PIC 9(3).
       01  WS-PRICE-TO   PIC 9(3).
       01  WS-PRICE-STEP PIC 9(3).
       01  WS-PRICE PIC 9(4).

       01  WS-SUB PIC 9(2).
       01  WS-COL PIC 9(2).
       01  WS-RATE-COUNT PIC 9(2).
       01  WS-RATE-TABLE.
           02 WS-RATE-ENTRY OCCURS 50 TIMES.
               03 WS-RATE-CODE-TBL    PIC X(6).
               03 WS-RATE-PERCENT-TBL PIC V999.
               03 WS-RATE-VAT-TBL     PIC V999.

      *    Four rate codes fit across an 80-column page; more codes
      *    print as further panels, each a complete grid.
       01  WS-PANEL-WIDTH PIC 9(2) VALUE 4.
       01  WS-PANEL PIC 9(2).
       01  WS-PANEL-COUNT PIC 9(2).
       01  WS-START-PANEL PIC 9(2).
       01  WS-LAST-PANEL PIC 9(2).
       01  WS-FIRST-CODE PIC 9(2).
       01  WS-LAST-CODE PIC 9(2).
       01  WS-REPORT-LINE-COUNT PIC 9(6).

      *    Same pictures and rounding as the surcharge run, so each
      *    cell is exactly what the run would charge for that price.
       01  N PIC 9(4).
       01  WS-SURCHARGE PIC 9(4)V999.
       01  WS-SUBTOTAL PIC 9(4)V999.
       01  WS-VAT PIC 9(4)V999.
       01  WS-WITH-VAT PIC 9(5)V999.
       01  WS-PCT-SHOWN PIC 9(3)V9.

       COPY RUNSTAMP.

       01  WS-RUN-HEADER-LINE.
           02 FILLER PIC X(31)
               VALUE "TABLA DE RECARGOS - VIGENTE AL ".
           02 RH-YYYY PIC 9(4).
           02 FILLER PIC X(1) VALUE "-".
           02 RH-MM PIC 9(2).
           02 FILLER PIC X(1) VALUE "-".
           02 RH-DD PIC 9(2).

       01  WS-PANEL-HEADER-LINE.
           02 FILLER PIC X(6) VALUE "PANEL ".
           02 PH-PANEL PIC Z9.
           02 FILLER PIC X(4) VALUE " DE ".
           02 PH-PANEL-COUNT PIC Z9.
           02 FILLER PIC X(37)
               VALUE "   CELDA: RECARGO / SUBTOTAL CON IVA".

       01  WS-CODE-LINE.
           02 CL-LABEL PIC X(6).
           02 CL-CELL OCCURS 4 TIMES.
               03 CL-GAP  PIC X(4).
               03 CL-CODE PIC X(6).
               03 CL-SEP  PIC X(2).
               03 CL-PCT  PIC ZZ9.9.
               03 CL-SIGN PIC X(1).

       01  WS-DETAIL-LINE.
           02 DL-PRICE PIC ZZZ9.
           02 DL-PRICE-GAP PIC X(2).
           02 DL-CELL OCCURS 4 TIMES.
               03 DL-GAP   PIC X(1).
               03 DL-SURCH PIC ZZZ9.999.
               03 DL-SLASH PIC X(1).
               03 DL-TOTAL PIC ZZZ9.999.

       01  WS-FOOTER-LINE.
           02 FILLER PIC X(12) VALUE "FIN PANEL : ".
           02 FT-PANEL PIC Z9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO WS-REPORT-LINE-COUNT.
           PERFORM LOAD-RECKON-CONFIG.
           PERFORM LOAD-RATE-TABLE.
           IF WS-RATE-COUNT = ZERO
               DISPLAY "SURCH-RECKON - SIN TASAS VIGENTES EN "
                   "SURCHCTL.DAT - TABLA NO EMITIDA"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-TAX-TABLE.

           COMPUTE WS-PANEL-COUNT =
               (WS-RATE-COUNT + WS-PANEL-WIDTH - 1) / WS-PANEL-WIDTH.
           PERFORM LOAD-CHECKPOINT.

           IF WS-LAST-PANEL > ZERO
               OPEN EXTEND REPORT-FILE
               COMPUTE WS-START-PANEL = WS-LAST-PANEL + 1
               DISPLAY "RESUMING SURCH-RECKON RUN AFTER PANEL "
                   WS-LAST-PANEL
           ELSE
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-RUN-HEADER
               MOVE 1 TO WS-START-PANEL
           END-IF.

           PERFORM VARYING WS-PANEL FROM WS-START-PANEL BY 1
                   UNTIL WS-PANEL > WS-PANEL-COUNT
               PERFORM PRINT-PANEL
               PERFORM SAVE-CHECKPOINT
           END-PERFORM.

           CLOSE REPORT-FILE.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM SUBMIT-TO-PRINT-QUEUE.
           GOBACK.

       PRINT-PANEL.
           COMPUTE WS-FIRST-CODE =
               ((WS-PANEL - 1) * WS-PANEL-WIDTH) + 1.
           COMPUTE WS-LAST-CODE = WS-FIRST-CODE + WS-PANEL-WIDTH - 1.
           IF WS-LAST-CODE > WS-RATE-COUNT
               MOVE WS-RATE-COUNT TO WS-LAST-CODE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PANEL TO PH-PANEL.
           MOVE WS-PANEL-COUNT TO PH-PANEL-COUNT.
           WRITE REPORT-LINE FROM WS-PANEL-HEADER-LINE.
           ADD 2 TO WS-REPORT-LINE-COUNT.

           MOVE SPACES TO WS-CODE-LINE.
           MOVE "PRECIO" TO CL-LABEL.
           PERFORM VARYING WS-SUB FROM WS-FIRST-CODE BY 1
                   UNTIL WS-SUB > WS-LAST-CODE
               COMPUTE WS-COL = WS-SUB - WS-FIRST-CODE + 1
               MOVE WS-RATE-CODE-TBL(WS-SUB) TO CL-CODE(WS-COL)
               COMPUTE WS-PCT-SHOWN = WS-RATE-PERCENT-TBL(WS-SUB) * 100
               MOVE WS-PCT-SHOWN TO CL-PCT(WS-COL)
               MOVE "%" TO CL-SIGN(WS-COL)
           END-PERFORM.
           WRITE REPORT-LINE FROM WS-CODE-LINE.
           ADD 1 TO WS-REPORT-LINE-COUNT.

           MOVE SPACES TO WS-CODE-LINE.
           PERFORM VARYING WS-SUB FROM WS-FIRST-CODE BY 1
                   UNTIL WS-SUB > WS-LAST-CODE
               COMPUTE WS-COL = WS-SUB - WS-FIRST-CODE + 1
               MOVE "   IVA" TO CL-CODE(WS-COL)
               COMPUTE WS-PCT-SHOWN = WS-RATE-VAT-TBL(WS-SUB) * 100
               MOVE WS-PCT-SHOWN TO CL-PCT(WS-COL)
               MOVE "%" TO CL-SIGN(WS-COL)
           END-PERFORM.
           WRITE REPORT-LINE FROM WS-CODE-LINE.
           ADD 1 TO WS-REPORT-LINE-COUNT.

           PERFORM VARYING WS-PRICE FROM WS-PRICE-FROM
                   BY WS-PRICE-STEP UNTIL WS-PRICE > WS-PRICE-TO
               PERFORM PRINT-PRICE-ROW
           END-PERFORM.

           MOVE WS-PANEL TO FT-PANEL.
           WRITE REPORT-LINE FROM WS-FOOTER-LINE.
           ADD 1 TO WS-REPORT-LINE-COUNT.

       PRINT-PRICE-ROW.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-PRICE TO DL-PRICE.
           PERFORM VARYING WS-SUB FROM WS-FIRST-CODE BY 1
                   UNTIL WS-SUB > WS-LAST-CODE
               COMPUTE WS-COL = WS-SUB - WS-FIRST-CODE + 1
               MOVE WS-PRICE TO N
               COMPUTE WS-SURCHARGE ROUNDED =
                   N * WS-RATE-PERCENT-TBL(WS-SUB)
               COMPUTE WS-SUBTOTAL ROUNDED = N + WS-SURCHARGE
               COMPUTE WS-VAT ROUNDED =
                   WS-SUBTOTAL * WS-RATE-VAT-TBL(WS-SUB)
               COMPUTE WS-WITH-VAT = WS-SUBTOTAL + WS-VAT
               MOVE WS-SURCHARGE TO DL-SURCH(WS-COL)
               MOVE "/" TO DL-SLASH(WS-COL)
               MOVE WS-WITH-VAT TO DL-TOTAL(WS-COL)
           END-PERFORM.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-REPORT-LINE-COUNT.

       WRITE-RUN-HEADER.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-YYYY TO RH-YYYY.
           MOVE WS-RUN-MM TO RH-MM.
           MOVE WS-RUN-DD TO RH-DD.
           WRITE REPORT-LINE FROM WS-RUN-HEADER-LINE.
           ADD 2 TO WS-REPORT-LINE-COUNT.

      *    A checkpoint left by an interrupted run is only honoured on
      *    the same day; the rates in force may differ on any other.
       LOAD-CHECKPOINT.
           MOVE ZERO TO WS-LAST-PANEL.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKP-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKP-RUN-DATE = WS-RUN-DATE
                           AND CKP-LAST-PANEL < WS-PANEL-COUNT
                           MOVE CKP-LAST-PANEL TO WS-LAST-PANEL
                           MOVE CKP-LINE-COUNT TO WS-REPORT-LINE-COUNT
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       SAVE-CHECKPOINT.
           MOVE WS-RUN-DATE TO CKP-RUN-DATE.
           MOVE WS-PANEL TO CKP-LAST-PANEL.
           MOVE WS-REPORT-LINE-COUNT TO CKP-LINE-COUNT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       CLEAR-CHECKPOINT.
           MOVE ZERO TO CKP-RUN-DATE.
           MOVE ZERO TO CKP-LAST-PANEL.
           MOVE ZERO TO CKP-LINE-COUNT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       SUBMIT-TO-PRINT-QUEUE.
           MOVE SPACES TO PRINT-QUEUE-RECORD.
           MOVE "SURCHRCK.RPT" TO PQ-REPORT-NAME.
           MOVE ZERO TO PQ-PRINT-DATE.
           MOVE ZERO TO PQ-PRINT-TIME.
           MOVE WS-RUN-DATE TO PQ-RUN-DATE.
           MOVE WS-RUN-TIME TO PQ-RUN-TIME.
           MOVE WS-REPORT-LINE-COUNT TO PQ-LINE-COUNT.
           MOVE "QUEUED" TO PQ-STATUS.
           MOVE 5 TO PQ-PRIORITY.
           MOVE ZERO TO PQ-NEEDED-BY.
           OPEN EXTEND PRINT-QUEUE-FILE.
           IF WS-PQ-STATUS = "35"
               OPEN OUTPUT PRINT-QUEUE-FILE
           END-IF.
           WRITE PRINT-QUEUE-RECORD.
           CLOSE PRINT-QUEUE-FILE.
           DISPLAY "SURCHRCK.RPT SUBMITTED TO PRINT QUEUE - "
               WS-REPORT-LINE-COUNT " LINES".

       LOAD-RECKON-CONFIG.
           MOVE 10 TO WS-PRICE-FROM.
           MOVE 200 TO WS-PRICE-TO.
           MOVE 10 TO WS-PRICE-STEP.
           OPEN INPUT RECKON-CTL-FILE.
           IF WS-RKC-STATUS = "00"
               READ RECKON-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RKC-PRICE-FROM IS NUMERIC
                           AND RKC-PRICE-TO IS NUMERIC
                           AND RKC-PRICE-STEP IS NUMERIC
                           AND RKC-PRICE-STEP > ZERO
                           AND RKC-PRICE-FROM <= RKC-PRICE-TO
                           MOVE RKC-PRICE-FROM TO WS-PRICE-FROM
                           MOVE RKC-PRICE-TO TO WS-PRICE-TO
                           MOVE RKC-PRICE-STEP TO WS-PRICE-STEP
                       ELSE
                           DISPLAY "RECKCTL.DAT INVALIDO - SE USA "
                               "10 A 200 DE 10 EN 10"
                       END-IF
               END-READ
               CLOSE RECKON-CTL-FILE
           END-IF.

      *    Only codes that are active and in force on the run date
      *    are charted; a later row for the same code replaces the
      *    earlier one, as in the surcharge run.
       LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RATE-COUNT.
           OPEN INPUT RATE-CTL-FILE.
           IF WS-RATE-CTL-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RATE-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-CTL-IN-FORCE
                           IF CTL-ACTIVE-FLAG NOT = 'N'
                               AND WS-CTL-IN-FORCE
                               PERFORM STORE-RATE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-CTL-FILE
           ELSE
               DISPLAY "SURCHCTL.DAT NO DISPONIBLE - STATUS "
                   WS-RATE-CTL-STATUS
           END-IF.

       STORE-RATE-ENTRY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RATE-COUNT
                   OR WS-RATE-CODE-TBL(WS-SUB) = CTL-RATE-CODE
               CONTINUE
           END-PERFORM.
           IF WS-SUB > WS-RATE-COUNT
               IF WS-RATE-COUNT >= 50
                   DISPLAY "SURCHCTL.DAT HAS MORE THAN 50 CODES - "
                       "EXTRA IGNORED"
               ELSE
                   ADD 1 TO WS-RATE-COUNT
                   MOVE CTL-RATE-CODE TO WS-RATE-CODE-TBL(WS-SUB)
                   MOVE CTL-RATE-PERCENT TO WS-RATE-PERCENT-TBL(WS-SUB)
                   MOVE ZERO TO WS-RATE-VAT-TBL(WS-SUB)
               END-IF
           ELSE
               MOVE CTL-RATE-PERCENT TO WS-RATE-PERCENT-TBL(WS-SUB)
           END-IF.

       CHECK-CTL-IN-FORCE.
           SET WS-CTL-IN-FORCE TO TRUE.
           IF CTL-EFF-FROM IS NUMERIC AND CTL-EFF-FROM > ZERO
               AND CTL-EFF-FROM > WS-RUN-DATE
               SET WS-CTL-IN-FORCE TO FALSE
           END-IF.
           IF CTL-EFF-TO IS NUMERIC AND CTL-EFF-TO > ZERO
               AND CTL-EFF-TO < WS-RUN-DATE
               SET WS-CTL-IN-FORCE TO FALSE
           END-IF.

      *    A code with no SURCHTAX.DAT row carries no VAT, which is
      *    how the surcharge run treats it too.
       LOAD-TAX-TABLE.
           OPEN INPUT TAX-CTL-FILE.
           IF WS-TAX-CTL-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ TAX-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-TAX-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TAX-CTL-FILE
           END-IF.

       STORE-TAX-ENTRY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RATE-COUNT
               IF WS-RATE-CODE-TBL(WS-SUB) = TAX-RATE-CODE
                   MOVE TAX-VAT-PCT TO WS-RATE-VAT-TBL(WS-SUB)
               END-IF
           END-PERFORM.

       END PROGRAM SURCH-RECKON.
