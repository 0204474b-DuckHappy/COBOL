       01  EXTRACT-LINE PIC X(60).

       FD  POSTING-FILE.
       COPY GLPOST.

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-LINE PIC X(80).

       01  WS-PROOF-DATE PIC 9(8).

      *    GLPOST.DAT holds every batch not yet cleared by GL-POST:
      *    GL-EXTRACT, JRNL-POST and PAYROLL-RUN. The proof takes the
      *    latest GL-EXTRACT batch with postings of the proof date,
      *    told by its sources and dated by its trailer.
       01  WS-BATCH-NO PIC 9(5).
       01  WS-PICK-BATCH PIC 9(5) VALUE ZERO.
       01  WS-PICK-DATE PIC 9(8) VALUE ZERO.
       01  WS-BATCH-HIT-FLAG PIC X VALUE 'N'.
           88 WS-BATCH-HIT VALUE 'Y' FALSE 'N'.

       01  WS-CSV-DATE PIC X(8).
       01  WS-CSV-NAME PIC X(14).
       01  WS-CSV-COUNT PIC X(7).
       01  WS-DIFF PIC S9(13)V999.
       01  WS-MISMATCH-COUNT PIC 9(3) VALUE ZERO.

      *    FINEXTR.CSV carries no company, so the categories above are
      *    proved across all companies; each company's GLPOST.DAT
      *    postings of the day must also balance debit to credit on
      *    their own.
       01  WS-CO-SUB PIC 9(2).
       01  WS-CO-HIT PIC 9(2).
       01  WS-CO-COUNT PIC 9(2) VALUE ZERO.
       01  WS-CO-TABLE.
           02 WS-CO-ENTRY OCCURS 20 TIMES.
               03 WS-CO-CODE-TBL    PIC X(2).
               03 WS-CO-DEBITS-TBL  PIC 9(13)V999.
               03 WS-CO-CREDITS-TBL PIC 9(13)V999.

       COPY RUNSTAMP.

       01  WS-PROOF-LINE.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PL-RESULT PIC X(12).

       01  WS-COMPANY-LINE.
           02 FILLER PIC X(8) VALUE "EMPRESA ".
           02 CL-COMPANY PIC X(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE " DEBE  ".
           02 CL-DEBITS PIC -(10)9.999.
           02 FILLER PIC X(7) VALUE " HABER ".
           02 CL-CREDITS PIC -(10)9.999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 CL-RESULT PIC X(12).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM TOTAL-GL-EXTRACT.

           OPEN OUTPUT PROOF-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE PROOF-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO PROOF-REPORT-LINE.
           STRING "PRUEBA CRUZADA FINEXTR/GLPOST - FECHA "
               WS-PROOF-DATE DELIMITED BY SIZE
               INTO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           MOVE SPACES TO PROOF-REPORT-LINE.
           IF WS-PICK-BATCH > ZERO
               STRING "LOTE GL-EXTRACT DEL " WS-PICK-DATE
                   " (LOTE " WS-PICK-BATCH " DE GLPOST.DAT)"
                   DELIMITED BY SIZE INTO PROOF-REPORT-LINE
           ELSE
               MOVE "SIN LOTE GL-EXTRACT CON APUNTES DE LA FECHA"
                   TO PROOF-REPORT-LINE
           END-IF.
           WRITE PROOF-REPORT-LINE.

           MOVE "RECARGOS" TO PL-CATEGORY.
           COMPUTE WS-ABS-FIN = WS-FIN-SURCH.
           COMPUTE WS-ABS-GL = WS-GL-REVERSAL.
           PERFORM PROVE-ONE-CATEGORY.

           MOVE SPACES TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           MOVE "CUADRE DEBE/HABER POR EMPRESA EN GLPOST.DAT"
               TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           IF WS-CO-COUNT = ZERO
               MOVE "   SIN APUNTES DE LA FECHA EN GLPOST.DAT"
                   TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT
               PERFORM PROVE-ONE-COMPANY
           END-PERFORM.

           MOVE SPACES TO PROOF-REPORT-LINE.
           IF WS-MISMATCH-COUNT = ZERO
               MOVE "RESULTADO: CONFORME - EXTRACTOS CUADRAN"

           IF WS-MISMATCH-COUNT > ZERO
               DISPLAY "EXTR-PROOF - " WS-MISMATCH-COUNT
                   " CATEGORIAS O EMPRESAS NO CUADRAN - VER "
                   "EXTRPRF.RPT"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "EXTR-PROOF - EXTRACTOS CUADRAN PARA "
           END-IF.
           WRITE PROOF-REPORT-LINE FROM WS-PROOF-LINE.

       PROVE-ONE-COMPANY.
           MOVE WS-CO-CODE-TBL(WS-CO-SUB) TO CL-COMPANY.
           MOVE WS-CO-DEBITS-TBL(WS-CO-SUB) TO CL-DEBITS.
           MOVE WS-CO-CREDITS-TBL(WS-CO-SUB) TO CL-CREDITS.
           IF WS-CO-DEBITS-TBL(WS-CO-SUB)
               = WS-CO-CREDITS-TBL(WS-CO-SUB)
               MOVE "CONFORME" TO CL-RESULT
           ELSE
               MOVE "** DESCUADRE" TO CL-RESULT
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
           WRITE PROOF-REPORT-LINE FROM WS-COMPANY-LINE.

       TOTAL-FIN-EXTRACT.
           OPEN INPUT EXTRACT-FILE.
           IF WS-EXT-STATUS NOT = "00"
           END-IF.

       TOTAL-GL-EXTRACT.
           PERFORM FIND-EXTRACT-BATCH.
           IF WS-PICK-BATCH > ZERO
               OPEN INPUT POSTING-FILE
               MOVE 1 TO WS-BATCH-NO
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF OR WS-BATCH-NO > WS-PICK-BATCH
                   READ POSTING-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-BATCH-NO = WS-PICK-BATCH
                               PERFORM TALLY-EXTRACT-POSTING
                           END-IF
                           IF GLP-RECORD-TYPE = 'T'
                               ADD 1 TO WS-BATCH-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-FILE
           END-IF.

       TALLY-EXTRACT-POSTING.
           IF GLP-RECORD-TYPE = 'D'
               AND GLP-DATE = WS-PROOF-DATE
               PERFORM TALLY-COMPANY-POSTING
           END-IF.
           IF GLP-RECORD-TYPE = 'D'
               AND GLP-DC = 'D'
               AND GLP-DATE = WS-PROOF-DATE
               EVALUATE GLP-SOURCE
                   WHEN "SURCHRGE"
                       ADD GLP-AMOUNT TO WS-GL-SURCH
                   WHEN "REVERSAL"
                       ADD GLP-AMOUNT TO WS-GL-REVERSAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       FIND-EXTRACT-BATCH.
           MOVE ZERO TO WS-PICK-BATCH.
           MOVE ZERO TO WS-PICK-DATE.
           OPEN INPUT POSTING-FILE.
           IF WS-GLP-STATUS NOT = "00"
               DISPLAY "GLPOST.DAT NO DISPONIBLE - STATUS "
                   WS-GLP-STATUS
           ELSE
               MOVE 1 TO WS-BATCH-NO
               SET WS-BATCH-HIT TO FALSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ POSTING-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-EXTRACT-BATCH
                   END-READ
               END-PERFORM
               CLOSE POSTING-FILE
           END-IF.

       CHECK-EXTRACT-BATCH.
           IF GLP-RECORD-TYPE = 'T'
               IF WS-BATCH-HIT AND GLP-DATE >= WS-PICK-DATE
                   MOVE WS-BATCH-NO TO WS-PICK-BATCH
                   MOVE GLP-DATE TO WS-PICK-DATE
               END-IF
               ADD 1 TO WS-BATCH-NO
               SET WS-BATCH-HIT TO FALSE
           ELSE
               IF GLP-DATE = WS-PROOF-DATE
                   EVALUATE GLP-SOURCE
                       WHEN "SURCHRGE"
                       WHEN "REVERSAL"
                       WHEN "CREDMEMO"
                       WHEN "IVA"
                       WHEN "IVA-NC"
                           SET WS-BATCH-HIT TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       TALLY-COMPANY-POSTING.
           MOVE ZERO TO WS-CO-HIT.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT OR WS-CO-HIT > ZERO
               IF WS-CO-CODE-TBL(WS-CO-SUB) = GLP-COMPANY
                   MOVE WS-CO-SUB TO WS-CO-HIT
               END-IF
           END-PERFORM.
           IF WS-CO-HIT = ZERO
               IF WS-CO-COUNT >= 20
                   DISPLAY "GLPOST.DAT HAS MORE THAN 20 COMPANIES - "
                       "EXTRA IGNORED"
               ELSE
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-CO-COUNT TO WS-CO-HIT
                   MOVE GLP-COMPANY TO WS-CO-CODE-TBL(WS-CO-HIT)
                   MOVE ZERO TO WS-CO-DEBITS-TBL(WS-CO-HIT)
                   MOVE ZERO TO WS-CO-CREDITS-TBL(WS-CO-HIT)
               END-IF
           END-IF.
           IF WS-CO-HIT > ZERO
               IF GLP-DC = 'D'
                   ADD GLP-AMOUNT TO WS-CO-DEBITS-TBL(WS-CO-HIT)
               ELSE
                   ADD GLP-AMOUNT TO WS-CO-CREDITS-TBL(WS-CO-HIT)
               END-IF
           END-IF.

       END PROGRAM EXTR-PROOF.
