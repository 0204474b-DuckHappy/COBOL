           SELECT CHAIN-CONTROL-FILE ASSIGN TO "CHAINCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHN-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "OPBRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-CONTROL-FILE.
       COPY CHNCTL.

       FD  RESULTS-FILE.
       COPY OPBRES.

      *    Acknowledgment returned to the submitter of a batch, named
      *    after the batch: BATCH001 -> BATCH001.ACK.
       FD  ACK-FILE.
       01  ACK-LINE PIC X(70).

       WORKING-STORAGE SECTION.
       COPY ARITHFLD.
       01  RESULT_ADD PIC S9(6)V99.
       01  WS-BATCH-NUM PIC 9(3) VALUE ZERO.
       01  WS-ANY-FAIL-FLAG PIC X VALUE 'N'.
           88 WS-ANY-BATCH-FAILED VALUE 'Y'.
       01  WS-RES-STATUS PIC XX.
       01  WS-ACK-FILENAME PIC X(12).
       01  WS-REC-SEQ PIC 9(7).
       01  WS-REC-OK-FLAG PIC X VALUE 'Y'.
           88 WS-REC-OK VALUE 'Y' FALSE 'N'.

       01  WS-BATCH-CONTROL.
           02 WS-BATCH-ID       PIC X(8) VALUE SPACES.
           02 WS-BATCH-ERRORS   PIC 9(5) VALUE ZERO.
           02 WS-BATCH-OK-FLAG  PIC X VALUE 'Y'.
               88 WS-BATCH-OK VALUE 'Y' FALSE 'N'.
           02 WS-BATCH-BAD-RECS PIC 9(7) VALUE ZERO.

      *    Reasons a batch's acknowledgment gives the submitter:
      *    trailer mismatches and record errors, in the order found.
       01  WS-ACK-TABLE.
           02 WS-ACK-COUNT   PIC 9(3) VALUE ZERO.
           02 WS-ACK-MAX     PIC 9(3) VALUE 50.
           02 WS-ACK-DROPPED PIC 9(5) VALUE ZERO.
           02 WS-ACK-REASON  PIC X(70) OCCURS 50 TIMES.
       01  WS-ACK-TEXT PIC X(70).
       01  WS-ACK-SUB PIC 9(3).

       01  WS-CTL-DETAIL-LINE.
           02 CD-LABEL    PIC X(30).
           02 TOTAL-DIV  PIC S9(7)V9999 VALUE ZERO.
           02 TOTAL-RECORD-COUNT PIC 9(7) VALUE ZERO.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT BATCH-CONTROL-REPORT.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE BATCH-CONTROL-LINE FROM ENV-BANNER.
           MOVE SPACES TO BATCH-CONTROL-LINE.
           STRING "OPBASICA BATCH CONTROL - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO BATCH-CONTROL-LINE.
           WRITE BATCH-CONTROL-LINE.
           OPEN EXTEND RESULTS-FILE.
           IF WS-RES-STATUS = "35"
               OPEN OUTPUT RESULTS-FILE
           END-IF.

           PERFORM UNTIL WS-EOF
               READ TRANS-FILE
           END-PERFORM.

           CLOSE TRANS-FILE.
           CLOSE RESULTS-FILE.

           IF WS-HDR-SEEN OR WS-TRL-SEEN OR WS-BATCH-NUM = ZERO
               PERFORM CLOSE-CURRENT-BATCH
               PERFORM VERIFY-BATCH-TRAILER
           END-IF.
           PERFORM WRITE-BATCH-REGISTRY.
           PERFORM WRITE-ACKNOWLEDGMENT.
           PERFORM RESET-BATCH-CONTROL.

       RESET-BATCH-CONTROL.
           MOVE ZERO TO WS-BATCH-RECS.
           MOVE ZERO TO WS-BATCH-ERRORS.
           MOVE 'Y' TO WS-BATCH-OK-FLAG.
           MOVE ZERO TO WS-BATCH-BAD-RECS.
           MOVE ZERO TO WS-ACK-COUNT.
           MOVE ZERO TO WS-ACK-DROPPED.
           MOVE 'N' TO WS-PERIOD-CLOSED-FLAG.

       WRITE-BATCH-REGISTRY.
               MOVE "SIN REGISTRO HEADER - LOTE INCOMPLETO"
                   TO BATCH-CONTROL-LINE
               WRITE BATCH-CONTROL-LINE
               MOVE BATCH-CONTROL-LINE TO WS-ACK-TEXT
               PERFORM ADD-ACK-REASON
           END-IF.
           IF NOT WS-TRL-SEEN
               SET WS-BATCH-OK TO FALSE
               MOVE "SIN REGISTRO TRAILER - LOTE INCOMPLETO"
                   TO BATCH-CONTROL-LINE
               WRITE BATCH-CONTROL-LINE
               MOVE BATCH-CONTROL-LINE TO WS-ACK-TEXT
               PERFORM ADD-ACK-REASON
           ELSE
               IF WS-BATCH-RECS NOT = WS-EXPECT-COUNT
                   SET WS-BATCH-OK TO FALSE
                   MOVE WS-EXPECT-COUNT TO CD-EXPECTED
                   MOVE WS-BATCH-RECS TO CD-ACTUAL
                   WRITE BATCH-CONTROL-LINE FROM WS-CTL-DETAIL-LINE
                   MOVE WS-CTL-DETAIL-LINE TO WS-ACK-TEXT
                   PERFORM ADD-ACK-REASON
               END-IF
               IF WS-HASH-A NOT = WS-EXPECT-HASH-A
                   SET WS-BATCH-OK TO FALSE
                   MOVE WS-EXPECT-HASH-A TO CD-EXPECTED
                   MOVE WS-HASH-A TO CD-ACTUAL
                   WRITE BATCH-CONTROL-LINE FROM WS-CTL-DETAIL-LINE
                   MOVE WS-CTL-DETAIL-LINE TO WS-ACK-TEXT
                   PERFORM ADD-ACK-REASON
               END-IF
               IF WS-HASH-B NOT = WS-EXPECT-HASH-B
                   SET WS-BATCH-OK TO FALSE
                   MOVE WS-EXPECT-HASH-B TO CD-EXPECTED
                   MOVE WS-HASH-B TO CD-ACTUAL
                   WRITE BATCH-CONTROL-LINE FROM WS-CTL-DETAIL-LINE
                   MOVE WS-CTL-DETAIL-LINE TO WS-ACK-TEXT
                   PERFORM ADD-ACK-REASON
               END-IF
           END-IF.

           CLOSE RUN-CONTROL-FILE.

       PROCESS-PAIR.
           COMPUTE WS-REC-SEQ = WS-BATCH-RECS + 1.
           SET WS-REC-OK TO TRUE.
           MOVE TR-NUM-A TO NUM_A.
           MOVE TR-NUM-B TO NUM_B.

                   MOVE "ERROR: OVERFLOW ON MULTIPLY"
                       TO WS-ERROR-MSG
                   DISPLAY WS-ERROR-MSG
                   PERFORM NOTE-RECORD-ERROR
                   MOVE ZERO TO RESULT_MULT
                   IF RETURN-CODE < 16
                       MOVE 16 TO RETURN-CODE
               MOVE "ERROR: DIVISION BY ZERO - PAIR SKIPPED"
                   TO WS-ERROR-MSG
               DISPLAY WS-ERROR-MSG
               PERFORM NOTE-RECORD-ERROR
               MOVE ZERO TO RESULT_DIV
               IF RETURN-CODE < 16
                   MOVE 16 TO RETURN-CODE
                       MOVE "ERROR: OVERFLOW ON DIVIDE"
                           TO WS-ERROR-MSG
                       DISPLAY WS-ERROR-MSG
                       PERFORM NOTE-RECORD-ERROR
                       MOVE ZERO TO RESULT_DIV
                       IF RETURN-CODE < 16
                           MOVE 16 TO RETURN-CODE
           ADD RESULT_DIV TO TOTAL-DIV.
           ADD 1 TO TOTAL-RECORD-COUNT.
           ADD 1 TO WS-BATCH-RECS.
           IF NOT WS-REC-OK
               ADD 1 TO WS-BATCH-BAD-RECS
           END-IF.
           PERFORM WRITE-RESULT-RECORD.

       WRITE-RESULT-RECORD.
           MOVE WS-RUN-DATE TO RES-RUN-DATE.
           MOVE WS-BATCH-ID TO RES-BATCH-ID.
           MOVE WS-BUS-DATE TO RES-BUS-DATE.
           MOVE WS-REC-SEQ TO RES-SEQ.
           MOVE NUM_A TO RES-NUM-A.
           MOVE NUM_B TO RES-NUM-B.
           MOVE RESULT_ADD TO RES-ADD.
           MOVE RESULT_SUB TO RES-SUB.
           MOVE RESULT_MULT TO RES-MULT.
           MOVE RESULT_DIV TO RES-DIV.
           MOVE WS-REC-OK-FLAG TO RES-RECORD-OK.
           WRITE RESULTS-RECORD.

       CROSS-CHECK-RESULTS.
           COMPUTE WS-CHECK-ADD = RESULT_ADD - NUM_A.
       WRITE-RECON-ERROR.
           ADD 1 TO WS-RUN-ERROR-COUNT.
           ADD 1 TO WS-BATCH-ERRORS.
           MOVE ERR-REASON TO WS-ERROR-MSG.
           PERFORM NOTE-RECORD-ERROR.
           MOVE WS-RUN-DATE TO ERR-DATE.
           MOVE 'O' TO ERR-STATUS.
           MOVE SPACES TO ERR-DISPOSITION.
           WRITE RECON-ERROR-RECORD.
           CLOSE RECON-ERROR-FILE.

       NOTE-RECORD-ERROR.
           SET WS-REC-OK TO FALSE.
           MOVE SPACES TO WS-ACK-TEXT.
           STRING "REGISTRO " WS-REC-SEQ " " WS-ERROR-MSG
               DELIMITED BY SIZE INTO WS-ACK-TEXT.
           PERFORM ADD-ACK-REASON.

       ADD-ACK-REASON.
           IF WS-ACK-COUNT < WS-ACK-MAX
               ADD 1 TO WS-ACK-COUNT
               MOVE WS-ACK-TEXT TO WS-ACK-REASON(WS-ACK-COUNT)
           ELSE
               ADD 1 TO WS-ACK-DROPPED
           END-IF.

      *    A batch without a header has no batch ID and so no known
      *    submitter; acknowledgments leave the shop only from
      *    production.
       WRITE-ACKNOWLEDGMENT.
           MOVE SPACES TO BATCH-CONTROL-LINE.
           IF WS-BATCH-ID = SPACES
               MOVE "LOTE SIN HEADER - SIN ACUSE AL REMITENTE"
                   TO BATCH-CONTROL-LINE
           ELSE
               IF ENV-PROD
                   PERFORM SEND-ACKNOWLEDGMENT
                   STRING "ACUSE ENVIADO EN " WS-ACK-FILENAME
                       DELIMITED BY SIZE INTO BATCH-CONTROL-LINE
               ELSE
                   STRING "ACUSE DEL LOTE " WS-BATCH-ID
                       " NO ENVIADO FUERA DE PRODUCCION"
                       DELIMITED BY SIZE INTO BATCH-CONTROL-LINE
               END-IF
           END-IF.
           WRITE BATCH-CONTROL-LINE.

       SEND-ACKNOWLEDGMENT.
           MOVE SPACES TO WS-ACK-FILENAME.
           STRING WS-BATCH-ID DELIMITED BY SPACE
               ".ACK" DELIMITED BY SIZE INTO WS-ACK-FILENAME.
           OPEN OUTPUT ACK-FILE.
           MOVE SPACES TO ACK-LINE.
           STRING "ACUSE DE RECIBO - LOTE " WS-BATCH-ID
               " FECHA DE NEGOCIO " WS-BUS-DATE
               DELIMITED BY SIZE INTO ACK-LINE.
           WRITE ACK-LINE.
           MOVE SPACES TO ACK-LINE.
           STRING "PROCESADO EL " WS-RUN-DATE " A LAS "
               WS-RUN-TIME(1:4) " - REGISTRO DE LOTE " REG-NUMBER
               DELIMITED BY SIZE INTO ACK-LINE.
           WRITE ACK-LINE.
           EVALUATE TRUE
               WHEN REG-BATCH-OK = 'D'
                   MOVE "ESTADO: RETENIDO - MES CERRADO, SIN PROCESAR"
                       TO ACK-LINE
               WHEN REG-BATCH-OK = 'N'
                   MOVE "ESTADO: RECHAZADO" TO ACK-LINE
               WHEN WS-BATCH-BAD-RECS > ZERO
                   MOVE "ESTADO: ACEPTADO CON ERRORES EN REGISTROS"
                       TO ACK-LINE
               WHEN OTHER
                   MOVE "ESTADO: ACEPTADO" TO ACK-LINE
           END-EVALUATE.
           WRITE ACK-LINE.
           MOVE SPACES TO ACK-LINE.
           STRING "REGISTROS RECIBIDOS " WS-BATCH-RECS
               " CON ERROR " WS-BATCH-BAD-RECS
               DELIMITED BY SIZE INTO ACK-LINE.
           WRITE ACK-LINE.
           IF WS-ACK-COUNT > ZERO
               MOVE "MOTIVOS:" TO ACK-LINE
               WRITE ACK-LINE
               PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
                       UNTIL WS-ACK-SUB > WS-ACK-COUNT
                   WRITE ACK-LINE FROM WS-ACK-REASON(WS-ACK-SUB)
               END-PERFORM
           END-IF.
           IF WS-ACK-DROPPED > ZERO
               MOVE SPACES TO ACK-LINE
               STRING "... Y " WS-ACK-DROPPED
                   " MOTIVOS MAS - CONSULTE CON OPERACIONES"
                   DELIMITED BY SIZE INTO ACK-LINE
               WRITE ACK-LINE
           END-IF.
           IF REG-BATCH-OK = 'Y'
               MOVE "RESULTADOS POR REGISTRO EN OPBRES.DAT" TO ACK-LINE
               WRITE ACK-LINE
           END-IF.
           CLOSE ACK-FILE.

       END PROGRAM OPERACIONES-BASICAS.
