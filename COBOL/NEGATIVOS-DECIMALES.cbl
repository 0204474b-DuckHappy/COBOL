               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "RECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-REVERSAL-DATE PIC 9(8).
       01  WS-KEYED-DATE PIC 9(8).
       01  WS-KEYED-TIME PIC 9(8).
       01  WS-REV-STATUS PIC XX.
       01  WS-ADJ-STATUS PIC XX.
       01  WS-ADJ-FILENAME PIC X(12).
       01  WS-NEW-REFERENCE PIC X(10).
       01  WS-DUP-FOUND-FLAG PIC X.
           88 WS-DUP-FOUND VALUE 'Y' FALSE 'N'.
       01  WS-REV-WRITTEN-FLAG PIC X.
           88 WS-REV-WRITTEN VALUE 'Y' FALSE 'N'.
       01  WS-SUB PIC 9(4).
       01  WS-REF-COUNT PIC 9(4) VALUE ZERO.
       01  WS-REF-TABLE.

       COPY REFNUMRQ.
       COPY CLMRQ.
       COPY CUTRQ.

       01  WS-DUP-COUNT PIC 9(4) VALUE ZERO.
       01  WS-DUP-DETAIL.
           02 FILLER PIC X(33)
               VALUE " YA REVERTIDA - OMITIDA".

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-KEYED-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-KEYED-TIME FROM TIME.
           PERFORM SET-BUSINESS-DATE.

           PERFORM LOAD-BALANCE-TABLE.
           IF WS-BAL-OVERFLOW

           PERFORM LOAD-APPROVAL-THRESHOLD.
           PERFORM LOAD-REASON-TABLE.
           PERFORM LOAD-PENDING-REFERENCES.

           OPEN INPUT ORIGINALS-LEDGER.
           IF WS-ORG-STATUS = "00"
               OPEN INPUT ADJUSTMENT-FILE
           END-IF.
           DISPLAY "POS-TO-NEG - ENTRADA: " WS-ADJ-FILENAME.
           OPEN I-O REVERSAL-FILE.
           IF WS-REV-STATUS = "35"
               OPEN OUTPUT REVERSAL-FILE
               CLOSE REVERSAL-FILE
               OPEN I-O REVERSAL-FILE
           END-IF.
           IF WS-REV-STATUS NOT = "00"
               DISPLAY "REVERSAL.DAT NO DISPONIBLE - STATUS "
                   WS-REV-STATUS
               CLOSE ADJUSTMENT-FILE
               IF WS-LEDGER-OK
                   CLOSE ORIGINALS-LEDGER
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RECON-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE RECON-REPORT-LINE FROM ENV-BANNER.
           OPEN OUTPUT DUPS-REPORT-FILE.
           WRITE DUPS-REPORT-LINE FROM ENV-BANNER.

           PERFORM UNTIL WS-EOF
               READ ADJUSTMENT-FILE
                       PERFORM QUEUE-FOR-APPROVAL
                   ELSE
                       PERFORM WRITE-ONE-REVERSAL
                       IF WS-REV-WRITTEN
                           PERFORM RECORD-BALANCE-MOVEMENT
                               THRU RECORD-BALANCE-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
               GO TO PROCESS-PARTIAL-EXIT
           END-IF.
           PERFORM WRITE-ONE-REVERSAL.
           IF WS-REV-WRITTEN
               PERFORM RECORD-BALANCE-MOVEMENT
                   THRU RECORD-BALANCE-EXIT
           END-IF.
       PROCESS-PARTIAL-EXIT.
           EXIT.

           DISPLAY "REFERENCIA " ADJ-REFERENCE
               " SOBRE UMBRAL - PENDIENTE DE APROBACION".

      *    Reversals taken at or after the cut-off in CUTOFF.DAT, or on
      *    a non-business day, are dated on the next business day; the
      *    month check and the pending queue use that business date.
       SET-BUSINESS-DATE.
           MOVE "POS-TO-NEG" TO CUT-PROGRAM.
           MOVE WS-KEYED-DATE TO CUT-KEYED-DATE.
           MOVE WS-KEYED-TIME TO CUT-KEYED-TIME.
           CALL "CUT-CHECK" USING CUTOFF-REQUEST.
           MOVE CUT-BUSINESS-DATE TO WS-REVERSAL-DATE.
           IF CUT-ROLLED-LATE
               DISPLAY "POS-TO-NEG - DESPUES DEL CORTE DE LAS "
                   CUT-CUTOFF-TIME " - REVERSIONES CON FECHA "
                   WS-REVERSAL-DATE
           END-IF.
           IF CUT-ROLLED-NON-BUSINESS
               DISPLAY "POS-TO-NEG - DIA NO HABIL - REVERSIONES CON "
                   "FECHA " WS-REVERSAL-DATE
           END-IF.

       CHECK-MONTH-OPEN.
           SET WS-MONTH-CLOSED TO FALSE.
           MOVE WS-REVERSAL-DATE TO CLM-DATE-IN.
           MOVE ZERO TO REV-EXTRACT-DATE.
           MOVE SPACE TO REV-SETTLE-FLAG.
           MOVE WS-REASON-CODE TO REV-REASON-CODE.
           MOVE WS-KEYED-DATE TO REV-KEYED-DATE.
           MOVE WS-KEYED-TIME TO REV-KEYED-TIME.
           MOVE "REVERSAL" TO RNQ-SERIES.
           MOVE 'N' TO RNQ-RESULT-FLAG.
           CALL "REF-ISSUER" USING REFNUM-REQUEST.
      *    REVERSAL.DAT is keyed by REV-NUMBER, so an adjustment that
      *    gets no number is left unreversed for the next run.
           SET WS-REV-WRITTEN TO FALSE.
           IF RNQ-ISSUED
               MOVE RNQ-NUMBER TO REV-NUMBER
               WRITE REVERSAL-RECORD
                   INVALID KEY
                       DISPLAY "REVERSION " REV-NUMBER
                           " YA EXISTE EN REVERSAL.DAT - "
                           ADJ-REFERENCE " NO REVERTIDA"
                   NOT INVALID KEY
                       SET WS-REV-WRITTEN TO TRUE
               END-WRITE
           ELSE
               DISPLAY "SIN NUMERO DE REVERSION - " ADJ-REFERENCE
                   " NO REVERTIDA"
           END-IF.
           IF NOT WS-REV-WRITTEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ADJ-REFERENCE TO WS-NEW-REFERENCE
               PERFORM REMEMBER-REFERENCE

               MOVE ADJ-REFERENCE TO RD-REFERENCE
               MOVE ADJ-AMOUNT TO RD-ORIGINAL
               MOVE RE TO RD-REVERSED
               WRITE RECON-REPORT-LINE FROM WS-RECON-DETAIL
           END-IF.

      *    Reversals already on file are found through the
      *    REV-REFERENCE alternate key; the table only holds what is
      *    still waiting in REVPEND.DAT and what this run reversed.
       CHECK-ALREADY-REVERSED.
           SET WS-DUP-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   SET WS-DUP-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-DUP-FOUND
               MOVE ADJ-REFERENCE TO REV-REFERENCE
               READ REVERSAL-FILE KEY IS REV-REFERENCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-DUP-FOUND TO TRUE
               END-READ
           END-IF.

       REMEMBER-REFERENCE.
           IF WS-REF-COUNT >= 1000
               MOVE WS-NEW-REFERENCE TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       LOAD-PENDING-REFERENCES.
           OPEN INPUT PENDING-FILE.
           IF WS-PND-STATUS = "00"
               PERFORM UNTIL WS-EOF
