       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT SETTLEMENT-FILE ASSIGN TO "SETTLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO "SETTLREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-FILE ASSIGN TO "SETTLBAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-LINE PIC X(80).

       FD  BATCH-FILE.
       COPY SETTLBAT.

       WORKING-STORAGE SECTION.
       01  WS-REV-STATUS PIC XX.
       01  WS-SBT-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.

       01  WS-EXTRACT-DATE PIC 9(8).
       01  WS-SELECT-FLAG PIC X.
           88 WS-SELECTED VALUE 'Y' FALSE 'N'.

       01  WS-PAY-AMOUNT PIC 9(7)V999.
       01  WS-BATCH-NUMBER PIC 9(8) VALUE ZERO.
       01  WS-EXTRACTED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-HASH-TOTAL PIC 9(11)V999 VALUE ZERO.

       COPY RUNSTAMP.
       COPY REFNUMRQ.
       COPY CUTRQ.

       01  WS-REG-LINE.
           02 FILLER PIC X(4) VALUE "NUM ".
           02 FILLER PIC X(7) VALUE " FECHA ".
           02 RL-DATE PIC 9(8).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

      *    SETTLE.DAT goes to the bank and the reversals it carries are
      *    marked extracted, so only production may run it.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           IF NOT ENV-PROD
               DISPLAY ENV-BANNER
               DISPLAY "SETTLE-EXTRACT - LIQUIDACION NO PERMITIDA "
                   "FUERA DE PRODUCCION"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Reversals are selected by business date, so the default is
      *    the business date CUT-CHECK gives a run at this moment.
           MOVE "SETTLE-EXTRACT" TO CUT-PROGRAM.
           MOVE WS-RUN-DATE TO CUT-KEYED-DATE.
           MOVE WS-RUN-TIME TO CUT-KEYED-TIME.
           CALL "CUT-CHECK" USING CUTOFF-REQUEST.
           DISPLAY "FECHA DE NEGOCIO A LIQUIDAR AAAAMMDD (00000000 = "
               CUT-BUSINESS-DATE ") : ".
           ACCEPT WS-EXTRACT-DATE.
           IF WS-EXTRACT-DATE IS NOT NUMERIC
               OR WS-EXTRACT-DATE = ZERO
               MOVE CUT-BUSINESS-DATE TO WS-EXTRACT-DATE
           END-IF.

           OPEN I-O REVERSAL-FILE.
           IF WS-REV-STATUS NOT = "00"
               DISPLAY "REVERSAL.DAT NO DISPONIBLE - STATUS "
                   WS-REV-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT SETTLEMENT-FILE.
           OPEN OUTPUT REGISTER-FILE.
           WRITE REGISTER-LINE FROM ENV-BANNER.
           MOVE SPACES TO REGISTER-LINE.
           STRING "REGISTRO DE TRANSMISION DE LIQUIDACIONES - "
               WS-EXTRACT-DATE DELIMITED BY SIZE INTO REGISTER-LINE.
           MOVE 'N' TO RNQ-RESULT-FLAG.
           CALL "REF-ISSUER" USING REFNUM-REQUEST.
           IF RNQ-ISSUED
               MOVE RNQ-NUMBER TO WS-BATCH-NUMBER
           ELSE
               MOVE ZERO TO WS-BATCH-NUMBER
           END-IF.
           MOVE WS-BATCH-NUMBER TO SET-HDR-NUMBER.
           WRITE SETTLEMENT-RECORD FROM SETTLEMENT-HEADER-RECORD.

      *    Only the reversals sent today are rewritten, in place;
      *    the rest of the file is just read past.
           PERFORM UNTIL WS-EOF
               READ REVERSAL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-SELECTABLE
                       IF WS-SELECTED
                           PERFORM EXTRACT-ONE-REVERSAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REVERSAL-FILE.

           MOVE SPACES TO SETTLEMENT-TRAILER-RECORD.
           MOVE 'T' TO SET-TRL-TYPE.
           CLOSE REGISTER-FILE.

           IF WS-EXTRACTED-COUNT > ZERO
               PERFORM REGISTER-BATCH
           END-IF.

           DISPLAY "SETTLE-EXTRACT - " WS-EXTRACTED-COUNT
               END-IF
           END-IF.

      *    The reversal is stamped before it goes into SETTLE.DAT, so
      *    one that cannot be stamped is never sent at all.
       EXTRACT-ONE-REVERSAL.
           MOVE WS-RUN-DATE TO REV-EXTRACT-DATE.
           REWRITE REVERSAL-RECORD
               INVALID KEY
                   DISPLAY "REVERSION " REV-NUMBER
                       " NO SE PUDO MARCAR COMO EXTRAIDA - STATUS "
                       WS-REV-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM SEND-ONE-REVERSAL
           END-REWRITE.

       SEND-ONE-REVERSAL.
           COMPUTE WS-PAY-AMOUNT = REV-AMOUNT.
           IF REV-AMOUNT < ZERO
               COMPUTE WS-PAY-AMOUNT = REV-AMOUNT * -1

           ADD 1 TO WS-EXTRACTED-COUNT.
           ADD WS-PAY-AMOUNT TO WS-HASH-TOTAL.

           MOVE REV-NUMBER TO RL-NUMBER.
           MOVE REV-REFERENCE TO RL-REFERENCE.
           MOVE REV-DATE TO RL-DATE.
           WRITE REGISTER-LINE FROM WS-REG-LINE.

      *    SETTLE.DAT only ever holds the latest batch; the register
      *    keeps every batch sent so BANK-RECON can find it on the
      *    bank statement however many days later it is paid.
       REGISTER-BATCH.
           MOVE WS-BATCH-NUMBER TO SBT-NUMBER.
           MOVE WS-EXTRACT-DATE TO SBT-EXTRACT-DATE.
           MOVE WS-EXTRACTED-COUNT TO SBT-COUNT.
           MOVE WS-HASH-TOTAL TO SBT-AMOUNT.
           MOVE ZERO TO SBT-RECON-DATE.
           MOVE SPACES TO SBT-BANK-REF.
           OPEN EXTEND BATCH-FILE.
           IF WS-SBT-STATUS = "35"
               OPEN OUTPUT BATCH-FILE
           END-IF.
           WRITE SETTLE-BATCH-RECORD.
           CLOSE BATCH-FILE.

       END PROGRAM SETTLE-EXTRACT.
