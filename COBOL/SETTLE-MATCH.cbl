               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT RESUBMIT-FILE ASSIGN TO "SETTLRSB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01  WS-RSB-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-COUNTS.
           02 WS-PAID-COUNT      PIC 9(5) VALUE ZERO.
           02 WS-BOUNCED-COUNT   PIC 9(5) VALUE ZERO.
           02 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZERO.

       COPY RUNSTAMP.

           02 FILLER PIC X(8) VALUE " MOTIVO ".
           02 DL-REASON PIC X(4).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O REVERSAL-FILE.
           IF WS-REV-STATUS NOT = "00"
               DISPLAY "REVERSAL.DAT NO DISPONIBLE - STATUS "
                   WS-REV-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT MATCH-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE MATCH-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO MATCH-REPORT-LINE.
           STRING "CONCILIACION DE RETORNOS BANCARIOS - "
               WS-RUN-DATE DELIMITED BY SIZE INTO MATCH-REPORT-LINE.
               DISPLAY "BANKRET.DAT NO DISPONIBLE - STATUS "
                   WS-RET-STATUS
               CLOSE MATCH-REPORT-FILE
               CLOSE REVERSAL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               DELIMITED BY SIZE INTO MATCH-REPORT-LINE.
           WRITE MATCH-REPORT-LINE.
           CLOSE MATCH-REPORT-FILE.
           CLOSE REVERSAL-FILE.

           DISPLAY "SETTLE-MATCH - " WS-PAID-COUNT " PAGADAS, "
               WS-BOUNCED-COUNT " DEVUELTAS, "
               WS-UNMATCHED-COUNT " SIN CORRESPONDENCIA".
           IF WS-BOUNCED-COUNT > ZERO
               OR WS-UNMATCHED-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       MATCH-ONE-RETURN.
           PERFORM FIND-EXTRACTED-REVERSAL.
           IF NOT WS-FOUND
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE "SIN ENVIO   : " TO DL-CLASS
               MOVE RET-NUMBER TO DL-NUMBER
               MOVE RET-REASON TO DL-REASON
               WRITE MATCH-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               IF RET-STATUS = 'P'
                   PERFORM MARK-SETTLED
               ELSE
                   PERFORM REOPEN-BOUNCED
               END-IF
               REWRITE REVERSAL-RECORD
                   INVALID KEY
                       DISPLAY "REVERSION " REV-NUMBER
                           " NO SE PUDO ACTUALIZAR - STATUS "
                           WS-REV-STATUS
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           END-IF.

       MARK-SETTLED.
           WRITE MATCH-REPORT-LINE FROM WS-DETAIL-LINE.

       FIND-EXTRACTED-REVERSAL.
           SET WS-FOUND TO FALSE.
           MOVE RET-NUMBER TO REV-NUMBER.
           READ REVERSAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REV-EXTRACT-DATE IS NUMERIC
                       AND REV-EXTRACT-DATE > ZERO
                       SET WS-FOUND TO TRUE
                   END-IF
           END-READ.

       END PROGRAM SETTLE-MATCH.
