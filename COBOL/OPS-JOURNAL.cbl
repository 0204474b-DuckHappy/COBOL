           SELECT PRINT-QUEUE-FILE ASSIGN TO "PRINTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
           SELECT COMMAND-FILE ASSIGN TO "CHAINCMD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCM-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "JRNSORT.TMP".
           SELECT JOURNAL-REPORT-FILE ASSIGN TO "JOURNAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  PRINT-QUEUE-FILE.
       COPY PRINTQ.

       FD  COMMAND-FILE.
       COPY CHNCMD.

       SD  SORT-WORK-FILE.
       01  JOURNAL-SORT-RECORD.
           02 JR-DATE     PIC 9(8).
       01  WS-SES-STATUS PIC XX.
       01  WS-AUD-STATUS PIC XX.
       01  WS-PQ-STATUS PIC XX.
       01  WS-CCM-STATUS PIC XX.
       01  WS-CMD-WORD PIC X(8).
       01  WS-CMD-STATE PIC X(12).
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-SORT-EOF-FLAG PIC X VALUE 'N'.
           02 FILLER PIC X(6) VALUE " HTHS:".
           02 JL-ELAPSED PIC ZZZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM COLLECT-SESSION-LOG.
           PERFORM COLLECT-AUDIT-LOG.
           PERFORM COLLECT-PRINT-QUEUE.
           PERFORM COLLECT-CHAIN-COMMANDS.

       RELEASE-IF-IN-RANGE.
           IF (WS-SEL-FROM-DATE = ZERO
               CLOSE PRINT-QUEUE-FILE
           END-IF.

      *    A chain command shows when it was given and, once the
      *    chain has taken it, when and at which step it was acted on.
       COLLECT-CHAIN-COMMANDS.
           OPEN INPUT COMMAND-FILE.
           IF WS-CCM-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ COMMAND-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM RELEASE-CHAIN-COMMAND
                   END-READ
               END-PERFORM
               CLOSE COMMAND-FILE
           END-IF.

       RELEASE-CHAIN-COMMAND.
           EVALUATE TRUE
               WHEN CCM-HOLD
                   MOVE "RETENER" TO WS-CMD-WORD
               WHEN CCM-RELEASE
                   MOVE "LIBERAR" TO WS-CMD-WORD
               WHEN CCM-SKIP
                   MOVE "OMITIR" TO WS-CMD-WORD
               WHEN OTHER
                   MOVE "INSERTAR" TO WS-CMD-WORD
           END-EVALUATE.
           MOVE CCM-DATE TO JR-DATE.
           MOVE CCM-TIME TO JR-TIME.
           MOVE "CHAINCMD" TO JR-SOURCE.
           MOVE CCM-OPERATOR TO JR-OPERATOR.
           MOVE ZERO TO JR-ELAPSED.
           MOVE SPACES TO JR-TEXT.
           STRING WS-CMD-WORD " " CCM-TARGET
               DELIMITED BY SIZE INTO JR-TEXT.
           PERFORM RELEASE-IF-IN-RANGE.
           IF NOT CCM-PENDING
               IF CCM-APPLIED
                   MOVE "APLICADO" TO WS-CMD-STATE
               ELSE
                   MOVE "NO APLICADO" TO WS-CMD-STATE
               END-IF
               MOVE CCM-DONE-DATE TO JR-DATE
               MOVE CCM-DONE-TIME TO JR-TIME
               MOVE SPACES TO JR-TEXT
               STRING WS-CMD-WORD " " WS-CMD-STATE " PASO "
                   CCM-DONE-STEP
                   DELIMITED BY SIZE INTO JR-TEXT
               PERFORM RELEASE-IF-IN-RANGE
           END-IF.

       PRINT-JOURNAL.
           OPEN OUTPUT JOURNAL-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE JOURNAL-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-SEL-FROM-DATE TO WH-FROM.
           MOVE WS-SEL-TO-DATE TO WH-TO.
           WRITE JOURNAL-REPORT-LINE FROM WS-HDR-LINE.
