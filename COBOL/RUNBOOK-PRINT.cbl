      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBOOK-PRINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNBOOK-FILE ASSIGN TO "RUNBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBK-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "BKCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT RUNBOOK-REPORT-FILE ASSIGN TO "RUNBOOK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-QUEUE-FILE ASSIGN TO "PRINTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNBOOK-FILE.
       COPY RUNBOOK.

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           02 CAT-SET-SEQ      PIC 9(4).
           02 CAT-RUN-DATE     PIC 9(8).
           02 CAT-FILE-NAME    PIC X(12).
           02 CAT-SNAPSHOT     PIC X(12).
           02 CAT-RECORD-COUNT PIC 9(7).
           02 CAT-VERIFIED     PIC X.

       FD  RUNBOOK-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       FD  PRINT-QUEUE-FILE.
       COPY PRINTQ.

       WORKING-STORAGE SECTION.
       01  WS-RBK-STATUS PIC XX.
       01  WS-CAT-STATUS PIC XX.
       01  WS-PQ-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-CAT-EOF-FLAG PIC X.
           88 WS-CAT-EOF VALUE 'Y' FALSE 'N'.

       01  WS-ASK-MSG-ID PIC X(8).
       01  WS-WANT-MSG-ID PIC X(8).
       01  WS-PREV-STEP PIC X(20).
       01  WS-PROC-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RBK-LINES PIC 9(4) VALUE ZERO.
       01  WS-BEST-SET PIC 9(4).
       01  WS-BEST-DATE PIC 9(8).
       01  WS-BEST-SNAPSHOT PIC X(12).
       01  WS-RESTORE-FILE PIC X(12).

       COPY RUNSTAMP.

       01  WS-PAGE-NUM PIC 9(3) VALUE 1.
       01  WS-LINE-COUNT PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       01  WS-TOTAL-LINE-COUNT PIC 9(6) VALUE ZERO.
       01  WS-PRINT-LINE PIC X(80).

       01  WS-HDR-1.
           02 FILLER PIC X(34) VALUE "PROCEDIMIENTO DE RECUPERACION".
           02 FILLER PIC X(6) VALUE "FECHA:".
           02 HD-MM PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 HD-DD PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 HD-YYYY PIC 9(4).
           02 FILLER PIC X(8) VALUE " PAGINA:".
           02 HD-PAGE PIC ZZ9.

       01  WS-HDR-2.
           02 FILLER PIC X(9) VALUE "MENSAJE: ".
           02 H2-MSG-ID PIC X(8).
           02 H2-NOTE PIC X(50).

       01  WS-STEP-LINE.
           02 FILLER PIC X(6) VALUE "PASO: ".
           02 SL-STEP PIC X(20).
           02 SL-NOTE PIC X(30).

       01  WS-DETAIL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-LINE PIC 99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-KIND PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-TEXT PIC X(60).

       01  WS-BACKUP-LINE.
           02 FILLER PIC X(16) VALUE SPACES.
           02 BL-TEXT PIC X(28).
           02 BL-SNAPSHOT PIC X(12).
           02 FILLER PIC X(5) VALUE " DEL ".
           02 BL-DATE PIC 9(8).
           02 FILLER PIC X(7) VALUE " JUEGO ".
           02 BL-SET PIC 9(4).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "ID DE MENSAJE (EJ: CND0001) : ".
           ACCEPT WS-ASK-MSG-ID.
           IF WS-ASK-MSG-ID = SPACES
               DISPLAY "ID DE MENSAJE VACIO - NADA QUE IMPRIMIR"
               GOBACK
           END-IF.

           OPEN INPUT RUNBOOK-FILE.
           IF WS-RBK-STATUS NOT = "00"
               DISPLAY "RUNBOOK.DAT NO DISPONIBLE - STATUS "
                   WS-RBK-STATUS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE RUNBOOK-FILE.

      *    With no procedure of its own the message is covered by the
      *    general ("*") procedures, as EOD-DRIVER does when paging.
           MOVE WS-ASK-MSG-ID TO WS-WANT-MSG-ID.
           PERFORM COUNT-PROCEDURE-LINES.
           MOVE SPACES TO H2-NOTE.
           IF WS-RBK-LINES = ZERO
               MOVE "*" TO WS-WANT-MSG-ID
               PERFORM COUNT-PROCEDURE-LINES
               MOVE " - SIN PROCEDIMIENTO PROPIO: SE USA EL GENERAL"
                   TO H2-NOTE
           END-IF.
           IF WS-RBK-LINES = ZERO
               DISPLAY "NO HAY PROCEDIMIENTO PARA " WS-ASK-MSG-ID
                   " NI PROCEDIMIENTO GENERAL EN RUNBOOK.DAT"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RUNBOOK-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           MOVE SPACES TO WS-PREV-STEP.
           OPEN INPUT RUNBOOK-FILE.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ RUNBOOK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RBK-MSG-ID = WS-WANT-MSG-ID
                           PERFORM PRINT-RUNBOOK-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNBOOK-FILE.
           CLOSE RUNBOOK-REPORT-FILE.

           PERFORM SUBMIT-TO-PRINT-QUEUE.
           DISPLAY "RUNBOOK-PRINT - " WS-PROC-COUNT
               " PROCEDIMIENTOS EN RUNBOOK.RPT - ENVIADO A LA COLA".

           GOBACK.

       COUNT-PROCEDURE-LINES.
           MOVE ZERO TO WS-RBK-LINES.
           OPEN INPUT RUNBOOK-FILE.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ RUNBOOK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RBK-MSG-ID = WS-WANT-MSG-ID
                           ADD 1 TO WS-RBK-LINES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNBOOK-FILE.

      *    RUNBOOK-MAINT keeps the file in key order, so each step's
      *    lines arrive together and numbered.
       PRINT-RUNBOOK-LINE.
           IF RBK-STEP NOT = WS-PREV-STEP
               ADD 1 TO WS-PROC-COUNT
               IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
                   MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE RBK-STEP TO SL-STEP
               IF RBK-STEP = "*"
                   MOVE "CUALQUIER PASO DE LA CADENA" TO SL-NOTE
               ELSE
                   MOVE SPACES TO SL-NOTE
               END-IF
               MOVE WS-STEP-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE RBK-STEP TO WS-PREV-STEP
           END-IF.
           MOVE RBK-LINE TO DL-LINE.
           EVALUATE TRUE
               WHEN RBK-RESTART
                   MOVE "REINICIO" TO DL-KIND
               WHEN RBK-RESTORE
                   MOVE "RESTAURAR" TO DL-KIND
               WHEN RBK-CALL
                   MOVE "LLAMAR A" TO DL-KIND
               WHEN OTHER
                   MOVE "INSTRUC." TO DL-KIND
           END-EVALUATE.
           MOVE RBK-TEXT TO DL-TEXT.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF RBK-RESTORE
               MOVE RBK-TEXT(1:12) TO WS-RESTORE-FILE
               PERFORM FIND-LATEST-BACKUP
           END-IF.

      *    The newest verified snapshot of the file in the backup
      *    catalog is what MASTER-RESTORE would pick for today.
       FIND-LATEST-BACKUP.
           MOVE ZERO TO WS-BEST-SET.
           MOVE ZERO TO WS-BEST-DATE.
           MOVE SPACES TO WS-BEST-SNAPSHOT.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS = "00"
               SET WS-CAT-EOF TO FALSE
               PERFORM UNTIL WS-CAT-EOF
                   READ CATALOG-FILE
                       AT END
                           SET WS-CAT-EOF TO TRUE
                       NOT AT END
                           IF CAT-FILE-NAME = WS-RESTORE-FILE
                               AND CAT-VERIFIED = 'V'
                               AND CAT-SET-SEQ > WS-BEST-SET
                               MOVE CAT-SET-SEQ TO WS-BEST-SET
                               MOVE CAT-RUN-DATE TO WS-BEST-DATE
                               MOVE CAT-SNAPSHOT TO WS-BEST-SNAPSHOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           IF WS-BEST-SET = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "SIN RESPALDO VERIFICADO EN BKCATLG.DAT"
                   TO WS-PRINT-LINE(17:)
           ELSE
               MOVE "ULTIMO RESPALDO VERIFICADO: " TO BL-TEXT
               MOVE WS-BEST-SNAPSHOT TO BL-SNAPSHOT
               MOVE WS-BEST-DATE TO BL-DATE
               MOVE WS-BEST-SET TO BL-SET
               MOVE WS-BACKUP-LINE TO WS-PRINT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.
           DISPLAY WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-TOTAL-LINE-COUNT.

       WRITE-PAGE-HEADER.
           MOVE WS-RUN-MM TO HD-MM.
           MOVE WS-RUN-DD TO HD-DD.
           MOVE WS-RUN-YYYY TO HD-YYYY.
           MOVE WS-PAGE-NUM TO HD-PAGE.
           MOVE WS-ASK-MSG-ID TO H2-MSG-ID.
           WRITE REPORT-LINE FROM ENV-BANNER.
           WRITE REPORT-LINE FROM WS-HDR-1.
           WRITE REPORT-LINE FROM WS-HDR-2.
           IF WS-PAGE-NUM = 1
               DISPLAY ENV-BANNER
               DISPLAY WS-HDR-1
               DISPLAY WS-HDR-2
           END-IF.
           ADD 1 TO WS-PAGE-NUM.
           ADD 3 TO WS-TOTAL-LINE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.

       SUBMIT-TO-PRINT-QUEUE.
           MOVE SPACES TO PRINT-QUEUE-RECORD.
           MOVE "RUNBOOK.RPT" TO PQ-REPORT-NAME.
           MOVE ZERO TO PQ-PRINT-DATE.
           MOVE ZERO TO PQ-PRINT-TIME.
           MOVE WS-RUN-DATE TO PQ-RUN-DATE.
           MOVE WS-RUN-TIME TO PQ-RUN-TIME.
           MOVE WS-TOTAL-LINE-COUNT TO PQ-LINE-COUNT.
           MOVE "QUEUED" TO PQ-STATUS.
           MOVE 1 TO PQ-PRIORITY.
           MOVE ZERO TO PQ-NEEDED-BY.
           OPEN EXTEND PRINT-QUEUE-FILE.
           IF WS-PQ-STATUS = "35"
               OPEN OUTPUT PRINT-QUEUE-FILE
           END-IF.
           WRITE PRINT-QUEUE-RECORD.
           CLOSE PRINT-QUEUE-FILE.

       END PROGRAM RUNBOOK-PRINT.
