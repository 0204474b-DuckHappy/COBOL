      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-HANDOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONCALL-FILE ASSIGN TO "ONCALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONC-STATUS.
           SELECT ROTA-FILE ASSIGN TO "ONCROTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROT-STATUS.
           SELECT HANDOVER-REPORT-FILE ASSIGN TO "ONCHAND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-QUEUE-FILE ASSIGN TO "PRINTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONCALL-FILE.
       COPY ONCPAGE.

       FD  ROTA-FILE.
       COPY ONCROTA.

       FD  HANDOVER-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       FD  PRINT-QUEUE-FILE.
       COPY PRINTQ.

       WORKING-STORAGE SECTION.
       01  WS-ONC-STATUS PIC XX.
       01  WS-ROT-STATUS PIC XX.
       01  WS-PQ-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-SHIFT-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-SHIFT-FOUND VALUE 'Y' FALSE 'N'.

      *    The shift reported is the rota window in force now or,
      *    between windows, the last one to end. With no rota on
      *    file the report covers today from midnight.
       01  WS-NOW-STAMP.
           02 WS-NOW-DATE PIC 9(8).
           02 WS-NOW-HHMM PIC 9(4).
       01  WS-SHIFT-START.
           02 WS-SHIFT-START-DATE PIC 9(8).
           02 WS-SHIFT-START-HHMM PIC 9(4).
       01  WS-SHIFT-END.
           02 WS-SHIFT-END-DATE PIC 9(8).
           02 WS-SHIFT-END-HHMM PIC 9(4).
       01  WS-SHIFT-PRIMARY PIC X(8) VALUE SPACES.
       01  WS-SHIFT-BACKUP PIC X(8) VALUE SPACES.
       01  WS-ROT-START.
           02 WS-ROT-START-DATE PIC 9(8).
           02 WS-ROT-START-HHMM PIC 9(4).
       01  WS-ROT-END.
           02 WS-ROT-END-DATE PIC 9(8).
           02 WS-ROT-END-HHMM PIC 9(4).
       01  WS-PAGE-STAMP.
           02 WS-PAGE-STAMP-DATE PIC 9(8).
           02 WS-PAGE-STAMP-HHMM PIC 9(4).

       01  WS-STAMP-WORK.
           02 WS-SW-DATE PIC 9(8).
           02 WS-SW-HH   PIC 9(2).
           02 WS-SW-MIN  PIC 9(2).
       01  WS-FROM-MINUTES PIC S9(9).
       01  WS-TO-MINUTES PIC S9(9).
       01  WS-STAMP-MINUTES PIC S9(9).
       01  WS-WAITED-MINUTES PIC S9(9).

       01  WS-PAGE-COUNT PIC 9(4) VALUE ZERO.
       01  WS-ACK-COUNT PIC 9(4) VALUE ZERO.
       01  WS-ESC-COUNT PIC 9(4) VALUE ZERO.
       01  WS-OPEN-COUNT PIC 9(4) VALUE ZERO.
       01  WS-NO-ROTA-COUNT PIC 9(4) VALUE ZERO.

       COPY RUNSTAMP.

       01  WS-PAGE-NUM PIC 9(3) VALUE 1.
       01  WS-LINE-COUNT PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       01  WS-TOTAL-LINE-COUNT PIC 9(6) VALUE ZERO.
       01  WS-PRINT-LINE PIC X(80).

       01  WS-HDR-1.
           02 FILLER PIC X(34) VALUE "RELEVO DE GUARDIA".
           02 FILLER PIC X(6) VALUE "FECHA:".
           02 HD-MM PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 HD-DD PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 HD-YYYY PIC 9(4).
           02 FILLER PIC X(8) VALUE " PAGINA:".
           02 HD-PAGE PIC ZZ9.

       01  WS-HDR-2.
           02 FILLER PIC X(7) VALUE "TURNO: ".
           02 H2-START-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 H2-START-HHMM PIC 9(4).
           02 FILLER PIC X(3) VALUE " - ".
           02 H2-END-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 H2-END-HHMM PIC 9(4).
           02 FILLER PIC X(10) VALUE "  GUARDIA ".
           02 H2-PRIMARY PIC X(8).
           02 FILLER PIC X(10) VALUE " SUPLENTE ".
           02 H2-BACKUP PIC X(8).

       01  WS-COLUMN-HDR.
           02 FILLER PIC X(15) VALUE "FECHA    HORA".
           02 FILLER PIC X(21) VALUE "PASO".
           02 FILLER PIC X(9) VALUE "GUARDIA".
           02 FILLER PIC X(9) VALUE "TITULAR".
           02 FILLER PIC X(10) VALUE "ESTADO".

       01  WS-DETAIL-LINE.
           02 DL-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-HH PIC 99.
           02 FILLER PIC X(1) VALUE ":".
           02 DL-MM PIC 99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-STEP PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-PRIMARY PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-HOLDER PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-STATE PIC X(10).

       01  WS-MESSAGE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ML-MESSAGE PIC X(70).

       01  WS-RUNBOOK-LINE.
           02 FILLER PIC X(16) VALUE "  PROCEDIMIENTO ".
           02 RB-MSG-ID PIC X(8).
           02 FILLER PIC X(3) VALUE " / ".
           02 RB-STEP PIC X(20).

       01  WS-ACK-LINE.
           02 FILLER PIC X(17) VALUE "  CONFIRMADO POR ".
           02 AL-BY PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AL-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AL-HH PIC 99.
           02 FILLER PIC X(1) VALUE ":".
           02 AL-MM PIC 99.
           02 FILLER PIC X(2) VALUE " (".
           02 AL-MINUTES PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE " MIN)".
           02 AL-ESC-LBL PIC X(10).
           02 AL-ESC-HHMM PIC X(5).

       01  WS-OPEN-LINE.
           02 FILLER PIC X(25) VALUE "  SIN CONFIRMAR - ESPERA ".
           02 OL-MINUTES PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE " MIN".
           02 OL-ESC-LBL PIC X(10).
           02 OL-ESC-HHMM PIC X(5).

       01  WS-TOTAL-LINE.
           02 TT-LABEL PIC X(30).
           02 TT-COUNT PIC ZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ONCALL-ESCALATE".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-NOW-DATE.
           MOVE WS-RUN-TIME(1:4) TO WS-NOW-HHMM.

           PERFORM FIND-SHIFT.

           OPEN OUTPUT HANDOVER-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           OPEN INPUT ONCALL-FILE.
           IF WS-ONC-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ONCALL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ONC-DATE TO WS-PAGE-STAMP-DATE
                           MOVE ONC-TIME(1:4) TO WS-PAGE-STAMP-HHMM
                           IF WS-PAGE-STAMP >= WS-SHIFT-START
                               AND WS-PAGE-STAMP < WS-SHIFT-END
                               PERFORM PRINT-PAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONCALL-FILE
           END-IF.
           IF WS-PAGE-COUNT = ZERO
               MOVE "SIN AVISOS EN EL TURNO" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM PRINT-TOTALS.
           CLOSE HANDOVER-REPORT-FILE.

           PERFORM SUBMIT-TO-PRINT-QUEUE.

      *    The incoming shift also gets the pending-work inbox.
           CALL "INBOX-REPORT".

           IF WS-OPEN-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "ONCALL-HANDOVER - AVISOS " WS-PAGE-COUNT
               " CONFIRMADOS " WS-ACK-COUNT
               " PENDIENTES " WS-OPEN-COUNT.
           GOBACK.

       FIND-SHIFT.
           MOVE WS-RUN-DATE TO WS-SHIFT-START-DATE.
           MOVE ZERO TO WS-SHIFT-START-HHMM.
           MOVE 99999999 TO WS-SHIFT-END-DATE.
           MOVE 9999 TO WS-SHIFT-END-HHMM.
           OPEN INPUT ROTA-FILE.
           IF WS-ROT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ROTA-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ROTA-WINDOW
                   END-READ
               END-PERFORM
               CLOSE ROTA-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       CHECK-ROTA-WINDOW.
           MOVE ROT-START-DATE TO WS-ROT-START-DATE.
           MOVE ROT-START-TIME TO WS-ROT-START-HHMM.
           MOVE ROT-END-DATE TO WS-ROT-END-DATE.
           MOVE ROT-END-TIME TO WS-ROT-END-HHMM.
           IF WS-NOW-STAMP >= WS-ROT-START
               AND WS-NOW-STAMP < WS-ROT-END
               PERFORM TAKE-ROTA-WINDOW
               SET WS-EOF TO TRUE
           ELSE
               IF WS-ROT-END <= WS-NOW-STAMP
                   IF NOT WS-SHIFT-FOUND
                       OR WS-ROT-END > WS-SHIFT-END
                       PERFORM TAKE-ROTA-WINDOW
                   END-IF
               END-IF
           END-IF.

       TAKE-ROTA-WINDOW.
           MOVE WS-ROT-START TO WS-SHIFT-START.
           MOVE WS-ROT-END TO WS-SHIFT-END.
           MOVE ROT-PRIMARY TO WS-SHIFT-PRIMARY.
           MOVE ROT-BACKUP TO WS-SHIFT-BACKUP.
           SET WS-SHIFT-FOUND TO TRUE.

       PRINT-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF.
           MOVE ONC-DATE TO DL-DATE.
           MOVE ONC-TIME(1:2) TO DL-HH.
           MOVE ONC-TIME(3:2) TO DL-MM.
           MOVE ONC-STEP TO DL-STEP.
           MOVE ONC-PRIMARY TO DL-PRIMARY.
           MOVE ONC-HOLDER TO DL-HOLDER.
           EVALUATE TRUE
               WHEN ONC-ACKNOWLEDGED
                   MOVE "CONFIRMADO" TO DL-STATE
                   ADD 1 TO WS-ACK-COUNT
               WHEN ONC-ESCALATED
                   MOVE "ESCALADO" TO DL-STATE
                   ADD 1 TO WS-OPEN-COUNT
               WHEN ONC-RAISED
                   MOVE "PENDIENTE" TO DL-STATE
                   ADD 1 TO WS-OPEN-COUNT
               WHEN OTHER
                   MOVE "SIN ROTA" TO DL-STATE
                   ADD 1 TO WS-NO-ROTA-COUNT
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ONC-MESSAGE TO ML-MESSAGE.
           MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF ONC-RUNBOOK NOT = SPACES
               MOVE ONC-RBK-MSG-ID TO RB-MSG-ID
               MOVE ONC-RBK-STEP TO RB-STEP
               MOVE WS-RUNBOOK-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE ONC-DATE TO WS-SW-DATE.
           MOVE ONC-TIME(1:2) TO WS-SW-HH.
           MOVE ONC-TIME(3:2) TO WS-SW-MIN.
           PERFORM STAMP-TO-MINUTES.
           MOVE WS-STAMP-MINUTES TO WS-FROM-MINUTES.

           IF ONC-ACKNOWLEDGED OR ONC-ESCALATED OR ONC-RAISED
               IF ONC-ESC-DATE IS NUMERIC AND ONC-ESC-DATE > ZERO
                   ADD 1 TO WS-ESC-COUNT
                   MOVE " ESCALADO " TO AL-ESC-LBL
                   MOVE " ESCALADO " TO OL-ESC-LBL
                   MOVE ONC-ESC-TIME(1:2) TO AL-ESC-HHMM(1:2)
                   MOVE ":" TO AL-ESC-HHMM(3:1)
                   MOVE ONC-ESC-TIME(3:2) TO AL-ESC-HHMM(4:2)
                   MOVE AL-ESC-HHMM TO OL-ESC-HHMM
               ELSE
                   MOVE SPACES TO AL-ESC-LBL
                   MOVE SPACES TO AL-ESC-HHMM
                   MOVE SPACES TO OL-ESC-LBL
                   MOVE SPACES TO OL-ESC-HHMM
               END-IF
               IF ONC-ACKNOWLEDGED
                   MOVE ONC-ACK-DATE TO WS-SW-DATE
                   MOVE ONC-ACK-TIME(1:2) TO WS-SW-HH
                   MOVE ONC-ACK-TIME(3:2) TO WS-SW-MIN
                   PERFORM STAMP-TO-MINUTES
                   MOVE WS-STAMP-MINUTES TO WS-TO-MINUTES
                   COMPUTE WS-WAITED-MINUTES =
                       WS-TO-MINUTES - WS-FROM-MINUTES
                   MOVE ONC-ACK-BY TO AL-BY
                   MOVE ONC-ACK-DATE TO AL-DATE
                   MOVE WS-SW-HH TO AL-HH
                   MOVE WS-SW-MIN TO AL-MM
                   MOVE WS-WAITED-MINUTES TO AL-MINUTES
                   MOVE WS-ACK-LINE TO WS-PRINT-LINE
               ELSE
                   MOVE WS-NOW-DATE TO WS-SW-DATE
                   MOVE WS-RUN-HH TO WS-SW-HH
                   MOVE WS-RUN-MIN TO WS-SW-MIN
                   PERFORM STAMP-TO-MINUTES
                   MOVE WS-STAMP-MINUTES TO WS-TO-MINUTES
                   COMPUTE WS-WAITED-MINUTES =
                       WS-TO-MINUTES - WS-FROM-MINUTES
                   MOVE WS-WAITED-MINUTES TO OL-MINUTES
                   MOVE WS-OPEN-LINE TO WS-PRINT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.

       STAMP-TO-MINUTES.
           COMPUTE WS-STAMP-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-SW-DATE) * 1440)
               + (WS-SW-HH * 60) + WS-SW-MIN.

       PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "AVISOS EN EL TURNO          :" TO TT-LABEL.
           MOVE WS-PAGE-COUNT TO TT-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CONFIRMADOS                 :" TO TT-LABEL.
           MOVE WS-ACK-COUNT TO TT-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ESCALADOS AL SUPLENTE       :" TO TT-LABEL.
           MOVE WS-ESC-COUNT TO TT-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PENDIENTES DE CONFIRMAR     :" TO TT-LABEL.
           MOVE WS-OPEN-COUNT TO TT-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-NO-ROTA-COUNT > ZERO
               MOVE "ANTERIORES A LA ROTA        :" TO TT-LABEL
               MOVE WS-NO-ROTA-COUNT TO TT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-TOTAL-LINE-COUNT.

       WRITE-PAGE-HEADER.
           MOVE WS-RUN-MM TO HD-MM.
           MOVE WS-RUN-DD TO HD-DD.
           MOVE WS-RUN-YYYY TO HD-YYYY.
           MOVE WS-PAGE-NUM TO HD-PAGE.
           MOVE WS-SHIFT-START-DATE TO H2-START-DATE.
           MOVE WS-SHIFT-START-HHMM TO H2-START-HHMM.
           IF WS-SHIFT-FOUND
               MOVE WS-SHIFT-END-DATE TO H2-END-DATE
               MOVE WS-SHIFT-END-HHMM TO H2-END-HHMM
           ELSE
               MOVE WS-NOW-DATE TO H2-END-DATE
               MOVE WS-NOW-HHMM TO H2-END-HHMM
           END-IF.
           MOVE WS-SHIFT-PRIMARY TO H2-PRIMARY.
           MOVE WS-SHIFT-BACKUP TO H2-BACKUP.
           WRITE REPORT-LINE FROM ENV-BANNER.
           WRITE REPORT-LINE FROM WS-HDR-1.
           WRITE REPORT-LINE FROM WS-HDR-2.
           WRITE REPORT-LINE FROM WS-COLUMN-HDR.
           ADD 1 TO WS-PAGE-NUM.
           ADD 4 TO WS-TOTAL-LINE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.

       SUBMIT-TO-PRINT-QUEUE.
           MOVE SPACES TO PRINT-QUEUE-RECORD.
           MOVE "ONCHAND.RPT" TO PQ-REPORT-NAME.
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

       END PROGRAM ONCALL-HANDOVER.
