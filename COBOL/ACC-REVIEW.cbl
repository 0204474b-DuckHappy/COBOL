      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACC-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-CTL-FILE ASSIGN TO "ACCRVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACL-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "ACCREV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-QUEUE-FILE ASSIGN TO "PRINTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Office hours as HHMM from/to, the share of the average
      *    inquiry count above which an operator is flagged, and the
      *    number of records one inquiry may show before it counts
      *    as a bulk inquiry.
       FD  REVIEW-CTL-FILE.
       01  REVIEW-CTL-RECORD.
           02 CTL-DAY-START    PIC 9(4).
           02 CTL-DAY-END      PIC 9(4).
           02 CTL-VOLUME-PCT   PIC 9(3).
           02 CTL-BULK-RECORDS PIC 9(5).

       FD  ACCESS-LOG-FILE.
       COPY ACCLOG.

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE PIC X(120).

       FD  PRINT-QUEUE-FILE.
       COPY PRINTQ.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS PIC XX.
       01  WS-ACL-STATUS PIC XX.
       01  WS-PQ-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.

       01  WS-DAY-START PIC 9(4) VALUE 0700.
       01  WS-DAY-END PIC 9(4) VALUE 1900.
       01  WS-VOLUME-PCT PIC 9(3) VALUE 200.
       01  WS-BULK-RECORDS PIC 9(5) VALUE 100.

       01  WS-REVIEW-MONTH PIC 9(6).
       01  WS-ACCESS-MONTH PIC 9(6).
       01  WS-ACCESS-HHMM PIC 9(4).
       01  WS-AFTER-HOURS-FLAG PIC X.
           88 WS-AFTER-HOURS VALUE 'Y' FALSE 'N'.
       01  WS-BULK-FLAG PIC X.
           88 WS-BULK VALUE 'Y' FALSE 'N'.

       01  WS-OP-SUB PIC 9(3).
       01  WS-OP-HIT PIC 9(3).
       01  WS-OP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-OP-TABLE.
           02 WS-OP-ENTRY OCCURS 200 TIMES.
               03 WS-OP-ID          PIC X(8).
               03 WS-OP-INQUIRIES   PIC 9(5).
               03 WS-OP-RETURNED    PIC 9(7).
               03 WS-OP-AFTER-HOURS PIC 9(5).
               03 WS-OP-BULK        PIC 9(5).
       01  WS-OP-FULL-FLAG PIC X VALUE 'N'.
           88 WS-OP-FULL VALUE 'Y'.

       01  WS-COUNTS.
           02 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
           02 WS-MONTH-COUNT       PIC 9(7) VALUE ZERO.
           02 WS-RETURNED-TOTAL    PIC 9(9) VALUE ZERO.
           02 WS-AFTER-HOURS-COUNT PIC 9(5) VALUE ZERO.
           02 WS-BULK-COUNT        PIC 9(5) VALUE ZERO.
           02 WS-HIGH-VOLUME-COUNT PIC 9(3) VALUE ZERO.
           02 WS-REPORT-LINES      PIC 9(6) VALUE ZERO.
       01  WS-SHARE PIC 9(5)V9.

       COPY RUNSTAMP.
       COPY CALRQ.

       01  WS-HDR-LINE.
           02 FILLER PIC X(34)
               VALUE "REVISION MENSUAL DE ACCESOS - MES ".
           02 WH-MONTH PIC 9(6).
           02 FILLER PIC X(11) VALUE " - EMITIDO ".
           02 WH-RUN-DATE PIC 9(8).

       01  WS-HOURS-LINE.
           02 FILLER PIC X(19) VALUE "HORARIO DE OFICINA ".
           02 HR-START PIC 9(4).
           02 FILLER PIC X(3) VALUE " A ".
           02 HR-END PIC 9(4).
           02 FILLER PIC X(33)
               VALUE " - CONSULTA MASIVA DESDE REGS.: ".
           02 HR-BULK PIC ZZZZ9.

       01  WS-DETAIL-HDR.
           02 FILLER PIC X(40)
               VALUE "FECHA    HORA OPERADOR PROGRAMA".
           02 FILLER PIC X(40)
               VALUE "    CRITERIO".
           02 FILLER PIC X(40)
               VALUE "                REGS MOTIVO".

       01  WS-DETAIL-LINE.
           02 DL-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 DL-TIME PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 DL-OPERATOR PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 DL-PROGRAM PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 DL-CRITERIA PIC X(50).
           02 FILLER PIC X VALUE SPACE.
           02 DL-RETURNED PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 DL-REASON PIC X(18).

       01  WS-SUMMARY-HDR.
           02 FILLER PIC X(40)
               VALUE "OPERADOR CONSULTAS REGISTROS F.HORA MASI".
           02 FILLER PIC X(40)
               VALUE "VAS   %PROM MARCA".

       01  WS-SUMMARY-LINE.
           02 SL-OPERATOR PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 SL-INQUIRIES PIC Z(8)9.
           02 FILLER PIC X VALUE SPACE.
           02 SL-RETURNED PIC Z(8)9.
           02 FILLER PIC X VALUE SPACE.
           02 SL-AFTER-HOURS PIC Z(5)9.
           02 FILLER PIC X VALUE SPACE.
           02 SL-BULK PIC Z(6)9.
           02 FILLER PIC X VALUE SPACE.
           02 SL-SHARE PIC ZZZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 SL-FLAG PIC X(30).

       01  WS-COUNT-LINE.
           02 WC-LABEL PIC X(30).
           02 WC-COUNT PIC Z(8)9.

       01  WS-NOTE-LINE.
           02 NL-TEXT PIC X(120).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE(1:6) TO WS-REVIEW-MONTH.

           PERFORM LOAD-REVIEW-CONFIG.

           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACL-STATUS NOT = "00" AND WS-ACL-STATUS NOT = "35"
               DISPLAY "ACCLOG.DAT NO DISPONIBLE - STATUS "
                   WS-ACL-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REVIEW-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE REVIEW-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-REVIEW-MONTH TO WH-MONTH.
           MOVE WS-RUN-DATE TO WH-RUN-DATE.
           WRITE REVIEW-REPORT-LINE FROM WS-HDR-LINE.
           MOVE WS-DAY-START TO HR-START.
           MOVE WS-DAY-END TO HR-END.
           MOVE WS-BULK-RECORDS TO HR-BULK.
           WRITE REVIEW-REPORT-LINE FROM WS-HOURS-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE "ACCESOS FUERA DE HORARIO Y CONSULTAS MASIVAS"
               TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE FROM WS-DETAIL-HDR.
           ADD 6 TO WS-REPORT-LINES.

           IF WS-ACL-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ACCESS-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE ACL-DATE(1:6) TO WS-ACCESS-MONTH
                           IF WS-ACCESS-MONTH = WS-REVIEW-MONTH
                               PERFORM REVIEW-ONE-ACCESS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-LOG-FILE
           END-IF.

           PERFORM WRITE-OPERATOR-SUMMARY.
           PERFORM WRITE-REVIEW-TOTALS.
           CLOSE REVIEW-REPORT-FILE.
           PERFORM SUBMIT-TO-PRINT-QUEUE.

           IF WS-AFTER-HOURS-COUNT > ZERO
               OR WS-BULK-COUNT > ZERO
               OR WS-HIGH-VOLUME-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "ACC-REVIEW - MES " WS-REVIEW-MONTH
               " CONSULTAS " WS-MONTH-COUNT
               " FUERA DE HORARIO " WS-AFTER-HOURS-COUNT
               " MASIVAS " WS-BULK-COUNT
               " VOLUMEN ALTO " WS-HIGH-VOLUME-COUNT.

           GOBACK.

       LOAD-REVIEW-CONFIG.
           OPEN INPUT REVIEW-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ REVIEW-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-DAY-START IS NUMERIC
                           AND CTL-DAY-END IS NUMERIC
                           AND CTL-DAY-START < CTL-DAY-END
                           AND CTL-DAY-END <= 2400
                           MOVE CTL-DAY-START TO WS-DAY-START
                           MOVE CTL-DAY-END TO WS-DAY-END
                       END-IF
                       IF CTL-VOLUME-PCT IS NUMERIC
                           AND CTL-VOLUME-PCT > 100
                           MOVE CTL-VOLUME-PCT TO WS-VOLUME-PCT
                       END-IF
                       IF CTL-BULK-RECORDS IS NUMERIC
                           AND CTL-BULK-RECORDS > ZERO
                           MOVE CTL-BULK-RECORDS TO WS-BULK-RECORDS
                       END-IF
               END-READ
               CLOSE REVIEW-CTL-FILE
           END-IF.

      *    An access is after hours when it falls outside office
      *    hours or on a day that is not a business day in BUSCAL.DAT.
       REVIEW-ONE-ACCESS.
           ADD 1 TO WS-MONTH-COUNT.
           ADD ACL-RETURNED TO WS-RETURNED-TOTAL.
           PERFORM FIND-OPERATOR.
           IF WS-OP-HIT > ZERO
               ADD 1 TO WS-OP-INQUIRIES(WS-OP-HIT)
               ADD ACL-RETURNED TO WS-OP-RETURNED(WS-OP-HIT)
           END-IF.

           SET WS-AFTER-HOURS TO FALSE.
           MOVE ACL-TIME(1:4) TO WS-ACCESS-HHMM.
           IF WS-ACCESS-HHMM < WS-DAY-START
               OR WS-ACCESS-HHMM NOT < WS-DAY-END
               SET WS-AFTER-HOURS TO TRUE
               MOVE "FUERA DE HORARIO" TO DL-REASON
           ELSE
               MOVE ACL-DATE TO CAL-DATE-IN
               SET CAL-FUNC-IS-BUSINESS TO TRUE
               CALL "CAL-ROUTINE" USING CALENDAR-REQUEST
               IF NOT CAL-IS-BUSINESS
                   SET WS-AFTER-HOURS TO TRUE
                   MOVE "DIA NO HABIL" TO DL-REASON
               END-IF
           END-IF.

           SET WS-BULK TO FALSE.
           IF ACL-RETURNED NOT < WS-BULK-RECORDS
               SET WS-BULK TO TRUE
               IF WS-AFTER-HOURS
                   MOVE "MASIVA FUERA HORA" TO DL-REASON
               ELSE
                   MOVE "CONSULTA MASIVA" TO DL-REASON
               END-IF
           END-IF.

           IF WS-AFTER-HOURS
               ADD 1 TO WS-AFTER-HOURS-COUNT
               IF WS-OP-HIT > ZERO
                   ADD 1 TO WS-OP-AFTER-HOURS(WS-OP-HIT)
               END-IF
           END-IF.
           IF WS-BULK
               ADD 1 TO WS-BULK-COUNT
               IF WS-OP-HIT > ZERO
                   ADD 1 TO WS-OP-BULK(WS-OP-HIT)
               END-IF
           END-IF.
           IF WS-AFTER-HOURS OR WS-BULK
               MOVE ACL-DATE TO DL-DATE
               MOVE WS-ACCESS-HHMM TO DL-TIME
               MOVE ACL-OPERATOR TO DL-OPERATOR
               MOVE ACL-PROGRAM TO DL-PROGRAM
               MOVE ACL-CRITERIA TO DL-CRITERIA
               MOVE ACL-RETURNED TO DL-RETURNED
               WRITE REVIEW-REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-REPORT-LINES
           END-IF.

       FIND-OPERATOR.
           MOVE ZERO TO WS-OP-HIT.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT OR WS-OP-HIT > ZERO
               IF WS-OP-ID(WS-OP-SUB) = ACL-OPERATOR
                   MOVE WS-OP-SUB TO WS-OP-HIT
               END-IF
           END-PERFORM.
           IF WS-OP-HIT = ZERO
               IF WS-OP-COUNT >= 200
                   IF NOT WS-OP-FULL
                       DISPLAY "MORE THAN 200 OPERATORS - EXTRA "
                           "IGNORED"
                       SET WS-OP-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OP-HIT
                   MOVE ACL-OPERATOR TO WS-OP-ID(WS-OP-HIT)
                   MOVE ZERO TO WS-OP-INQUIRIES(WS-OP-HIT)
                   MOVE ZERO TO WS-OP-RETURNED(WS-OP-HIT)
                   MOVE ZERO TO WS-OP-AFTER-HOURS(WS-OP-HIT)
                   MOVE ZERO TO WS-OP-BULK(WS-OP-HIT)
               END-IF
           END-IF.

      *    An operator is flagged for volume when the month's inquiry
      *    count is above the control share of the average of the
      *    operators who made any inquiry at all.
       WRITE-OPERATOR-SUMMARY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE "RESUMEN POR OPERADOR" TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-HDR.
           ADD 3 TO WS-REPORT-LINES.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT
               MOVE WS-OP-ID(WS-OP-SUB) TO SL-OPERATOR
               MOVE WS-OP-INQUIRIES(WS-OP-SUB) TO SL-INQUIRIES
               MOVE WS-OP-RETURNED(WS-OP-SUB) TO SL-RETURNED
               MOVE WS-OP-AFTER-HOURS(WS-OP-SUB) TO SL-AFTER-HOURS
               MOVE WS-OP-BULK(WS-OP-SUB) TO SL-BULK
               COMPUTE WS-SHARE ROUNDED =
                   WS-OP-INQUIRIES(WS-OP-SUB) * 100 * WS-OP-COUNT
                   / WS-MONTH-COUNT
               MOVE WS-SHARE TO SL-SHARE
               MOVE SPACES TO SL-FLAG
               IF WS-OP-INQUIRIES(WS-OP-SUB) * 100 * WS-OP-COUNT
                   > WS-MONTH-COUNT * WS-VOLUME-PCT
                   MOVE "** VOLUMEN ALTO" TO SL-FLAG
                   ADD 1 TO WS-HIGH-VOLUME-COUNT
               END-IF
               IF WS-OP-AFTER-HOURS(WS-OP-SUB) > ZERO
                   IF SL-FLAG = SPACES
                       MOVE "** FUERA DE HORARIO" TO SL-FLAG
                   ELSE
                       MOVE "** VOLUMEN ALTO / FUERA HORA"
                           TO SL-FLAG
                   END-IF
               END-IF
               WRITE REVIEW-REPORT-LINE FROM WS-SUMMARY-LINE
               ADD 1 TO WS-REPORT-LINES
           END-PERFORM.

       WRITE-REVIEW-TOTALS.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE "CONSULTAS DEL MES           : " TO WC-LABEL.
           MOVE WS-MONTH-COUNT TO WC-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "REGISTROS MOSTRADOS         : " TO WC-LABEL.
           MOVE WS-RETURNED-TOTAL TO WC-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "OPERADORES CON CONSULTAS    : " TO WC-LABEL.
           MOVE WS-OP-COUNT TO WC-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "ACCESOS FUERA DE HORARIO    : " TO WC-LABEL.
           MOVE WS-AFTER-HOURS-COUNT TO WC-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "CONSULTAS MASIVAS           : " TO WC-LABEL.
           MOVE WS-BULK-COUNT TO WC-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "OPERADORES CON VOLUMEN ALTO : " TO WC-LABEL.
           MOVE WS-HIGH-VOLUME-COUNT TO WC-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE SPACES TO NL-TEXT.
           STRING "VOLUMEN ALTO = CONSULTAS MAYORES AL " WS-VOLUME-PCT
               "% DEL PROMEDIO DE LOS OPERADORES CON CONSULTAS"
               DELIMITED BY SIZE INTO NL-TEXT.
           WRITE REVIEW-REPORT-LINE FROM WS-NOTE-LINE.
           ADD 8 TO WS-REPORT-LINES.

       SUBMIT-TO-PRINT-QUEUE.
           MOVE SPACES TO PRINT-QUEUE-RECORD.
           MOVE "ACCREV.RPT" TO PQ-REPORT-NAME.
           MOVE ZERO TO PQ-PRINT-DATE.
           MOVE ZERO TO PQ-PRINT-TIME.
           MOVE WS-RUN-DATE TO PQ-RUN-DATE.
           MOVE WS-RUN-TIME TO PQ-RUN-TIME.
           MOVE WS-REPORT-LINES TO PQ-LINE-COUNT.
           MOVE "QUEUED" TO PQ-STATUS.
           MOVE 5 TO PQ-PRIORITY.
           MOVE ZERO TO PQ-NEEDED-BY.
           OPEN EXTEND PRINT-QUEUE-FILE.
           IF WS-PQ-STATUS = "35"
               OPEN OUTPUT PRINT-QUEUE-FILE
           END-IF.
           WRITE PRINT-QUEUE-RECORD.
           CLOSE PRINT-QUEUE-FILE.

       END PROGRAM ACC-REVIEW.
