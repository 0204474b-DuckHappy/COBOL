      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISC-VALIDATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-FILE ASSIGN TO "FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSP-STATUS.
           SELECT VALIDATE-REPORT-FILE ASSIGN TO "FISCVAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-FILE.
       COPY FISCPER.

       FD  VALIDATE-REPORT-FILE.
       01  VALIDATE-REPORT-LINE PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-FSP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01  WS-ROW-OK-FLAG PIC X.
           88 WS-ROW-OK VALUE 'Y' FALSE 'N'.

       01  WS-ROW-COUNT PIC 9(4) VALUE ZERO.
       01  WS-YEAR-COUNT PIC 9(4) VALUE ZERO.
       01  WS-GAP-COUNT PIC 9(4) VALUE ZERO.
       01  WS-OVERLAP-COUNT PIC 9(4) VALUE ZERO.
       01  WS-SEQ-COUNT PIC 9(4) VALUE ZERO.
       01  WS-BAD-COUNT PIC 9(4) VALUE ZERO.

      *    The last good row read; every period must start the day
      *    after it ends and carry the next key.
       01  WS-PREV-YEAR PIC 9(4) VALUE ZERO.
       01  WS-PREV-PERIOD PIC 9(2) VALUE ZERO.
       01  WS-PREV-END PIC 9(8) VALUE ZERO.
       01  WS-FIRST-START PIC 9(8) VALUE ZERO.
       01  WS-EXPECT-YEAR PIC 9(4).
       01  WS-EXPECT-PERIOD PIC 9(2).
       01  WS-QUARTER PIC 9(1).
       01  WS-START-INT PIC 9(8).
       01  WS-END-INT PIC 9(8).
       01  WS-PREV-END-INT PIC 9(8).
       01  WS-WORK-INT PIC 9(8).
       01  WS-HOLE-FROM PIC 9(8).
       01  WS-HOLE-TO PIC 9(8).
       01  WS-CHECK-DATE PIC 9(8).
       01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           02 WS-CHECK-YYYY PIC 9(4).
           02 WS-CHECK-MM PIC 9(2).
           02 WS-CHECK-DD PIC 9(2).
       01  WS-DATE-OK-FLAG PIC X.
           88 WS-DATE-OK VALUE 'Y' FALSE 'N'.

       COPY RUNSTAMP.
       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT VALIDATE-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE VALIDATE-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO VALIDATE-REPORT-LINE.
           STRING "VALIDACION DE FISCAL.DAT AL " WS-RUN-DATE
               DELIMITED BY SIZE INTO VALIDATE-REPORT-LINE.
           WRITE VALIDATE-REPORT-LINE.

           OPEN INPUT FISCAL-FILE.
           IF WS-FSP-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ FISCAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-PERIOD
                   END-READ
               END-PERFORM
               CLOSE FISCAL-FILE
           END-IF.

           IF WS-ROW-COUNT = ZERO
               MOVE SPACES TO VALIDATE-REPORT-LINE
               STRING "FISCAL.DAT VACIO O AUSENTE - PERIODOS "
                   "IGUALES A LOS MESES CALENDARIO"
                   DELIMITED BY SIZE INTO VALIDATE-REPORT-LINE
               WRITE VALIDATE-REPORT-LINE
               CLOSE VALIDATE-REPORT-FILE
               DISPLAY "FISC-VALIDATE - FISCAL.DAT VACIO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-PREV-PERIOD NOT = 12 AND WS-PREV-PERIOD NOT = ZERO
               ADD 1 TO WS-SEQ-COUNT
               MOVE SPACES TO VALIDATE-REPORT-LINE
               STRING "ANO " WS-PREV-YEAR " INCOMPLETO - TERMINA EN "
                   "EL PERIODO " WS-PREV-PERIOD
                   DELIMITED BY SIZE INTO VALIDATE-REPORT-LINE
               WRITE VALIDATE-REPORT-LINE
           END-IF.

           MOVE SPACES TO VALIDATE-REPORT-LINE.
           STRING "CUBRE DEL " WS-FIRST-START " AL " WS-PREV-END
               " - ANOS FISCALES " WS-YEAR-COUNT
               DELIMITED BY SIZE INTO VALIDATE-REPORT-LINE.
           WRITE VALIDATE-REPORT-LINE.
           MOVE SPACES TO VALIDATE-REPORT-LINE.
           STRING "PERIODOS " WS-ROW-COUNT
               " HUECOS " WS-GAP-COUNT
               " SOLAPES " WS-OVERLAP-COUNT
               " SECUENCIA " WS-SEQ-COUNT
               " INVALIDOS " WS-BAD-COUNT
               DELIMITED BY SIZE INTO VALIDATE-REPORT-LINE.
           WRITE VALIDATE-REPORT-LINE.
           CLOSE VALIDATE-REPORT-FILE.

           IF WS-GAP-COUNT > ZERO OR WS-OVERLAP-COUNT > ZERO
               OR WS-SEQ-COUNT > ZERO OR WS-BAD-COUNT > ZERO
               DISPLAY "FISC-VALIDATE - " WS-GAP-COUNT " HUECOS, "
                   WS-OVERLAP-COUNT " SOLAPES, "
                   WS-SEQ-COUNT " SECUENCIA, "
                   WS-BAD-COUNT " INVALIDOS - VER FISCVAL.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "FISC-VALIDATE - CALENDARIO FISCAL SIN HUECOS"
           END-IF.
           GOBACK.

       CHECK-ONE-PERIOD.
           ADD 1 TO WS-ROW-COUNT.
           PERFORM CHECK-PERIOD-FIELDS.
           IF NOT WS-ROW-OK
               ADD 1 TO WS-BAD-COUNT
           ELSE
               PERFORM CHECK-KEY-SEQUENCE
               PERFORM CHECK-ADJACENCY
               MOVE FSP-YEAR TO WS-PREV-YEAR
               MOVE FSP-PERIOD TO WS-PREV-PERIOD
               MOVE FSP-END TO WS-PREV-END
               MOVE WS-END-INT TO WS-PREV-END-INT
           END-IF.

       CHECK-PERIOD-FIELDS.
           SET WS-ROW-OK TO TRUE.
           IF FSP-YEAR IS NOT NUMERIC OR FSP-PERIOD IS NOT NUMERIC
               OR FSP-PERIOD < 1 OR FSP-PERIOD > 12
               SET WS-ROW-OK TO FALSE
           ELSE
               COMPUTE WS-QUARTER = (FSP-PERIOD - 1) / 3 + 1
               IF FSP-QUARTER NOT = WS-QUARTER
                   SET WS-ROW-OK TO FALSE
               END-IF
           END-IF.
           MOVE FSP-START TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-FIELD.
           IF WS-DATE-OK
               COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
           ELSE
               SET WS-ROW-OK TO FALSE
           END-IF.
           MOVE FSP-END TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-FIELD.
           IF WS-DATE-OK
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
           ELSE
               SET WS-ROW-OK TO FALSE
           END-IF.
           IF WS-ROW-OK
               IF WS-END-INT < WS-START-INT
                   OR FSP-DAYS IS NOT NUMERIC
                   OR FSP-DAYS NOT = WS-END-INT - WS-START-INT + 1
                   SET WS-ROW-OK TO FALSE
               END-IF
           END-IF.
           IF NOT WS-ROW-OK
               MOVE SPACES TO VALIDATE-REPORT-LINE
               STRING "PERIODO INVALIDO: " FISCAL-PERIOD-RECORD
                   DELIMITED BY SIZE INTO VALIDATE-REPORT-LINE
               WRITE VALIDATE-REPORT-LINE
           END-IF.

       CHECK-DATE-FIELD.
           SET WS-DATE-OK TO TRUE.
           IF WS-CHECK-DATE IS NOT NUMERIC
               OR WS-CHECK-YYYY < 1601
               OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
               OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               SET WS-DATE-OK TO FALSE
           END-IF.

      *    Keys run 01 to 12 within a year and years follow on.
       CHECK-KEY-SEQUENCE.
           IF WS-PREV-YEAR = ZERO
               MOVE FSP-YEAR TO WS-EXPECT-YEAR
               MOVE 1 TO WS-EXPECT-PERIOD
           ELSE
               IF WS-PREV-PERIOD = 12
                   COMPUTE WS-EXPECT-YEAR = WS-PREV-YEAR + 1
                   MOVE 1 TO WS-EXPECT-PERIOD
               ELSE
                   MOVE WS-PREV-YEAR TO WS-EXPECT-YEAR
                   COMPUTE WS-EXPECT-PERIOD = WS-PREV-PERIOD + 1
               END-IF
           END-IF.
           IF FSP-PERIOD = 1
               ADD 1 TO WS-YEAR-COUNT
           END-IF.
           IF FSP-YEAR NOT = WS-EXPECT-YEAR
               OR FSP-PERIOD NOT = WS-EXPECT-PERIOD
               ADD 1 TO WS-SEQ-COUNT
               MOVE SPACES TO VALIDATE-REPORT-LINE
               STRING "SECUENCIA: PERIODO " FSP-KEY
                   " DONDE SE ESPERABA " WS-EXPECT-YEAR
                   WS-EXPECT-PERIOD
                   DELIMITED BY SIZE INTO VALIDATE-REPORT-LINE
               WRITE VALIDATE-REPORT-LINE
           END-IF.

       CHECK-ADJACENCY.
           IF WS-PREV-YEAR = ZERO
               MOVE FSP-START TO WS-FIRST-START
           ELSE
               IF WS-START-INT > WS-PREV-END-INT + 1
                   ADD 1 TO WS-GAP-COUNT
                   COMPUTE WS-WORK-INT = WS-PREV-END-INT + 1
                   COMPUTE WS-HOLE-FROM =
                       FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                   COMPUTE WS-WORK-INT = WS-START-INT - 1
                   COMPUTE WS-HOLE-TO =
                       FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                   MOVE SPACES TO VALIDATE-REPORT-LINE
                   STRING "HUECO: DEL " WS-HOLE-FROM " AL " WS-HOLE-TO
                       " ANTES DE " FSP-KEY " - SIN PERIODO"
                       DELIMITED BY SIZE INTO VALIDATE-REPORT-LINE
                   WRITE VALIDATE-REPORT-LINE
               END-IF
               IF WS-START-INT <= WS-PREV-END-INT
                   ADD 1 TO WS-OVERLAP-COUNT
                   MOVE SPACES TO VALIDATE-REPORT-LINE
                   STRING "SOLAPE: " FSP-KEY " EMPIEZA " FSP-START
                       " - EL ANTERIOR TERMINA " WS-PREV-END
                       DELIMITED BY SIZE INTO VALIDATE-REPORT-LINE
                   WRITE VALIDATE-REPORT-LINE
               END-IF
           END-IF.

       END PROGRAM FISC-VALIDATE.
