      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISC-BUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-FILE ASSIGN TO "FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSP-STATUS.
           SELECT FISCAL-RULES-FILE ASSIGN TO "FISCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCC-STATUS.
           SELECT CLOSED-MONTH-FILE ASSIGN TO "CLOSEDMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.
           SELECT LISTING-FILE ASSIGN TO "FISCLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-FILE.
       COPY FISCPER.

      *    FCC-PATTERN is the weeks in each period of a quarter (445,
      *    454 or 544), or MES for calendar months. The year starts
      *    in FCC-START-MONTH: on the first of the month when
      *    FCC-START-DOW is 0, else on that weekday (1 = Monday ...
      *    7 = Sunday) nearest the first, so every year is 52 or 53
      *    whole weeks. The days over 52 weeks go to period
      *    FCC-LONG-PERIOD.
       FD  FISCAL-RULES-FILE.
       01  FISCAL-RULES-RECORD.
           02 FCC-PATTERN     PIC X(3).
           02 FCC-START-MONTH PIC 9(2).
           02 FCC-START-DOW   PIC 9(1).
           02 FCC-LONG-PERIOD PIC 9(2).

       FD  CLOSED-MONTH-FILE.
       01  CLOSED-MONTH-RECORD.
           02 CLM-MONTH PIC 9(6).
           02 CLM-CLOSE-DATE PIC 9(8).
           02 CLM-COMPANY PIC X(2).

       FD  LISTING-FILE.
       01  LISTING-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FSP-STATUS PIC XX.
       01  WS-FCC-STATUS PIC XX.
       01  WS-CLM-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-RULES-OK-FLAG PIC X VALUE 'Y'.
           88 WS-RULES-OK VALUE 'Y' FALSE 'N'.

       01  WS-BUILD-YEAR PIC 9(4).
       01  WS-PATTERN PIC X(3) VALUE "MES".
           88 WS-MONTHLY VALUE "MES".
       01  WS-START-MONTH PIC 9(2) VALUE 1.
       01  WS-START-DOW PIC 9(1) VALUE ZERO.
       01  WS-LONG-PERIOD PIC 9(2) VALUE 12.

       01  WS-SUB PIC 9(3).
       01  WS-PER PIC 9(2).
       01  WS-KEEP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-KEEP-TABLE.
           02 WS-KEEP-ENTRY OCCURS 600 TIMES PIC X(25).
       01  WS-KEEP-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-KEEP-OVERFLOW VALUE 'Y'.
       01  WS-EARLIER-FLAG PIC X VALUE 'N'.
           88 WS-EARLIER-YEAR VALUE 'Y'.
       01  WS-PRIOR-END PIC 9(8) VALUE ZERO.
       01  WS-LATER-START PIC 9(8) VALUE ZERO.
       01  WS-REPLACED-FLAG PIC X VALUE 'N'.
           88 WS-REPLACED VALUE 'Y'.
       01  WS-CLOSED-HITS PIC 9(4) VALUE ZERO.
       01  WS-WARN-COUNT PIC 9(2) VALUE ZERO.

       01  WS-GEN-TABLE.
           02 WS-GEN-ENTRY OCCURS 12 TIMES.
               03 WS-GEN-QUARTER PIC 9(1).
               03 WS-GEN-START   PIC 9(8).
               03 WS-GEN-END     PIC 9(8).
               03 WS-GEN-DAYS    PIC 9(2).

      *    Start of a fiscal year: WS-ANCHOR is the first of the
      *    start month, in the year before the label unless the
      *    year starts in January.
       01  WS-LABEL PIC 9(4).
       01  WS-ANCHOR PIC 9(8).
       01  WS-ANCHOR-R REDEFINES WS-ANCHOR.
           02 WS-ANCHOR-YYYY PIC 9(4).
           02 WS-ANCHOR-MM PIC 9(2).
           02 WS-ANCHOR-DD PIC 9(2).
       01  WS-ANCHOR-INT PIC 9(8).
       01  WS-ANCHOR-DOW PIC 9(1).
       01  WS-TARGET-DOW PIC 9(1).
       01  WS-DIFF PIC 9(1).
       01  WS-YEAR-START-INT PIC 9(8).
       01  WS-START-INT PIC 9(8).
       01  WS-NEXT-START-INT PIC 9(8).
       01  WS-YEAR-DAYS PIC 9(3).
       01  WS-EXTRA-DAYS PIC S9(3).
       01  WS-PER-START-INT PIC 9(8).
       01  WS-PER-DAYS PIC 9(2).
       01  WS-PER-WEEKS PIC 9(1).
       01  WS-PAT-POS PIC 9(1).
       01  WS-MONTH-FIRST PIC 9(8).
       01  WS-MONTH-FIRST-R REDEFINES WS-MONTH-FIRST.
           02 WS-MONTH-YYYY PIC 9(4).
           02 WS-MONTH-MM PIC 9(2).
           02 WS-MONTH-DD PIC 9(2).
       01  WS-GEN-COUNT PIC 9(2) VALUE ZERO.

       COPY RUNSTAMP.

       01  WS-LIST-LINE.
           02 LL-YEAR PIC 9(4).
           02 LL-PERIOD PIC 9(2).
           02 FILLER PIC X(7) VALUE " TRIM. ".
           02 LL-QUARTER PIC 9(1).
           02 FILLER PIC X(5) VALUE " DEL ".
           02 LL-START PIC 9(8).
           02 FILLER PIC X(4) VALUE " AL ".
           02 LL-END PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-DAYS PIC Z9.
           02 FILLER PIC X(5) VALUE " DIAS".

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "ANO FISCAL A GENERAR AAAA (ANO EN QUE TERMINA) : ".
           ACCEPT WS-BUILD-YEAR.
           IF WS-BUILD-YEAR IS NOT NUMERIC
               OR WS-BUILD-YEAR < 1990 OR WS-BUILD-YEAR > 2099
               DISPLAY "ANO INVALIDO - NADA GENERADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-FISCAL-RULES.
           IF NOT WS-RULES-OK
               DISPLAY "FISCCTL.DAT INVALIDO - NADA GENERADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM KEEP-OTHER-YEARS.
           IF WS-KEEP-OVERFLOW
               DISPLAY "FISC-BUILD - FISCAL.DAT TIENE MAS PERIODOS DE "
                   "OTROS ANOS DE LOS QUE LA TABLA RETIENE - "
                   "CORRIDA CANCELADA PARA NO PERDERLOS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GENERATE-FISCAL-YEAR.
           IF WS-EXTRA-DAYS < ZERO
               DISPLAY "FISC-BUILD - EL ANO " WS-BUILD-YEAR
                   " TIENE MENOS DE 52 SEMANAS - REVISAR FISCCTL.DAT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    A closed period keeps the dates it was closed with, so a
      *    year holding closed periods is never generated again,
      *    and neither is a first fiscal year that would take days
      *    from a calendar month already closed.
           PERFORM CHECK-CLOSED-PERIODS.
           IF WS-CLOSED-HITS > ZERO
               DISPLAY "FISC-BUILD - " WS-CLOSED-HITS
                   " CIERRES EN CLOSEDMO.DAT CAMBIARIAN DE FECHAS - "
                   "NADA GENERADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT FISCAL-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-KEEP-COUNT
               MOVE WS-KEEP-ENTRY(WS-SUB) TO FISCAL-PERIOD-RECORD
               IF FSP-YEAR < WS-BUILD-YEAR
                   WRITE FISCAL-PERIOD-RECORD
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 12
               MOVE WS-BUILD-YEAR TO FSP-YEAR
               MOVE WS-PER TO FSP-PERIOD
               MOVE WS-GEN-QUARTER(WS-PER) TO FSP-QUARTER
               MOVE WS-GEN-START(WS-PER) TO FSP-START
               MOVE WS-GEN-END(WS-PER) TO FSP-END
               MOVE WS-GEN-DAYS(WS-PER) TO FSP-DAYS
               WRITE FISCAL-PERIOD-RECORD
               ADD 1 TO WS-GEN-COUNT
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-KEEP-COUNT
               MOVE WS-KEEP-ENTRY(WS-SUB) TO FISCAL-PERIOD-RECORD
               IF FSP-YEAR > WS-BUILD-YEAR
                   WRITE FISCAL-PERIOD-RECORD
               END-IF
           END-PERFORM.
           CLOSE FISCAL-FILE.

           PERFORM WRITE-LISTING.

           DISPLAY "FISC-BUILD - " WS-GEN-COUNT
               " PERIODOS GENERADOS PARA EL ANO FISCAL " WS-BUILD-YEAR
               " - LISTADO EN FISCLIST.RPT".
           IF WS-WARN-COUNT > ZERO
               DISPLAY "FISC-BUILD - EL ANO NO EMPALMA CON LOS ANOS "
                   "VECINOS - EJECUTAR FISC-VALIDATE"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-FISCAL-RULES.
           OPEN INPUT FISCAL-RULES-FILE.
           IF WS-FCC-STATUS = "00"
               READ FISCAL-RULES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FCC-PATTERN TO WS-PATTERN
                       MOVE FCC-START-MONTH TO WS-START-MONTH
                       MOVE FCC-START-DOW TO WS-START-DOW
                       MOVE FCC-LONG-PERIOD TO WS-LONG-PERIOD
               END-READ
               CLOSE FISCAL-RULES-FILE
           ELSE
               DISPLAY "FISCCTL.DAT NO DISPONIBLE - PERIODOS IGUALES "
                   "A LOS MESES CALENDARIO"
           END-IF.
           IF WS-PATTERN NOT = "MES" AND WS-PATTERN NOT = "445"
               AND WS-PATTERN NOT = "454" AND WS-PATTERN NOT = "544"
               DISPLAY "FISCCTL.DAT PATRON " WS-PATTERN " INVALIDO"
               SET WS-RULES-OK TO FALSE
           END-IF.
           IF WS-START-MONTH IS NOT NUMERIC
               OR WS-START-MONTH < 1 OR WS-START-MONTH > 12
               DISPLAY "FISCCTL.DAT MES DE INICIO INVALIDO"
               SET WS-RULES-OK TO FALSE
           END-IF.
           IF WS-START-DOW IS NOT NUMERIC OR WS-START-DOW > 7
               DISPLAY "FISCCTL.DAT DIA DE SEMANA INVALIDO"
               SET WS-RULES-OK TO FALSE
           END-IF.
           IF WS-LONG-PERIOD IS NOT NUMERIC
               OR WS-LONG-PERIOD < 1 OR WS-LONG-PERIOD > 12
               MOVE 12 TO WS-LONG-PERIOD
           END-IF.

      *    Periods of other fiscal years already on FISCAL.DAT are
      *    kept; only the generated year is replaced.
       KEEP-OTHER-YEARS.
           OPEN INPUT FISCAL-FILE.
           IF WS-FSP-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ FISCAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM KEEP-ONE-PERIOD
                   END-READ
               END-PERFORM
               CLOSE FISCAL-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       KEEP-ONE-PERIOD.
           IF FSP-YEAR = WS-BUILD-YEAR
               SET WS-REPLACED TO TRUE
           ELSE
               IF WS-KEEP-COUNT >= 600
                   SET WS-KEEP-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE FISCAL-PERIOD-RECORD TO
                       WS-KEEP-ENTRY(WS-KEEP-COUNT)
               END-IF
               IF FSP-YEAR < WS-BUILD-YEAR
                   SET WS-EARLIER-YEAR TO TRUE
               END-IF
               IF FSP-YEAR = WS-BUILD-YEAR - 1 AND FSP-PERIOD = 12
                   MOVE FSP-END TO WS-PRIOR-END
               END-IF
               IF FSP-YEAR = WS-BUILD-YEAR + 1 AND FSP-PERIOD = 1
                   MOVE FSP-START TO WS-LATER-START
               END-IF
           END-IF.

       GENERATE-FISCAL-YEAR.
           MOVE WS-BUILD-YEAR TO WS-LABEL.
           PERFORM FIND-YEAR-START.
           MOVE WS-YEAR-START-INT TO WS-START-INT.
           COMPUTE WS-LABEL = WS-BUILD-YEAR + 1.
           PERFORM FIND-YEAR-START.
           MOVE WS-YEAR-START-INT TO WS-NEXT-START-INT.
           COMPUTE WS-YEAR-DAYS = WS-NEXT-START-INT - WS-START-INT.
           COMPUTE WS-EXTRA-DAYS = WS-YEAR-DAYS - 364.
           IF WS-MONTHLY
               MOVE ZERO TO WS-EXTRA-DAYS
           END-IF.
           IF WS-EXTRA-DAYS >= ZERO
               MOVE WS-START-INT TO WS-PER-START-INT
               COMPUTE WS-MONTH-FIRST =
                   FUNCTION DATE-OF-INTEGER(WS-START-INT)
               PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 12
                   PERFORM GENERATE-ONE-PERIOD
               END-PERFORM
           END-IF.

       FIND-YEAR-START.
           MOVE WS-LABEL TO WS-ANCHOR-YYYY.
           IF WS-START-MONTH > 1
               SUBTRACT 1 FROM WS-ANCHOR-YYYY
           END-IF.
           MOVE WS-START-MONTH TO WS-ANCHOR-MM.
           MOVE 1 TO WS-ANCHOR-DD.
           COMPUTE WS-ANCHOR-INT = FUNCTION INTEGER-OF-DATE(WS-ANCHOR).
           MOVE WS-ANCHOR-INT TO WS-YEAR-START-INT.
           IF NOT WS-MONTHLY AND WS-START-DOW > ZERO
               COMPUTE WS-ANCHOR-DOW = FUNCTION MOD(WS-ANCHOR-INT, 7)
               MOVE WS-START-DOW TO WS-TARGET-DOW
               IF WS-TARGET-DOW = 7
                   MOVE ZERO TO WS-TARGET-DOW
               END-IF
               COMPUTE WS-DIFF = FUNCTION MOD(
                   WS-TARGET-DOW - WS-ANCHOR-DOW + 7, 7)
               IF WS-DIFF <= 3
                   ADD WS-DIFF TO WS-YEAR-START-INT
               ELSE
                   COMPUTE WS-YEAR-START-INT =
                       WS-ANCHOR-INT + WS-DIFF - 7
               END-IF
           END-IF.

       GENERATE-ONE-PERIOD.
           COMPUTE WS-GEN-QUARTER(WS-PER) = (WS-PER - 1) / 3 + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-PER-START-INT)
               TO WS-GEN-START(WS-PER).
           IF WS-MONTHLY
               IF WS-MONTH-MM = 12
                   ADD 1 TO WS-MONTH-YYYY
                   MOVE 1 TO WS-MONTH-MM
               ELSE
                   ADD 1 TO WS-MONTH-MM
               END-IF
               COMPUTE WS-PER-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
                   - WS-PER-START-INT
           ELSE
               COMPUTE WS-PAT-POS = FUNCTION MOD(WS-PER - 1, 3) + 1
               MOVE WS-PATTERN(WS-PAT-POS:1) TO WS-PER-WEEKS
               COMPUTE WS-PER-DAYS = WS-PER-WEEKS * 7
               IF WS-PER = WS-LONG-PERIOD
                   ADD WS-EXTRA-DAYS TO WS-PER-DAYS
               END-IF
           END-IF.
           MOVE WS-PER-DAYS TO WS-GEN-DAYS(WS-PER).
           ADD WS-PER-DAYS TO WS-PER-START-INT.
           MOVE FUNCTION DATE-OF-INTEGER(WS-PER-START-INT - 1)
               TO WS-GEN-END(WS-PER).

       CHECK-CLOSED-PERIODS.
           OPEN INPUT CLOSED-MONTH-FILE.
           IF WS-CLM-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ CLOSED-MONTH-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CLM-MONTH(1:4) = WS-BUILD-YEAR
                               ADD 1 TO WS-CLOSED-HITS
                               DISPLAY "PERIODO " CLM-MONTH
                                   " CERRADO EMPRESA " CLM-COMPANY
                           END-IF
                           IF NOT WS-EARLIER-YEAR
                               AND CLM-MONTH(1:4) < WS-BUILD-YEAR
                               AND CLM-MONTH >= WS-GEN-START(1)(1:6)
                               ADD 1 TO WS-CLOSED-HITS
                               DISPLAY "MES " CLM-MONTH
                                   " CERRADO EMPRESA " CLM-COMPANY
                                   " - EL ANO FISCAL EMPIEZA EL "
                                   WS-GEN-START(1)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-MONTH-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       WRITE-LISTING.
           OPEN OUTPUT LISTING-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE LISTING-LINE FROM ENV-BANNER.
           MOVE SPACES TO LISTING-LINE.
           STRING "CALENDARIO FISCAL " WS-BUILD-YEAR
               " GENERADO EL " WS-RUN-DATE
               DELIMITED BY SIZE INTO LISTING-LINE.
           WRITE LISTING-LINE.
           MOVE SPACES TO LISTING-LINE.
           STRING "REGLA " WS-PATTERN " - INICIO MES " WS-START-MONTH
               " DIA SEMANA " WS-START-DOW
               " - PERIODO LARGO " WS-LONG-PERIOD
               DELIMITED BY SIZE INTO LISTING-LINE.
           WRITE LISTING-LINE.
           IF WS-REPLACED
               MOVE "ANO YA EXISTENTE EN FISCAL.DAT - REEMPLAZADO"
                   TO LISTING-LINE
               WRITE LISTING-LINE
           END-IF.
           PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 12
               MOVE WS-BUILD-YEAR TO LL-YEAR
               MOVE WS-PER TO LL-PERIOD
               MOVE WS-GEN-QUARTER(WS-PER) TO LL-QUARTER
               MOVE WS-GEN-START(WS-PER) TO LL-START
               MOVE WS-GEN-END(WS-PER) TO LL-END
               MOVE WS-GEN-DAYS(WS-PER) TO LL-DAYS
               WRITE LISTING-LINE FROM WS-LIST-LINE
           END-PERFORM.
           IF WS-PRIOR-END > ZERO
               AND FUNCTION INTEGER-OF-DATE(WS-PRIOR-END) + 1
                   NOT = FUNCTION INTEGER-OF-DATE(WS-GEN-START(1))
               ADD 1 TO WS-WARN-COUNT
               MOVE SPACES TO LISTING-LINE
               STRING "AVISO: EL ANO ANTERIOR TERMINA EL "
                   WS-PRIOR-END
                   DELIMITED BY SIZE INTO LISTING-LINE
               WRITE LISTING-LINE
           END-IF.
           IF WS-LATER-START > ZERO
               AND FUNCTION INTEGER-OF-DATE(WS-GEN-END(12)) + 1
                   NOT = FUNCTION INTEGER-OF-DATE(WS-LATER-START)
               ADD 1 TO WS-WARN-COUNT
               MOVE SPACES TO LISTING-LINE
               STRING "AVISO: EL ANO SIGUIENTE EMPIEZA EL "
                   WS-LATER-START
                   DELIMITED BY SIZE INTO LISTING-LINE
               WRITE LISTING-LINE
           END-IF.
           MOVE SPACES TO LISTING-LINE.
           STRING "PERIODOS GENERADOS: " WS-GEN-COUNT
               DELIMITED BY SIZE INTO LISTING-LINE.
           WRITE LISTING-LINE.
           CLOSE LISTING-FILE.

       END PROGRAM FISC-BUILD.
