      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-FEED-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "FXFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO "FXTOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-STATUS.
           SELECT FX-HOLD-FILE ASSIGN TO "FXHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.
           SELECT FX-AUDIT-FILE ASSIGN TO "FXAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT IMPORT-REPORT-FILE ASSIGN TO "FXIMPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    The bank's daily rate file: one line per currency with the
      *    rate in ten-thousandths and the value date it applies from.
       FD  FEED-FILE.
       01  FEED-RECORD.
           02 FEED-CURRENCY PIC X(3).
           02 FEED-RATE     PIC 9(4)V9999.
           02 FEED-DATE     PIC 9(8).

       FD  FX-RATE-FILE.
       01  FX-RATE-RECORD.
           02 FX-CURRENCY PIC X(3).
           02 FX-RATE     PIC 9(4)V9999.
           02 FX-DATE     PIC 9(8).

      *    Tolerance per currency as a percentage of the rate in
      *    force; a line with a blank currency sets the default for
      *    every currency not listed.
       FD  TOLERANCE-FILE.
       01  TOLERANCE-RECORD.
           02 TOL-CURRENCY PIC X(3).
           02 TOL-PCT      PIC 9(3)V99.

       FD  FX-HOLD-FILE.
       COPY FXHOLD.

       FD  FX-AUDIT-FILE.
       COPY FXAUD.

       FD  IMPORT-REPORT-FILE.
       01  IMPORT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FEED-STATUS PIC XX.
       01  WS-FX-STATUS PIC XX.
       01  WS-TOL-STATUS PIC XX.
       01  WS-HLD-STATUS PIC XX.
       01  WS-AUD-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-ABORT-FLAG PIC X VALUE 'N'.
           88 WS-ABORT VALUE 'Y'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-SUB PIC 9(2).
       01  WS-HIT PIC 9(2).
       01  WS-HOLD-SUB PIC 9(2).

       01  WS-FX-COUNT PIC 9(2) VALUE ZERO.
       01  WS-FX-TABLE.
           02 WS-FX-ENTRY OCCURS 20 TIMES.
               03 WS-FX-CURRENCY-TBL PIC X(3).
               03 WS-FX-RATE-TBL     PIC 9(4)V9999.
               03 WS-FX-DATE-TBL     PIC 9(8).
               03 WS-FX-QUOTED-TBL   PIC X.

       01  WS-DEFAULT-TOL PIC 9(3)V99 VALUE 2.00.
       01  WS-TOL-COUNT PIC 9(2) VALUE ZERO.
       01  WS-TOL-TABLE.
           02 WS-TOL-ENTRY OCCURS 20 TIMES.
               03 WS-TOL-CURRENCY-TBL PIC X(3).
               03 WS-TOL-PCT-TBL      PIC 9(3)V99.

      *    Holds still open from earlier feeds, kept as whole FXHOLD
      *    records; WS-HOLD-KEEP-TBL is cleared when today's feed
      *    quotes the currency again.
       01  WS-HOLD-COUNT PIC 9(2) VALUE ZERO.
       01  WS-HOLD-TABLE.
           02 WS-HOLD-ENTRY OCCURS 20 TIMES.
               03 WS-HOLD-RECORD-TBL PIC X(46).
               03 WS-HOLD-KEEP-TBL   PIC X.

       01  WS-FEED-COUNT PIC 9(2) VALUE ZERO.
       01  WS-FEED-SEEN-TABLE.
           02 WS-FEED-SEEN-TBL PIC X(3) OCCURS 40 TIMES.

       01  WS-EFF-DATE PIC 9(8).
       01  WS-OLD-RATE PIC 9(4)V9999.
       01  WS-RATE-DIFF PIC 9(4)V9999.
       01  WS-MOVE-PCT PIC 9(3)V99.
       01  WS-TOLERANCE PIC 9(3)V99.
       01  WS-STATUS-TEXT PIC X(11).

       01  WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01  WS-ACCEPTED-COUNT PIC 9(3) VALUE ZERO.
       01  WS-HELD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-MISSING-COUNT PIC 9(3) VALUE ZERO.
       01  WS-OMITTED-COUNT PIC 9(3) VALUE ZERO.
       01  WS-REPLACED-COUNT PIC 9(3) VALUE ZERO.

       COPY RUNSTAMP.

       01  WS-HEADER-LINE.
           02 FILLER PIC X(44)
               VALUE "IMPORTACION DE TIPOS DE CAMBIO DEL BANCO -  ".
           02 HL-DATE PIC 9(8).

       01  WS-COLUMN-LINE.
           02 FILLER PIC X(40)
               VALUE "MON ESTADO      TC VIGENTE    TC FEED   ".
           02 FILLER PIC X(30)
               VALUE "VAR %    TOL %  VIGENCIA      ".

       01  WS-DETAIL-LINE.
           02 DL-CURRENCY PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-STATUS PIC X(11).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-OLD-RATE PIC ZZZ9.9999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-NEW-RATE PIC ZZZ9.9999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-MOVE-PCT PIC ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DL-TOLERANCE PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-EFF-DATE PIC 9(8).

       01  WS-TOTAL-LINE.
           02 FILLER PIC X(12) VALUE "ACEPTADAS: ".
           02 TL-ACCEPTED PIC ZZ9.
           02 FILLER PIC X(13) VALUE "  RETENIDAS: ".
           02 TL-HELD PIC ZZ9.
           02 FILLER PIC X(18) VALUE "  SIN COTIZACION: ".
           02 TL-MISSING PIC ZZ9.
           02 FILLER PIC X(13) VALUE "  OMITIDAS: ".
           02 TL-OMITTED PIC ZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM LOAD-FX-TABLE.
           IF NOT WS-ABORT
               PERFORM LOAD-HOLD-TABLE
           END-IF.
           IF WS-ABORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-TOLERANCES.

           OPEN INPUT FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "FXFEED.DAT NO DISPONIBLE - STATUS "
                   WS-FEED-STATUS " - TIPOS SIN CAMBIOS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT IMPORT-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE IMPORT-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO HL-DATE.
           WRITE IMPORT-REPORT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO IMPORT-REPORT-LINE.
           WRITE IMPORT-REPORT-LINE.
           WRITE IMPORT-REPORT-LINE FROM WS-COLUMN-LINE.

           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ FEED-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF FEED-CURRENCY NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM PROCESS-FEED-RATE
                               THRU PROCESS-FEED-RATE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-FILE.

           PERFORM REPORT-MISSING-CURRENCIES.

           MOVE SPACES TO IMPORT-REPORT-LINE.
           WRITE IMPORT-REPORT-LINE.
           MOVE WS-ACCEPTED-COUNT TO TL-ACCEPTED.
           MOVE WS-HELD-COUNT TO TL-HELD.
           MOVE WS-MISSING-COUNT TO TL-MISSING.
           MOVE WS-OMITTED-COUNT TO TL-OMITTED.
           WRITE IMPORT-REPORT-LINE FROM WS-TOTAL-LINE.
           IF WS-REPLACED-COUNT > ZERO
               MOVE SPACES TO IMPORT-REPORT-LINE
               STRING "RETENCIONES ANTERIORES REEMPLAZADAS POR ESTE "
                   "FEED: " WS-REPLACED-COUNT
                   DELIMITED BY SIZE INTO IMPORT-REPORT-LINE
               WRITE IMPORT-REPORT-LINE
           END-IF.
           CLOSE IMPORT-REPORT-FILE.

           IF WS-ACCEPTED-COUNT > ZERO
               PERFORM SAVE-FX-TABLE
           END-IF.
           PERFORM SAVE-HOLD-TABLE.

           DISPLAY "FX-FEED-IMPORT - " WS-READ-COUNT " COTIZACIONES, "
               WS-ACCEPTED-COUNT " ACEPTADAS, " WS-HELD-COUNT
               " RETENIDAS - FXIMPORT.RPT".
           IF WS-HELD-COUNT > ZERO
               DISPLAY "TIPOS RETENIDOS - CONFIRMAR EN FX-RATE-MAINT"
           END-IF.
           IF WS-HELD-COUNT > ZERO OR WS-MISSING-COUNT > ZERO
               OR WS-OMITTED-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *    A rate within tolerance of the rate in force is applied
      *    from the feed's value date; a larger move, or a currency
      *    with no rate yet, is held for an operator to confirm.
       PROCESS-FEED-RATE.
           MOVE ZERO TO WS-OLD-RATE.
           MOVE ZERO TO WS-MOVE-PCT.
           MOVE ZERO TO WS-TOLERANCE.
           MOVE WS-RUN-DATE TO WS-EFF-DATE.
           IF FEED-DATE IS NUMERIC AND FEED-DATE > ZERO
               MOVE FEED-DATE TO WS-EFF-DATE
           END-IF.

           IF FEED-RATE IS NOT NUMERIC OR FEED-RATE = ZERO
               MOVE "INVALIDO" TO WS-STATUS-TEXT
               ADD 1 TO WS-OMITTED-COUNT
               PERFORM WRITE-FEED-DETAIL
               GO TO PROCESS-FEED-RATE-EXIT
           END-IF.

           PERFORM CHECK-FEED-DUPLICATE.
           IF WS-FOUND
               MOVE "DUPLICADO" TO WS-STATUS-TEXT
               ADD 1 TO WS-OMITTED-COUNT
               PERFORM WRITE-FEED-DETAIL
               GO TO PROCESS-FEED-RATE-EXIT
           END-IF.

           PERFORM REPLACE-OPEN-HOLDS.
           PERFORM FIND-TOLERANCE.
           PERFORM FIND-CURRENCY.
           IF WS-HIT = ZERO
               SET FXH-NEW-CURRENCY TO TRUE
               MOVE "NUEVA RET" TO WS-STATUS-TEXT
               PERFORM HOLD-FEED-RATE
               GO TO PROCESS-FEED-RATE-EXIT
           END-IF.

           MOVE 'Y' TO WS-FX-QUOTED-TBL(WS-HIT).
           MOVE WS-FX-RATE-TBL(WS-HIT) TO WS-OLD-RATE.
           IF WS-EFF-DATE < WS-FX-DATE-TBL(WS-HIT)
               MOVE "ANTERIOR" TO WS-STATUS-TEXT
               ADD 1 TO WS-OMITTED-COUNT
               PERFORM WRITE-FEED-DETAIL
               GO TO PROCESS-FEED-RATE-EXIT
           END-IF.
           IF WS-EFF-DATE = WS-FX-DATE-TBL(WS-HIT)
               AND FEED-RATE = WS-OLD-RATE
               MOVE "YA VIGENTE" TO WS-STATUS-TEXT
               PERFORM WRITE-FEED-DETAIL
               GO TO PROCESS-FEED-RATE-EXIT
           END-IF.

           IF FEED-RATE > WS-OLD-RATE
               COMPUTE WS-RATE-DIFF = FEED-RATE - WS-OLD-RATE
           ELSE
               COMPUTE WS-RATE-DIFF = WS-OLD-RATE - FEED-RATE
           END-IF.
           IF WS-OLD-RATE = ZERO
               MOVE 999.99 TO WS-MOVE-PCT
           ELSE
               COMPUTE WS-MOVE-PCT ROUNDED =
                   WS-RATE-DIFF * 100 / WS-OLD-RATE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-MOVE-PCT
               END-COMPUTE
           END-IF.

           IF WS-MOVE-PCT > WS-TOLERANCE
               SET FXH-OVER-TOLERANCE TO TRUE
               MOVE "RETENIDO" TO WS-STATUS-TEXT
               PERFORM HOLD-FEED-RATE
           ELSE
               MOVE FEED-RATE TO WS-FX-RATE-TBL(WS-HIT)
               MOVE WS-EFF-DATE TO WS-FX-DATE-TBL(WS-HIT)
               PERFORM WRITE-FX-AUDIT
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE "ACEPTADO" TO WS-STATUS-TEXT
               PERFORM WRITE-FEED-DETAIL
           END-IF.
       PROCESS-FEED-RATE-EXIT.
           EXIT.

       CHECK-FEED-DUPLICATE.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FEED-COUNT OR WS-FOUND
               IF WS-FEED-SEEN-TBL(WS-SUB) = FEED-CURRENCY
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-FEED-COUNT >= 40
                   DISPLAY "FXFEED.DAT HAS MORE THAN 40 CURRENCIES - "
                       "DUPLICATES NOT CHECKED"
               ELSE
                   ADD 1 TO WS-FEED-COUNT
                   MOVE FEED-CURRENCY TO WS-FEED-SEEN-TBL(WS-FEED-COUNT)
               END-IF
           END-IF.

      *    Today's quote supersedes any hold of the currency still
      *    open from an earlier feed.
       REPLACE-OPEN-HOLDS.
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               MOVE WS-HOLD-RECORD-TBL(WS-HOLD-SUB) TO FX-HOLD-RECORD
               IF FXH-CURRENCY = FEED-CURRENCY
                   AND WS-HOLD-KEEP-TBL(WS-HOLD-SUB) = 'Y'
                   MOVE 'N' TO WS-HOLD-KEEP-TBL(WS-HOLD-SUB)
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
           END-PERFORM.

       FIND-TOLERANCE.
           MOVE WS-DEFAULT-TOL TO WS-TOLERANCE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TOL-COUNT
               IF WS-TOL-CURRENCY-TBL(WS-SUB) = FEED-CURRENCY
                   MOVE WS-TOL-PCT-TBL(WS-SUB) TO WS-TOLERANCE
               END-IF
           END-PERFORM.

       FIND-CURRENCY.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FX-COUNT OR WS-HIT > ZERO
               IF WS-FX-CURRENCY-TBL(WS-SUB) = FEED-CURRENCY
                   MOVE WS-SUB TO WS-HIT
               END-IF
           END-PERFORM.

      *    FXH-REASON is set by the caller before the record is
      *    built.
       HOLD-FEED-RATE.
           IF WS-HOLD-COUNT >= 20
               DISPLAY "FXHOLD.DAT HAS MORE THAN 20 HOLDS - "
                   FEED-CURRENCY " NOT HELD"
               MOVE "SIN LUGAR" TO WS-STATUS-TEXT
               ADD 1 TO WS-OMITTED-COUNT
           ELSE
               MOVE FEED-CURRENCY TO FXH-CURRENCY
               MOVE WS-OLD-RATE TO FXH-OLD-RATE
               MOVE FEED-RATE TO FXH-NEW-RATE
               MOVE WS-EFF-DATE TO FXH-EFF-DATE
               MOVE WS-MOVE-PCT TO FXH-MOVE-PCT
               MOVE WS-TOLERANCE TO FXH-TOLERANCE
               MOVE WS-RUN-DATE TO FXH-IMPORT-DATE
               ADD 1 TO WS-HOLD-COUNT
               MOVE FX-HOLD-RECORD TO
                   WS-HOLD-RECORD-TBL(WS-HOLD-COUNT)
               MOVE 'Y' TO WS-HOLD-KEEP-TBL(WS-HOLD-COUNT)
               ADD 1 TO WS-HELD-COUNT
           END-IF.
           PERFORM WRITE-FEED-DETAIL.

       WRITE-FEED-DETAIL.
           MOVE FEED-CURRENCY TO DL-CURRENCY.
           MOVE WS-STATUS-TEXT TO DL-STATUS.
           MOVE WS-OLD-RATE TO DL-OLD-RATE.
           IF FEED-RATE IS NUMERIC
               MOVE FEED-RATE TO DL-NEW-RATE
           ELSE
               MOVE ZERO TO DL-NEW-RATE
           END-IF.
           MOVE WS-MOVE-PCT TO DL-MOVE-PCT.
           MOVE WS-TOLERANCE TO DL-TOLERANCE.
           MOVE WS-EFF-DATE TO DL-EFF-DATE.
           WRITE IMPORT-REPORT-LINE FROM WS-DETAIL-LINE.

      *    Currencies in force that the bank did not quote keep their
      *    last rate; the surcharge run keeps using it.
       REPORT-MISSING-CURRENCIES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FX-COUNT
               IF WS-FX-QUOTED-TBL(WS-SUB) NOT = 'Y'
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-FX-CURRENCY-TBL(WS-SUB) TO DL-CURRENCY
                   MOVE "SIN COTIZ" TO DL-STATUS
                   MOVE WS-FX-RATE-TBL(WS-SUB) TO DL-OLD-RATE
                   MOVE ZERO TO DL-NEW-RATE
                   MOVE ZERO TO DL-MOVE-PCT
                   MOVE ZERO TO DL-TOLERANCE
                   MOVE WS-FX-DATE-TBL(WS-SUB) TO DL-EFF-DATE
                   WRITE IMPORT-REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM.

       WRITE-FX-AUDIT.
           MOVE WS-RUN-DATE TO AUD-DATE.
           ACCEPT AUD-TIME FROM TIME.
           MOVE "FXFEED" TO AUD-OPERATOR.
           MOVE 'C' TO AUD-ACTION.
           MOVE FEED-CURRENCY TO AUD-CURRENCY.
           MOVE WS-OLD-RATE TO AUD-OLD-RATE.
           MOVE FEED-RATE TO AUD-NEW-RATE.
           SET AUD-FROM-FEED TO TRUE.
           OPEN EXTEND FX-AUDIT-FILE.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT FX-AUDIT-FILE
           END-IF.
           WRITE FX-AUDIT-RECORD.
           CLOSE FX-AUDIT-FILE.

      *    A table that could not be read is never saved back.
       LOAD-FX-TABLE.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ FX-RATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-FX-COUNT >= 20
                               DISPLAY "FXRATES.DAT HAS MORE THAN 20 "
                                   "CURRENCIES - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-FX-COUNT
                               MOVE FX-CURRENCY TO
                                   WS-FX-CURRENCY-TBL(WS-FX-COUNT)
                               MOVE FX-RATE TO
                                   WS-FX-RATE-TBL(WS-FX-COUNT)
                               MOVE FX-DATE TO
                                   WS-FX-DATE-TBL(WS-FX-COUNT)
                               MOVE 'N' TO
                                   WS-FX-QUOTED-TBL(WS-FX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           ELSE
               IF WS-FX-STATUS NOT = "35"
                   DISPLAY "FXRATES.DAT NO DISPONIBLE - STATUS "
                       WS-FX-STATUS
                   SET WS-ABORT TO TRUE
               END-IF
           END-IF.

       LOAD-HOLD-TABLE.
           OPEN INPUT FX-HOLD-FILE.
           IF WS-HLD-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ FX-HOLD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-HOLD-COUNT >= 20
                               DISPLAY "FXHOLD.DAT HAS MORE THAN 20 "
                                   "HOLDS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE FX-HOLD-RECORD TO
                                   WS-HOLD-RECORD-TBL(WS-HOLD-COUNT)
                               MOVE 'Y' TO
                                   WS-HOLD-KEEP-TBL(WS-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-HOLD-FILE
           ELSE
               IF WS-HLD-STATUS NOT = "35"
                   DISPLAY "FXHOLD.DAT NO DISPONIBLE - STATUS "
                       WS-HLD-STATUS
                   SET WS-ABORT TO TRUE
               END-IF
           END-IF.

       LOAD-TOLERANCES.
           OPEN INPUT TOLERANCE-FILE.
           IF WS-TOL-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ TOLERANCE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TOL-PCT IS NUMERIC
                               PERFORM STORE-TOLERANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOLERANCE-FILE
           ELSE
               DISPLAY "FXTOL.DAT NO DISPONIBLE - TOLERANCIA "
                   WS-DEFAULT-TOL " % PARA TODAS LAS MONEDAS"
           END-IF.

       STORE-TOLERANCE.
           IF TOL-CURRENCY = SPACES
               MOVE TOL-PCT TO WS-DEFAULT-TOL
           ELSE
               IF WS-TOL-COUNT >= 20
                   DISPLAY "FXTOL.DAT HAS MORE THAN 20 CURRENCIES - "
                       "EXTRA IGNORED"
               ELSE
                   ADD 1 TO WS-TOL-COUNT
                   MOVE TOL-CURRENCY TO
                       WS-TOL-CURRENCY-TBL(WS-TOL-COUNT)
                   MOVE TOL-PCT TO WS-TOL-PCT-TBL(WS-TOL-COUNT)
               END-IF
           END-IF.

       SAVE-FX-TABLE.
           OPEN OUTPUT FX-RATE-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FX-COUNT
               MOVE WS-FX-CURRENCY-TBL(WS-SUB) TO FX-CURRENCY
               MOVE WS-FX-RATE-TBL(WS-SUB) TO FX-RATE
               MOVE WS-FX-DATE-TBL(WS-SUB) TO FX-DATE
               WRITE FX-RATE-RECORD
           END-PERFORM.
           CLOSE FX-RATE-FILE.

       SAVE-HOLD-TABLE.
           OPEN OUTPUT FX-HOLD-FILE.
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               IF WS-HOLD-KEEP-TBL(WS-HOLD-SUB) = 'Y'
                   MOVE WS-HOLD-RECORD-TBL(WS-HOLD-SUB) TO
                       FX-HOLD-RECORD
                   WRITE FX-HOLD-RECORD
               END-IF
           END-PERFORM.
           CLOSE FX-HOLD-FILE.

       END PROGRAM FX-FEED-IMPORT.
