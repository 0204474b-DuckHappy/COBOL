      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETAIL-FILE ASSIGN TO "SURCHDET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.
           SELECT TAX-CTL-FILE ASSIGN TO "SURCHTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
           SELECT TAX-SUMMARY-FILE ASSIGN TO "SURCHVAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAT-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARI-KEY
               FILE STATUS IS WS-ARI-STATUS.
           SELECT LOAD-CTL-FILE ASSIGN TO "ARLOADCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALC-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO "ARLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DETAIL-FILE.
       COPY SURCHDET.

       FD  TAX-CTL-FILE.
       01  TAX-CTL-RECORD.
           02 TAX-RATE-CODE PIC X(6).
           02 TAX-VAT-PCT   PIC V999.

       FD  TAX-SUMMARY-FILE.
       01  TAX-SUMMARY-RECORD.
           02 VAT-RUN-DATE   PIC 9(8).
           02 VAT-LINE-COUNT PIC 9(5).
           02 VAT-BASE-TOTAL PIC 9(7)V999.
           02 VAT-TAX-TOTAL  PIC 9(7)V999.

       FD  AR-ITEM-FILE.
       COPY ARITEM.

       FD  LOAD-CTL-FILE.
      *    ALC-DET-COUNT is how many SURCHDET.DAT records earlier
      *    runs have already turned into open items; the next run
      *    starts after that position, so SURCHDET.DAT keeps being
      *    appended by the surcharge run without double loading.
       01  LOAD-CTL-RECORD.
           02 ALC-DET-COUNT PIC 9(7).
           02 ALC-LAST-RUN  PIC 9(8).

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DET-STATUS PIC XX.
       01  WS-TAX-STATUS PIC XX.
       01  WS-VAT-STATUS PIC XX.
       01  WS-ARI-STATUS PIC XX.
       01  WS-ALC-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.

       01  WS-LOADED-MARK PIC 9(7) VALUE ZERO.
       01  WS-DET-POS PIC 9(7) VALUE ZERO.
       01  WS-LOAD-COUNT PIC 9(7) VALUE ZERO.
       01  WS-FAIL-COUNT PIC 9(5) VALUE ZERO.
       01  WS-LOAD-TOTAL PIC S9(9)V999 VALUE ZERO.
       01  WS-LINE-VAT PIC 9(4)V999.
       01  WS-VAT-PCT PIC V999.

       01  WS-TAX-SUB PIC 9(3).
       01  WS-TAX-COUNT PIC 9(3) VALUE ZERO.
       01  WS-TAX-TABLE.
           02 WS-TAX-ENTRY OCCURS 50 TIMES.
               03 WS-TAX-CODE-TBL PIC X(6).
               03 WS-TAX-PCT-TBL  PIC V999.

       01  WS-DAY-SUB PIC 9(3).
       01  WS-DAY-COUNT PIC 9(3) VALUE ZERO.
       01  WS-DAY-TABLE.
           02 WS-DAY-ENTRY OCCURS 60 TIMES.
               03 WS-DAY-DATE-TBL   PIC 9(8).
               03 WS-DAY-LINES-TBL  PIC 9(5).
               03 WS-DAY-VAT-TBL    PIC 9(7)V999.
               03 WS-DAY-SVAT-TBL   PIC 9(7)V999.
       01  WS-VAT-DIFF PIC S9(7)V999.
       01  WS-VAT-DIFF-COUNT PIC 9(3) VALUE ZERO.

       COPY RUNSTAMP.
       COPY REFNUMRQ.

       01  WS-HDR-LINE.
           02 FILLER PIC X(32)
               VALUE "CARGA DE PARTIDAS ABIERTAS CxC ".
           02 WH-DATE PIC 9(8).

       01  WS-DAY-LINE.
           02 FILLER PIC X(6) VALUE "FECHA ".
           02 DL-DATE PIC 9(8).
           02 FILLER PIC X(8) VALUE " LINEAS ".
           02 DL-LINES PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE " IVA CxC ".
           02 DL-VAT PIC ZZZZZZ9.999.
           02 FILLER PIC X(10) VALUE " SURCHVAT ".
           02 DL-SVAT PIC ZZZZZZ9.999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-FLAG PIC X(10).

       01  WS-TOTAL-LINE.
           02 FILLER PIC X(18) VALUE "PARTIDAS CARGADAS ".
           02 TL-COUNT PIC ZZZZZZ9.
           02 FILLER PIC X(9) VALUE " IMPORTE ".
           02 TL-TOTAL PIC -(9)9.999.
           02 FILLER PIC X(9) VALUE " FALLOS: ".
           02 TL-FAILS PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM LOAD-CONTROL.
           PERFORM LOAD-TAX-TABLE.
           PERFORM OPEN-ITEM-FILE.

           OPEN OUTPUT LOAD-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE LOAD-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO WH-DATE.
           WRITE LOAD-REPORT-LINE FROM WS-HDR-LINE.

           OPEN INPUT DETAIL-FILE.
           IF WS-DET-STATUS NOT = "00"
               DISPLAY "SURCHDET.DAT NO DISPONIBLE - STATUS "
                   WS-DET-STATUS
               MOVE "SIN DETALLE DE RECARGOS - NADA QUE CARGAR"
                   TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ DETAIL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DET-POS
                           IF WS-DET-POS > WS-LOADED-MARK
                               PERFORM LOAD-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DETAIL-FILE
           END-IF.
           CLOSE AR-ITEM-FILE.

           IF WS-DET-POS < WS-LOADED-MARK
               DISPLAY "AR-LOAD - SURCHDET.DAT TIENE " WS-DET-POS
                   " REGISTROS Y YA SE CARGARON " WS-LOADED-MARK
                   " - REVISAR ARLOADCT.DAT"
               MOVE "SURCHDET.DAT MAS CORTO QUE LA MARCA DE CARGA"
                   TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SAVE-CONTROL
           END-IF.

           PERFORM PROVE-DAY-VAT.

           MOVE WS-LOAD-COUNT TO TL-COUNT.
           MOVE WS-LOAD-TOTAL TO TL-TOTAL.
           MOVE WS-FAIL-COUNT TO TL-FAILS.
           WRITE LOAD-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE LOAD-REPORT-FILE.

           DISPLAY "AR-LOAD - " WS-LOAD-COUNT
               " PARTIDAS CARGADAS EN ARITEMS.DAT".
           IF WS-FAIL-COUNT > ZERO OR WS-VAT-DIFF-COUNT > ZERO
               DISPLAY "AR-LOAD - " WS-FAIL-COUNT " FALLOS, "
                   WS-VAT-DIFF-COUNT " DIAS CON IVA DESCUADRADO - "
                   "VER ARLOAD.RPT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       LOAD-ONE-LINE.
           PERFORM FIND-VAT-PCT.
           COMPUTE WS-LINE-VAT ROUNDED = SDT-SUBTOTAL * WS-VAT-PCT.

           MOVE "ARITEM" TO RNQ-SERIES.
           MOVE 'N' TO RNQ-RESULT-FLAG.
           CALL "REF-ISSUER" USING REFNUM-REQUEST.
           IF NOT RNQ-ISSUED
               ADD 1 TO WS-FAIL-COUNT
               MOVE SPACES TO LOAD-REPORT-LINE
               STRING "SIN NUMERO DE PARTIDA PARA " SDT-CUSTOMER
                   " " SDT-DATE " " SDT-RATE-CODE
                   DELIMITED BY SIZE INTO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
           ELSE
               MOVE SPACES TO AR-ITEM-RECORD
               MOVE SDT-CUSTOMER TO ARI-CUSTOMER
               MOVE RNQ-NUMBER TO ARI-ITEM-NO
               MOVE 'I' TO ARI-ITEM-TYPE
               MOVE SDT-DATE TO ARI-ITEM-DATE
               MOVE SDT-RATE-CODE TO ARI-RATE-CODE
               MOVE SDT-PRICE TO ARI-PRICE
               MOVE SDT-SURCHARGE TO ARI-SURCHARGE
               MOVE SDT-SUBTOTAL TO ARI-SUBTOTAL
               MOVE WS-LINE-VAT TO ARI-VAT
               COMPUTE ARI-AMOUNT = SDT-SUBTOTAL + WS-LINE-VAT
               MOVE ARI-AMOUNT TO ARI-OPEN-AMOUNT
               MOVE 'O' TO ARI-STATUS
               MOVE ZERO TO ARI-LAST-PAY-DATE
               MOVE WS-RUN-DATE TO ARI-LOAD-DATE
               WRITE AR-ITEM-RECORD
                   INVALID KEY
                       ADD 1 TO WS-FAIL-COUNT
                       DISPLAY "ARITEMS.DAT - PARTIDA DUPLICADA "
                           ARI-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
                       ADD ARI-AMOUNT TO WS-LOAD-TOTAL
                       PERFORM TALLY-DAY-VAT
               END-WRITE
           END-IF.

       FIND-VAT-PCT.
           MOVE ZERO TO WS-VAT-PCT.
           PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
                   UNTIL WS-TAX-SUB > WS-TAX-COUNT
               IF WS-TAX-CODE-TBL(WS-TAX-SUB) = SDT-RATE-CODE
                   MOVE WS-TAX-PCT-TBL(WS-TAX-SUB) TO WS-VAT-PCT
               END-IF
           END-PERFORM.

       TALLY-DAY-VAT.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
                   OR WS-DAY-DATE-TBL(WS-DAY-SUB) = SDT-DATE
               CONTINUE
           END-PERFORM.
           IF WS-DAY-SUB > WS-DAY-COUNT
               IF WS-DAY-COUNT >= 60
                   DISPLAY "AR-LOAD - MAS DE 60 FECHAS EN LA CARGA - "
                       "IVA DE " SDT-DATE " SIN CONCILIAR"
               ELSE
                   ADD 1 TO WS-DAY-COUNT
                   MOVE SDT-DATE TO WS-DAY-DATE-TBL(WS-DAY-COUNT)
                   MOVE ZERO TO WS-DAY-LINES-TBL(WS-DAY-COUNT)
                   MOVE ZERO TO WS-DAY-VAT-TBL(WS-DAY-COUNT)
                   MOVE ZERO TO WS-DAY-SVAT-TBL(WS-DAY-COUNT)
                   MOVE WS-DAY-COUNT TO WS-DAY-SUB
               END-IF
           END-IF.
           IF WS-DAY-SUB <= WS-DAY-COUNT
               ADD 1 TO WS-DAY-LINES-TBL(WS-DAY-SUB)
               ADD WS-LINE-VAT TO WS-DAY-VAT-TBL(WS-DAY-SUB)
           END-IF.

      *    The surcharge run writes one SURCHVAT.DAT record per run;
      *    the VAT carried on the items loaded for a date must add
      *    up to what the run(s) of that date declared.
       PROVE-DAY-VAT.
           IF WS-DAY-COUNT > ZERO
               OPEN INPUT TAX-SUMMARY-FILE
               IF WS-VAT-STATUS = "00"
                   SET WS-EOF TO FALSE
                   PERFORM UNTIL WS-EOF
                       READ TAX-SUMMARY-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM ADD-DAY-SURCHVAT
                       END-READ
                   END-PERFORM
                   CLOSE TAX-SUMMARY-FILE
               END-IF
               MOVE "CONCILIACION DE IVA CONTRA SURCHVAT.DAT:"
                   TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-DAY-COUNT
                   PERFORM WRITE-DAY-LINE
               END-PERFORM
           END-IF.

       ADD-DAY-SURCHVAT.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               IF WS-DAY-DATE-TBL(WS-DAY-SUB) = VAT-RUN-DATE
                   ADD VAT-TAX-TOTAL TO WS-DAY-SVAT-TBL(WS-DAY-SUB)
               END-IF
           END-PERFORM.

       WRITE-DAY-LINE.
           MOVE WS-DAY-DATE-TBL(WS-DAY-SUB) TO DL-DATE.
           MOVE WS-DAY-LINES-TBL(WS-DAY-SUB) TO DL-LINES.
           MOVE WS-DAY-VAT-TBL(WS-DAY-SUB) TO DL-VAT.
           MOVE WS-DAY-SVAT-TBL(WS-DAY-SUB) TO DL-SVAT.
           COMPUTE WS-VAT-DIFF = WS-DAY-VAT-TBL(WS-DAY-SUB)
               - WS-DAY-SVAT-TBL(WS-DAY-SUB).
           IF WS-VAT-DIFF = ZERO
               MOVE "CUADRA" TO DL-FLAG
           ELSE
               MOVE "DIFERENCIA" TO DL-FLAG
               ADD 1 TO WS-VAT-DIFF-COUNT
           END-IF.
           WRITE LOAD-REPORT-LINE FROM WS-DAY-LINE.

       LOAD-TAX-TABLE.
           OPEN INPUT TAX-CTL-FILE.
           IF WS-TAX-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ TAX-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-TAX-COUNT >= 50
                               DISPLAY "SURCHTAX.DAT HAS MORE THAN 50 "
                                   "CODES - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-TAX-COUNT
                               MOVE TAX-RATE-CODE TO
                                   WS-TAX-CODE-TBL(WS-TAX-COUNT)
                               MOVE TAX-VAT-PCT TO
                                   WS-TAX-PCT-TBL(WS-TAX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-CTL-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       OPEN-ITEM-FILE.
           OPEN I-O AR-ITEM-FILE.
           IF WS-ARI-STATUS = "35"
               OPEN OUTPUT AR-ITEM-FILE
               CLOSE AR-ITEM-FILE
               OPEN I-O AR-ITEM-FILE
           END-IF.
           IF WS-ARI-STATUS NOT = "00"
               DISPLAY "ARITEMS.DAT NO DISPONIBLE - STATUS "
                   WS-ARI-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-CONTROL.
           MOVE ZERO TO WS-LOADED-MARK.
           OPEN INPUT LOAD-CTL-FILE.
           IF WS-ALC-STATUS = "00"
               READ LOAD-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALC-DET-COUNT IS NUMERIC
                           MOVE ALC-DET-COUNT TO WS-LOADED-MARK
                       END-IF
               END-READ
               CLOSE LOAD-CTL-FILE
           END-IF.

       SAVE-CONTROL.
           MOVE WS-DET-POS TO ALC-DET-COUNT.
           MOVE WS-RUN-DATE TO ALC-LAST-RUN.
           OPEN OUTPUT LOAD-CTL-FILE.
           WRITE LOAD-CTL-RECORD.
           CLOSE LOAD-CTL-FILE.

       END PROGRAM AR-LOAD.
