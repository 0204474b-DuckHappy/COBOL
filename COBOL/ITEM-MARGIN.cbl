      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-MARGIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GDG-INDEX-FILE ASSIGN TO "EJGDGIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-STATUS.
           SELECT CURR-ASSIGN-FILE
               ASSIGN TO DYNAMIC WS-CURR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-STATUS.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-CODE
               FILE STATUS IS WS-ITM-STATUS.
           SELECT BAND-CONFIG-FILE ASSIGN TO "MARGBAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BND-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "MARGSORT.TMP".
           SELECT MARGIN-REPORT-FILE ASSIGN TO "MARGIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GDG-INDEX-FILE.
       01  GDG-INDEX-RECORD.
           02 GDG-LAST-GEN PIC 9(4).

       FD  CURR-ASSIGN-FILE.
       COPY EJASGN.

       FD  ITEM-MASTER.
       COPY ITEMREC.

      *    Acceptable margin band per price tier, in percent of the
      *    selling price. A tier with no row is not band-checked.
       FD  BAND-CONFIG-FILE.
       01  BAND-CONFIG-RECORD.
           02 BND-TIER    PIC X(10).
           02 BND-MIN-PCT PIC 9(3)V9.
           02 BND-MAX-PCT PIC 9(3)V9.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           02 SRT-TIER     PIC X(10).
           02 SRT-REGION   PIC X(4).
           02 SRT-ITEM     PIC X(6).
           02 SRT-DESC     PIC X(20).
           02 SRT-PRECIO   PIC 9(5).
           02 SRT-COST     PIC 9(5)V99.

       FD  MARGIN-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GDG-STATUS PIC XX.
       01  WS-CUR-STATUS PIC XX.
       01  WS-ITM-STATUS PIC XX.
       01  WS-BND-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-SORT-EOF-FLAG PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y' FALSE 'N'.
       01  WS-ITEM-FILE-OK-FLAG PIC X VALUE 'N'.
           88 WS-ITEM-FILE-OK VALUE 'Y'.
       01  WS-BAND-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-BAND-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-GEN-NUM PIC 9(4) VALUE ZERO.
       01  WS-CURR-FILENAME.
           02 FILLER PIC X(7) VALUE "EJASGN.".
           02 FILLER PIC X(1) VALUE "G".
           02 WS-CURR-GEN-EDIT PIC 9(4).

       01  WS-SUB PIC 9(2).
       01  WS-BAND-COUNT PIC 9(2) VALUE ZERO.
       01  WS-BAND-TABLE.
           02 WS-BAND-ENTRY OCCURS 10 TIMES.
               03 WS-BND-TIER-TBL PIC X(10).
               03 WS-BND-MIN-TBL  PIC 9(3)V9.
               03 WS-BND-MAX-TBL  PIC 9(3)V9.
       01  WS-TIER-MIN-PCT PIC 9(3)V9.
       01  WS-TIER-MAX-PCT PIC 9(3)V9.

       01  WS-ROW-COUNT PIC 9(5) VALUE ZERO.
       01  WS-NO-COST-COUNT PIC 9(5) VALUE ZERO.
       01  WS-BELOW-COST-COUNT PIC 9(5) VALUE ZERO.
       01  WS-OUT-BAND-COUNT PIC 9(5) VALUE ZERO.

       01  WS-MARGIN PIC S9(5)V99.
       01  WS-MARGIN-PCT PIC S9(4)V9.

       01  WS-CURR-TIER PIC X(10).
       01  WS-FIRST-TIER-FLAG PIC X VALUE 'Y'.
           88 WS-FIRST-TIER VALUE 'Y' FALSE 'N'.
       01  WS-TIER-TOTALS.
           02 WS-TIER-ROWS   PIC 9(5).
           02 WS-TIER-PRICE  PIC 9(9).
           02 WS-TIER-COST   PIC 9(9)V99.
           02 WS-TIER-MARGIN PIC S9(9)V99.
       01  WS-GRAND-TOTALS.
           02 WS-GRAND-ROWS   PIC 9(5) VALUE ZERO.
           02 WS-GRAND-PRICE  PIC 9(9) VALUE ZERO.
           02 WS-GRAND-COST   PIC 9(9)V99 VALUE ZERO.
           02 WS-GRAND-MARGIN PIC S9(9)V99 VALUE ZERO.

       COPY RUNSTAMP.

       01  WS-HDR-LINE.
           02 FILLER PIC X(30)
               VALUE "MARGEN POR TRAMO DE PRECIO-GEN".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WH-GEN PIC 9(4).
           02 FILLER PIC X(8) VALUE "  FECHA ".
           02 WH-DD PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 WH-MM PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 WH-YYYY PIC 9(4).

       01  WS-COL-LINE.
           02 FILLER PIC X(12) VALUE "REGN ARTIC.".
           02 FILLER PIC X(21) VALUE "DESCRIPCION".
           02 FILLER PIC X(7) VALUE "PRECIO".
           02 FILLER PIC X(10) VALUE "    COSTO".
           02 FILLER PIC X(11) VALUE "    MARGEN".
           02 FILLER PIC X(8) VALUE "  MARG%".
           02 FILLER PIC X(10) VALUE "AVISO".

       01  WS-TIER-HEADING.
           02 FILLER PIC X(7) VALUE "TRAMO: ".
           02 TH-TIER PIC X(10).
           02 TH-BAND-TEXT PIC X(22).
       01  WS-BAND-TEXT.
           02 FILLER PIC X(7) VALUE " BANDA ".
           02 BT-MIN-PCT PIC ZZ9.9.
           02 FILLER PIC X(4) VALUE "% - ".
           02 BT-MAX-PCT PIC ZZ9.9.
           02 FILLER PIC X(1) VALUE "%".

       01  WS-DETAIL-LINE.
           02 DL-REGION PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-ITEM PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-DESC PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-PRECIO PIC ZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-COST PIC ZZ,ZZ9.99.
           02 DL-COST-X REDEFINES DL-COST PIC X(9).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-MARGIN PIC -ZZ,ZZ9.99.
           02 DL-MARGIN-X REDEFINES DL-MARGIN PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-PCT PIC -ZZZ9.9.
           02 DL-PCT-X REDEFINES DL-PCT PIC X(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-FLAG PIC X(10).

       01  WS-TIER-TOTAL-LINE.
           02 TT-LABEL PIC X(12).
           02 TT-TIER PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 TT-ROWS PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 TT-PRICE PIC ZZ,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 TT-COST PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 TT-MARGIN PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 TT-PCT PIC -ZZZ9.9.
           02 TT-PCT-X REDEFINES TT-PCT PIC X(7).

       01  WS-COUNT-LINE.
           02 CL-LABEL PIC X(40).
           02 CL-COUNT PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-GDG-INDEX.
           IF WS-GEN-NUM = ZERO
               DISPLAY "ITEM-MARGIN - SIN GENERACION DE TRAMOS - "
                   "INFORME NO EMITIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-GEN-NUM TO WS-CURR-GEN-EDIT.
           PERFORM LOAD-BAND-CONFIG.
           PERFORM OPEN-ITEM-MASTER.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-TIER
               ON ASCENDING KEY SRT-REGION
               ON ASCENDING KEY SRT-ITEM
               INPUT PROCEDURE IS RELEASE-ASSIGNMENTS
               OUTPUT PROCEDURE IS PRINT-MARGINS.

           IF WS-ITEM-FILE-OK
               CLOSE ITEM-MASTER
           END-IF.

           IF WS-BELOW-COST-COUNT > ZERO OR WS-OUT-BAND-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "ITEM-MARGIN - " WS-ROW-COUNT " FILAS, "
               WS-BELOW-COST-COUNT " BAJO COSTO, "
               WS-OUT-BAND-COUNT " FUERA DE BANDA, "
               WS-NO-COST-COUNT " SIN COSTO EN MARGIN.RPT".
           GOBACK.

       LOAD-GDG-INDEX.
           OPEN INPUT GDG-INDEX-FILE.
           IF WS-GDG-STATUS = "00"
               READ GDG-INDEX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GDG-LAST-GEN TO WS-GEN-NUM
               END-READ
               CLOSE GDG-INDEX-FILE
           END-IF.

       LOAD-BAND-CONFIG.
           OPEN INPUT BAND-CONFIG-FILE.
           IF WS-BND-STATUS NOT = "00"
               DISPLAY "MARGBAND.DAT NO DISPONIBLE - MARGENES SIN "
                   "CONTROL DE BANDA"
           ELSE
               PERFORM UNTIL WS-EOF
                   READ BAND-CONFIG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-BAND-COUNT >= 10
                               DISPLAY "MARGBAND.DAT HAS MORE THAN "
                                   "10 TIERS - EXTRA IGNORED"
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-BAND-COUNT
                               MOVE BND-TIER TO
                                   WS-BND-TIER-TBL(WS-BAND-COUNT)
                               MOVE BND-MIN-PCT TO
                                   WS-BND-MIN-TBL(WS-BAND-COUNT)
                               MOVE BND-MAX-PCT TO
                                   WS-BND-MAX-TBL(WS-BAND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAND-CONFIG-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       OPEN-ITEM-MASTER.
           OPEN INPUT ITEM-MASTER.
           IF WS-ITM-STATUS = "00"
               MOVE 'Y' TO WS-ITEM-FILE-OK-FLAG
           ELSE
               DISPLAY "ITEMMAST.DAT NO DISPONIBLE - STATUS "
                   WS-ITM-STATUS
                   " - INFORME SIN COSTOS"
           END-IF.

       RELEASE-ASSIGNMENTS.
           OPEN INPUT CURR-ASSIGN-FILE.
           IF WS-CUR-STATUS NOT = "00"
               DISPLAY "GENERACION ACTUAL " WS-CURR-FILENAME
                   " NO DISPONIBLE - STATUS " WS-CUR-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ CURR-ASSIGN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM RELEASE-ONE-ASSIGNMENT
                   END-READ
               END-PERFORM
               CLOSE CURR-ASSIGN-FILE
           END-IF.

       RELEASE-ONE-ASSIGNMENT.
           MOVE ASG-TIER TO SRT-TIER.
           MOVE ASG-REGION TO SRT-REGION.
           MOVE ASG-ITEM TO SRT-ITEM.
           MOVE ASG-PRECIO TO SRT-PRECIO.
           MOVE SPACES TO SRT-DESC.
           MOVE ZERO TO SRT-COST.
           IF WS-ITEM-FILE-OK
               MOVE ASG-ITEM TO ITM-CODE
               READ ITEM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ITM-DESCRIPTION TO SRT-DESC
                       IF ITM-STD-COST IS NUMERIC
                           MOVE ITM-STD-COST TO SRT-COST
                       END-IF
               END-READ
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           RELEASE SORT-RECORD.

       PRINT-MARGINS.
           OPEN OUTPUT MARGIN-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE REPORT-LINE FROM ENV-BANNER.
           MOVE WS-GEN-NUM TO WH-GEN.
           MOVE WS-RUN-DD TO WH-DD.
           MOVE WS-RUN-MM TO WH-MM.
           MOVE WS-RUN-YYYY TO WH-YYYY.
           WRITE REPORT-LINE FROM WS-HDR-LINE.
           WRITE REPORT-LINE FROM WS-COL-LINE.

           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM PRINT-MARGIN-LINE
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-TIER
               PERFORM WRITE-TIER-TOTAL
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTAL" TO TT-LABEL.
           MOVE "GENERAL" TO TT-TIER.
           MOVE WS-GRAND-ROWS TO TT-ROWS.
           MOVE WS-GRAND-PRICE TO TT-PRICE.
           MOVE WS-GRAND-COST TO TT-COST.
           MOVE WS-GRAND-MARGIN TO TT-MARGIN.
           IF WS-GRAND-PRICE > ZERO
               COMPUTE TT-PCT ROUNDED =
                   WS-GRAND-MARGIN * 100 / WS-GRAND-PRICE
           ELSE
               MOVE SPACES TO TT-PCT-X
           END-IF.
           WRITE REPORT-LINE FROM WS-TIER-TOTAL-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FILAS DE LA GENERACION" TO CL-LABEL.
           MOVE WS-ROW-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "VENDIDOS BAJO COSTO" TO CL-LABEL.
           MOVE WS-BELOW-COST-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "MARGEN FUERA DE LA BANDA DEL TRAMO" TO CL-LABEL.
           MOVE WS-OUT-BAND-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "SIN COSTO ESTANDAR (FUERA DE TOTALES)" TO CL-LABEL.
           MOVE WS-NO-COST-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           CLOSE MARGIN-REPORT-FILE.

      *    Rows without a standard cost are listed but left out of the
      *    margin totals, so they cannot pass for a full margin.
       PRINT-MARGIN-LINE.
           IF WS-FIRST-TIER OR SRT-TIER NOT = WS-CURR-TIER
               PERFORM START-TIER-BREAK
           END-IF.
           MOVE SRT-REGION TO DL-REGION.
           MOVE SRT-ITEM TO DL-ITEM.
           MOVE SRT-DESC TO DL-DESC.
           MOVE SRT-PRECIO TO DL-PRECIO.
           MOVE SPACES TO DL-FLAG.
           IF SRT-COST = ZERO
               MOVE SPACES TO DL-COST-X
               MOVE SPACES TO DL-MARGIN-X
               MOVE SPACES TO DL-PCT-X
               MOVE "SIN COSTO" TO DL-FLAG
               ADD 1 TO WS-NO-COST-COUNT
           ELSE
               COMPUTE WS-MARGIN = SRT-PRECIO - SRT-COST
               MOVE SRT-COST TO DL-COST
               MOVE WS-MARGIN TO DL-MARGIN
               PERFORM CHECK-MARGIN
               ADD 1 TO WS-TIER-ROWS WS-GRAND-ROWS
               ADD SRT-PRECIO TO WS-TIER-PRICE WS-GRAND-PRICE
               ADD SRT-COST TO WS-TIER-COST WS-GRAND-COST
               ADD WS-MARGIN TO WS-TIER-MARGIN WS-GRAND-MARGIN
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       CHECK-MARGIN.
           IF SRT-PRECIO = ZERO
               MOVE SPACES TO DL-PCT-X
           ELSE
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / SRT-PRECIO
                   ON SIZE ERROR
                       MOVE -9999.9 TO WS-MARGIN-PCT
               END-COMPUTE
               MOVE WS-MARGIN-PCT TO DL-PCT
           END-IF.
           IF WS-MARGIN < ZERO
               MOVE "BAJO COSTO" TO DL-FLAG
               ADD 1 TO WS-BELOW-COST-COUNT
           ELSE
               IF WS-BAND-FOUND AND SRT-PRECIO > ZERO
                   IF WS-MARGIN-PCT < WS-TIER-MIN-PCT
                       MOVE "< BANDA" TO DL-FLAG
                       ADD 1 TO WS-OUT-BAND-COUNT
                   END-IF
                   IF WS-MARGIN-PCT > WS-TIER-MAX-PCT
                       MOVE "> BANDA" TO DL-FLAG
                       ADD 1 TO WS-OUT-BAND-COUNT
                   END-IF
               END-IF
           END-IF.

       START-TIER-BREAK.
           IF NOT WS-FIRST-TIER
               PERFORM WRITE-TIER-TOTAL
           END-IF.
           SET WS-FIRST-TIER TO FALSE.
           MOVE SRT-TIER TO WS-CURR-TIER.
           MOVE ZERO TO WS-TIER-ROWS.
           MOVE ZERO TO WS-TIER-PRICE.
           MOVE ZERO TO WS-TIER-COST.
           MOVE ZERO TO WS-TIER-MARGIN.
           PERFORM FIND-TIER-BAND.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CURR-TIER TO TH-TIER.
           IF WS-BAND-FOUND
               MOVE WS-TIER-MIN-PCT TO BT-MIN-PCT
               MOVE WS-TIER-MAX-PCT TO BT-MAX-PCT
               MOVE WS-BAND-TEXT TO TH-BAND-TEXT
           ELSE
               MOVE " SIN BANDA DE MARGEN" TO TH-BAND-TEXT
           END-IF.
           WRITE REPORT-LINE FROM WS-TIER-HEADING.

       FIND-TIER-BAND.
           SET WS-BAND-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BAND-COUNT OR WS-BAND-FOUND
               IF WS-BND-TIER-TBL(WS-SUB) = WS-CURR-TIER
                   SET WS-BAND-FOUND TO TRUE
                   MOVE WS-BND-MIN-TBL(WS-SUB) TO WS-TIER-MIN-PCT
                   MOVE WS-BND-MAX-TBL(WS-SUB) TO WS-TIER-MAX-PCT
               END-IF
           END-PERFORM.

      *    The tier margin percent is over the rows that carry a cost.
       WRITE-TIER-TOTAL.
           MOVE "TOTAL TRAMO " TO TT-LABEL.
           MOVE WS-CURR-TIER TO TT-TIER.
           MOVE WS-TIER-ROWS TO TT-ROWS.
           MOVE WS-TIER-PRICE TO TT-PRICE.
           MOVE WS-TIER-COST TO TT-COST.
           MOVE WS-TIER-MARGIN TO TT-MARGIN.
           IF WS-TIER-PRICE > ZERO
               COMPUTE TT-PCT ROUNDED =
                   WS-TIER-MARGIN * 100 / WS-TIER-PRICE
           ELSE
               MOVE SPACES TO TT-PCT-X
           END-IF.
           WRITE REPORT-LINE FROM WS-TIER-TOTAL-LINE.

       END PROGRAM ITEM-MARGIN.
