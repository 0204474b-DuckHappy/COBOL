      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-VALUATION.

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
           SELECT STOCK-FILE ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-STK-STATUS.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-CODE
               FILE STATUS IS WS-ITM-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "INVSORT.TMP".
           SELECT VALUATION-REPORT-FILE ASSIGN TO "INVVAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GDG-INDEX-FILE.
       01  GDG-INDEX-RECORD.
           02 GDG-LAST-GEN PIC 9(4).

       FD  CURR-ASSIGN-FILE.
       COPY EJASGN.

       FD  STOCK-FILE.
       COPY STOCKREC.

       FD  ITEM-MASTER.
       COPY ITEMREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           02 SRT-TIER     PIC X(10).
           02 SRT-REGION   PIC X(4).
           02 SRT-ITEM     PIC X(6).
           02 SRT-QUANTITY PIC 9(7).
           02 SRT-PRECIO   PIC 9(5).
           02 SRT-VALUE    PIC 9(12).

       FD  VALUATION-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GDG-STATUS PIC XX.
       01  WS-CUR-STATUS PIC XX.
       01  WS-STK-STATUS PIC XX.
       01  WS-ITM-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-SORT-EOF-FLAG PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.
       01  WS-ITEM-FILE-OK-FLAG PIC X VALUE 'N'.
           88 WS-ITEM-FILE-OK VALUE 'Y'.

       01  WS-GEN-NUM PIC 9(4) VALUE ZERO.
       01  WS-CURR-FILENAME.
           02 FILLER PIC X(7) VALUE "EJASGN.".
           02 FILLER PIC X(1) VALUE "G".
           02 WS-CURR-GEN-EDIT PIC 9(4).

       01  WS-SUB PIC 9(4).
       01  WS-ASG-COUNT PIC 9(4) VALUE ZERO.
       01  WS-ASG-TABLE.
           02 WS-ASG-ENTRY OCCURS 1000 TIMES.
               03 WS-ASG-REGION-TBL PIC X(4).
               03 WS-ASG-ITEM-TBL   PIC X(6).
               03 WS-ASG-PRECIO-TBL PIC 9(5).
               03 WS-ASG-TIER-TBL   PIC X(10).

       01  WS-UNPRICED-TIER PIC X(10) VALUE "SIN PRECIO".
       01  WS-UNPRICED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-ITEM-COUNT PIC 9(5) VALUE ZERO.

       01  WS-CURR-TIER PIC X(10).
       01  WS-CURR-REGION PIC X(4).
       01  WS-FIRST-TIER-FLAG PIC X VALUE 'Y'.
           88 WS-FIRST-TIER VALUE 'Y' FALSE 'N'.
       01  WS-FIRST-REGION-FLAG PIC X VALUE 'Y'.
           88 WS-FIRST-REGION VALUE 'Y' FALSE 'N'.
       01  WS-REGION-QTY PIC 9(9).
       01  WS-REGION-VALUE PIC 9(13).
       01  WS-TIER-QTY PIC 9(9).
       01  WS-TIER-VALUE PIC 9(13).
       01  WS-GRAND-QTY PIC 9(9) VALUE ZERO.
       01  WS-GRAND-VALUE PIC 9(13) VALUE ZERO.
       01  WS-ITEM-DESC PIC X(20).

       COPY RUNSTAMP.

       01  WS-HDR-LINE.
           02 FILLER PIC X(30)
               VALUE "VALORACION DE INVENTARIO - GEN".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WH-GEN PIC 9(4).
           02 FILLER PIC X(8) VALUE "  FECHA ".
           02 WH-DD PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 WH-MM PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 WH-YYYY PIC 9(4).

       01  WS-COL-LINE.
           02 FILLER PIC X(14) VALUE "  REGN ARTIC. ".
           02 FILLER PIC X(24) VALUE "DESCRIPCION".
           02 FILLER PIC X(9) VALUE "CANTIDAD".
           02 FILLER PIC X(17) VALUE "PRECIO".
           02 FILLER PIC X(5) VALUE "VALOR".

       01  WS-TIER-HEADING.
           02 FILLER PIC X(7) VALUE "TRAMO: ".
           02 TH-TIER PIC X(10).

       01  WS-DETAIL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-REGION PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-ITEM PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-DESC PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-QUANTITY PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-PRECIO PIC ZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-VALUE PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01  WS-REGION-TOTAL-LINE.
           02 FILLER PIC X(15) VALUE "  TOTAL REGION ".
           02 RT-REGION PIC X(4).
           02 FILLER PIC X(16) VALUE SPACES.
           02 RT-QUANTITY PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(8) VALUE SPACES.
           02 RT-VALUE PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01  WS-TIER-TOTAL-LINE.
           02 FILLER PIC X(12) VALUE "TOTAL TRAMO ".
           02 TT-TIER PIC X(10).
           02 FILLER PIC X(13) VALUE SPACES.
           02 TT-QUANTITY PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(8) VALUE SPACES.
           02 TT-VALUE PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01  WS-GRAND-TOTAL-LINE.
           02 FILLER PIC X(35) VALUE "TOTAL GENERAL INVENTARIO".
           02 GT-QUANTITY PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(8) VALUE SPACES.
           02 GT-VALUE PIC ZZZ,ZZZ,ZZZ,ZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-GDG-INDEX.
           IF WS-GEN-NUM = ZERO
               DISPLAY "INV-VALUATION - SIN GENERACION DE TRAMOS - "
                   "STOCK SIN PRECIO"
           ELSE
               MOVE WS-GEN-NUM TO WS-CURR-GEN-EDIT
               PERFORM LOAD-CURRENT-ASSIGNMENTS
           END-IF.
           PERFORM OPEN-ITEM-MASTER.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-TIER
               ON ASCENDING KEY SRT-REGION
               ON ASCENDING KEY SRT-ITEM
               INPUT PROCEDURE IS RELEASE-STOCK-RECORDS
               OUTPUT PROCEDURE IS PRINT-VALUATION.

           IF WS-ITEM-FILE-OK
               CLOSE ITEM-MASTER
           END-IF.

           IF WS-UNPRICED-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "INV-VALUATION - " WS-ITEM-COUNT
               " FILAS VALORADAS, " WS-UNPRICED-COUNT
               " SIN PRECIO EN INVVAL.RPT".
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

       LOAD-CURRENT-ASSIGNMENTS.
           OPEN INPUT CURR-ASSIGN-FILE.
           IF WS-CUR-STATUS NOT = "00"
               DISPLAY "GENERACION ACTUAL " WS-CURR-FILENAME
                   " NO DISPONIBLE - STATUS " WS-CUR-STATUS
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ CURR-ASSIGN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-ASG-COUNT >= 1000
                               DISPLAY "MAS DE 1000 ARTICULOS EN LA "
                                   "GENERACION ACTUAL - RESTO "
                                   "IGNORADO"
                           ELSE
                               ADD 1 TO WS-ASG-COUNT
                               MOVE ASG-REGION TO
                                   WS-ASG-REGION-TBL(WS-ASG-COUNT)
                               MOVE ASG-ITEM TO
                                   WS-ASG-ITEM-TBL(WS-ASG-COUNT)
                               MOVE ASG-PRECIO TO
                                   WS-ASG-PRECIO-TBL(WS-ASG-COUNT)
                               MOVE ASG-TIER TO
                                   WS-ASG-TIER-TBL(WS-ASG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURR-ASSIGN-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       OPEN-ITEM-MASTER.
           OPEN INPUT ITEM-MASTER.
           IF WS-ITM-STATUS = "00"
               MOVE 'Y' TO WS-ITEM-FILE-OK-FLAG
           ELSE
               DISPLAY "ITEMMAST.DAT NO DISPONIBLE - STATUS "
                   WS-ITM-STATUS
                   " - INFORME SIN DESCRIPCIONES"
           END-IF.

       RELEASE-STOCK-RECORDS.
           OPEN INPUT STOCK-FILE.
           IF WS-STK-STATUS NOT = "00"
               DISPLAY "STOCK.DAT NO DISPONIBLE - STATUS "
                   WS-STK-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ STOCK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF STK-ON-HAND > ZERO
                               PERFORM RELEASE-ONE-STOCK-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-FILE
           END-IF.

      *    The generation carries one row per region and item; when
      *    EJEMPLO ran without REGNCTL.DAT the rows have a blank region
      *    and price every region's stock.
       RELEASE-ONE-STOCK-ROW.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ASG-COUNT OR WS-FOUND
               IF WS-ASG-ITEM-TBL(WS-SUB) = STK-ITEM
                   AND (WS-ASG-REGION-TBL(WS-SUB) = STK-REGION
                   OR WS-ASG-REGION-TBL(WS-SUB) = SPACES)
                   SET WS-FOUND TO TRUE
                   MOVE WS-ASG-TIER-TBL(WS-SUB) TO SRT-TIER
                   MOVE WS-ASG-PRECIO-TBL(WS-SUB) TO SRT-PRECIO
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               MOVE WS-UNPRICED-TIER TO SRT-TIER
               MOVE ZERO TO SRT-PRECIO
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.
           MOVE STK-REGION TO SRT-REGION.
           MOVE STK-ITEM TO SRT-ITEM.
           MOVE STK-ON-HAND TO SRT-QUANTITY.
           COMPUTE SRT-VALUE = STK-ON-HAND * SRT-PRECIO.
           ADD 1 TO WS-ITEM-COUNT.
           RELEASE SORT-RECORD.

       PRINT-VALUATION.
           OPEN OUTPUT VALUATION-REPORT-FILE.
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
                       PERFORM PRINT-VALUATION-LINE
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-TIER
               PERFORM WRITE-REGION-TOTAL
               PERFORM WRITE-TIER-TOTAL
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GRAND-QTY TO GT-QUANTITY.
           MOVE WS-GRAND-VALUE TO GT-VALUE.
           WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE.
           CLOSE VALUATION-REPORT-FILE.

       PRINT-VALUATION-LINE.
           IF WS-FIRST-TIER OR SRT-TIER NOT = WS-CURR-TIER
               PERFORM START-TIER-BREAK
           END-IF.
           IF WS-FIRST-REGION OR SRT-REGION NOT = WS-CURR-REGION
               PERFORM START-REGION-BREAK
           END-IF.
           PERFORM LOOKUP-ITEM-DESC.
           MOVE SRT-REGION TO DL-REGION.
           MOVE SRT-ITEM TO DL-ITEM.
           MOVE WS-ITEM-DESC TO DL-DESC.
           MOVE SRT-QUANTITY TO DL-QUANTITY.
           MOVE SRT-PRECIO TO DL-PRECIO.
           MOVE SRT-VALUE TO DL-VALUE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD SRT-QUANTITY TO WS-REGION-QTY WS-TIER-QTY WS-GRAND-QTY.
           ADD SRT-VALUE TO WS-REGION-VALUE WS-TIER-VALUE
               WS-GRAND-VALUE.

       START-TIER-BREAK.
           IF NOT WS-FIRST-TIER
               PERFORM WRITE-REGION-TOTAL
               PERFORM WRITE-TIER-TOTAL
           END-IF.
           SET WS-FIRST-TIER TO FALSE.
           SET WS-FIRST-REGION TO TRUE.
           MOVE SRT-TIER TO WS-CURR-TIER.
           MOVE ZERO TO WS-TIER-QTY.
           MOVE ZERO TO WS-TIER-VALUE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CURR-TIER TO TH-TIER.
           WRITE REPORT-LINE FROM WS-TIER-HEADING.

       START-REGION-BREAK.
           IF NOT WS-FIRST-REGION
               PERFORM WRITE-REGION-TOTAL
           END-IF.
           SET WS-FIRST-REGION TO FALSE.
           MOVE SRT-REGION TO WS-CURR-REGION.
           MOVE ZERO TO WS-REGION-QTY.
           MOVE ZERO TO WS-REGION-VALUE.

       WRITE-REGION-TOTAL.
           MOVE WS-CURR-REGION TO RT-REGION.
           MOVE WS-REGION-QTY TO RT-QUANTITY.
           MOVE WS-REGION-VALUE TO RT-VALUE.
           WRITE REPORT-LINE FROM WS-REGION-TOTAL-LINE.

       WRITE-TIER-TOTAL.
           MOVE WS-CURR-TIER TO TT-TIER.
           MOVE WS-TIER-QTY TO TT-QUANTITY.
           MOVE WS-TIER-VALUE TO TT-VALUE.
           WRITE REPORT-LINE FROM WS-TIER-TOTAL-LINE.

       LOOKUP-ITEM-DESC.
           MOVE SPACES TO WS-ITEM-DESC.
           IF WS-ITEM-FILE-OK
               MOVE SRT-ITEM TO ITM-CODE
               READ ITEM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ITM-DESCRIPTION TO WS-ITEM-DESC
               END-READ
           END-IF.

       END PROGRAM INV-VALUATION.
