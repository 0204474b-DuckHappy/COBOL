      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEG-SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CODE
               FILE STATUS IS WS-CUS-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-CODE
               FILE STATUS IS WS-ITM-STATUS.
           SELECT ORIGINALS-FILE ASSIGN TO "ORIGTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORG-REFERENCE
               FILE STATUS IS WS-ORG-STATUS.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPT-STATUS.
           SELECT REGION-CTL-FILE ASSIGN TO "REGNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGN-STATUS.
           SELECT PRICE-FILE ASSIGN TO DYNAMIC WS-PRICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.
           SELECT DETAIL-FILE ASSIGN TO "SURCHDET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARI-KEY
               FILE STATUS IS WS-ARI-STATUS.
           SELECT CONTRACT-RATE-FILE ASSIGN TO "CONTRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNR-KEY
               FILE STATUS IS WS-CNR-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-CASE-NO
               FILE STATUS IS WS-DSP-STATUS.
           SELECT ABSENCE-FILE ASSIGN TO "ABSENCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "ABSBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT STOCK-FILE ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STK-KEY
               FILE STATUS IS WS-STK-STATUS.
           SELECT PENDING-FILE ASSIGN TO "REVPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT SWEEP-REPORT-FILE ASSIGN TO "INTEGSWP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  ITEM-MASTER.
       COPY ITEMREC.

       FD  ORIGINALS-FILE.
       COPY ORIGREC.

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           02 DPT-CODE PIC X(4).
           02 DPT-NAME PIC X(20).
           02 DPT-HEAD PIC X(20).

       FD  REGION-CTL-FILE.
       01  REGION-CTL-RECORD.
           02 RGN-CODE PIC X(4).
           02 RGN-FILE-NAME PIC X(12).

       FD  PRICE-FILE.
       01  PRICE-RECORD.
           02 PF-ITEM   PIC X(6).
           02 PF-PRECIO PIC 9(5).

       FD  DETAIL-FILE.
       COPY SURCHDET.

       FD  AR-ITEM-FILE.
       COPY ARITEM.

       FD  CONTRACT-RATE-FILE.
       COPY CONTRATE.

       FD  DISPUTE-FILE.
       COPY DISPUTE.

       FD  ABSENCE-FILE.
       01  ABSENCE-RECORD.
           02 ABS-EMP-ID    PIC 9(6).
           02 ABS-DEPT      PIC X(4).
           02 ABS-TYPE      PIC X.
           02 ABS-FROM-DATE PIC 9(8).
           02 ABS-TO-DATE   PIC 9(8).
           02 ABS-DAYS      PIC 9(3).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           02 BAL-EMP-ID      PIC 9(6).
           02 BAL-YEAR        PIC 9(4).
           02 BAL-ENTITLEMENT PIC 9(3).
           02 BAL-TAKEN       PIC 9(3).
           02 BAL-CARRIED     PIC 9(3).

       FD  STOCK-FILE.
       COPY STOCKREC.

       FD  PENDING-FILE.
       COPY REVPEND.

       FD  SWEEP-REPORT-FILE.
       01  SWEEP-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CUS-STATUS PIC XX.
       01  WS-EMP-STATUS PIC XX.
       01  WS-ITM-STATUS PIC XX.
       01  WS-ORG-STATUS PIC XX.
       01  WS-DPT-STATUS PIC XX.
       01  WS-RGN-STATUS PIC XX.
       01  WS-PRC-STATUS PIC XX.
       01  WS-DET-STATUS PIC XX.
       01  WS-ARI-STATUS PIC XX.
       01  WS-CNR-STATUS PIC XX.
       01  WS-DSP-STATUS PIC XX.
       01  WS-ABS-STATUS PIC XX.
       01  WS-BAL-STATUS PIC XX.
       01  WS-STK-STATUS PIC XX.
       01  WS-PND-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.

       01  WS-CUS-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-CUS-OPEN VALUE 'Y' FALSE 'N'.
       01  WS-EMP-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-EMP-OPEN VALUE 'Y' FALSE 'N'.
       01  WS-ITM-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-ITM-OPEN VALUE 'Y' FALSE 'N'.
       01  WS-ORG-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-ORG-OPEN VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-PRICE-FILENAME PIC X(12).
       01  WS-SUB PIC 9(4).
       01  WS-RGN-SUB PIC 9(2).
       01  WS-REGION-COUNT PIC 9(2) VALUE ZERO.
       01  WS-PRICE-FILES-READ PIC 9(2) VALUE ZERO.
       01  WS-REGION-TABLE.
           02 WS-REGION-ENTRY OCCURS 10 TIMES.
               03 WS-RGN-CODE-TBL PIC X(4).
               03 WS-RGN-FILE-TBL PIC X(12).

       01  WS-PRICE-COUNT PIC 9(4) VALUE ZERO.
       01  WS-PRICE-TABLE.
           02 WS-PRICE-ENTRY OCCURS 2000 TIMES.
               03 WS-PRC-REGION-TBL PIC X(4).
               03 WS-PRC-ITEM-TBL   PIC X(6).

       01  WS-DEPT-COUNT PIC 9(2) VALUE ZERO.
       01  WS-DEPT-TABLE.
           02 WS-DEPT-CODE-TBL PIC X(4) OCCURS 50 TIMES.

      *    One entry per parent/child relationship swept.  The state
      *    byte records whether the relationship could be verified:
      *    a missing parent makes the sweep incomplete, a missing
      *    child file simply means there is nothing to check yet.
       01  WS-REL-NAMES.
           02 FILLER PIC X(50)
               VALUE "SURCHDET.DAT CLIENTE -> CUSTMAST.DAT".
           02 FILLER PIC X(50)
               VALUE "ARITEMS.DAT CLIENTE -> CUSTMAST.DAT".
           02 FILLER PIC X(50)
               VALUE "CONTRATE.DAT CLIENTE -> CUSTMAST.DAT".
           02 FILLER PIC X(50)
               VALUE "DISPUTES.DAT CLIENTE -> CUSTMAST.DAT".
           02 FILLER PIC X(50)
               VALUE "EMPMAST.DAT DEPARTAMENTO -> DEPTREF.DAT".
           02 FILLER PIC X(50)
               VALUE "ABSENCES.DAT EMPLEADO -> EMPMAST.DAT".
           02 FILLER PIC X(50)
               VALUE "ABSBAL.DAT EMPLEADO -> EMPMAST.DAT".
           02 FILLER PIC X(50)
               VALUE "ITEMMAST.DAT ARTICULO ACTIVO -> ARCHIVO PRECIOS".
           02 FILLER PIC X(50)
               VALUE "ARCHIVOS DE PRECIOS ARTICULO -> ITEMMAST.DAT".
           02 FILLER PIC X(50)
               VALUE "STOCK.DAT ARTICULO -> ITEMMAST.DAT".
           02 FILLER PIC X(50)
               VALUE "STOCK.DAT REGION -> REGNCTL.DAT".
           02 FILLER PIC X(50)
               VALUE "REVPEND.DAT REFERENCIA -> ORIGTRAN.DAT".
           02 FILLER PIC X(50)
               VALUE "ORIGTRAN.DAT CLIENTE -> CUSTMAST.DAT".
       01  WS-REL-NAME-TABLE REDEFINES WS-REL-NAMES.
           02 WS-REL-NAME-TBL PIC X(50) OCCURS 13 TIMES.

       01  WS-REL-MAX PIC 9(2) VALUE 13.
       01  WS-REL PIC 9(2).
       01  WS-REL-TABLE.
           02 WS-REL-ENTRY OCCURS 13 TIMES.
               03 WS-REL-STATE-TBL PIC X.
                   88 WS-REL-CHECKED     VALUE 'C'.
                   88 WS-REL-NO-PARENT   VALUE 'P'.
                   88 WS-REL-NO-CHILD    VALUE 'F'.
               03 WS-REL-MISSING-TBL PIC X(12).
               03 WS-REL-READ-TBL    PIC 9(7).
               03 WS-REL-ORPHAN-TBL  PIC 9(7).
               03 WS-REL-SAMPLE-COUNT PIC 9.
               03 WS-REL-SAMPLE-TBL  PIC X(10) OCCURS 5 TIMES.

       01  WS-SMP PIC 9.
       01  WS-CHECK-KEY PIC X(10).
       01  WS-EMP-KEY-EDIT PIC 9(6).
       01  WS-TOTAL-ORPHANS PIC 9(7) VALUE ZERO.
       01  WS-INCOMPLETE-COUNT PIC 9(2) VALUE ZERO.

       COPY RUNSTAMP.
       COPY MSGFMT.

       01  WS-REL-HEAD-LINE.
           02 FILLER PIC X(10) VALUE "RELACION: ".
           02 RH-NAME PIC X(50).

       01  WS-REL-COUNT-LINE.
           02 FILLER PIC X(24) VALUE "   REGISTROS VERIFICADOS".
           02 RC-READ PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(13) VALUE "   HUERFANOS ".
           02 RC-ORPHANS PIC Z,ZZZ,ZZ9.

       01  WS-SAMPLE-LINE.
           02 SL-LABEL PIC X(13).
           02 SL-ENTRY OCCURS 5 TIMES.
               03 SL-KEY PIC X(10).
               03 SL-GAP PIC X(2).

       01  WS-UNCHECKED-LINE.
           02 FILLER PIC X(19) VALUE "   NO VERIFICADO - ".
           02 UL-FILE PIC X(12).
           02 FILLER PIC X(16) VALUE " NO DISPONIBLE".

       01  WS-TOTAL-LINE.
           02 FILLER PIC X(24) VALUE "TOTAL DE HUERFANOS      ".
           02 TL-ORPHANS PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(25) VALUE "   RELACIONES INCOMPLETAS".
           02 TL-INCOMPLETE PIC ZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO RETURN-CODE.
           PERFORM VARYING WS-REL FROM 1 BY 1 UNTIL WS-REL > WS-REL-MAX
               MOVE 'C' TO WS-REL-STATE-TBL(WS-REL)
               MOVE SPACES TO WS-REL-MISSING-TBL(WS-REL)
               MOVE ZERO TO WS-REL-READ-TBL(WS-REL)
               MOVE ZERO TO WS-REL-ORPHAN-TBL(WS-REL)
               MOVE ZERO TO WS-REL-SAMPLE-COUNT(WS-REL)
           END-PERFORM.

           PERFORM OPEN-MASTERS.
           PERFORM LOAD-DEPT-TABLE.
           PERFORM LOAD-REGION-CONFIG.
           PERFORM LOAD-ALL-PRICES.

           PERFORM CHECK-SURCHARGE-DETAIL.
           PERFORM CHECK-AR-ITEMS.
           PERFORM CHECK-CONTRACT-RATES.
           PERFORM CHECK-DISPUTES.
           PERFORM CHECK-EMPLOYEE-DEPTS.
           PERFORM CHECK-ABSENCES.
           PERFORM CHECK-ABSENCE-BALANCES.
           PERFORM CHECK-ITEM-PRICES.
           PERFORM CHECK-PRICE-ITEMS.
           PERFORM CHECK-STOCK.
           PERFORM CHECK-PENDING-REVERSALS.
           PERFORM CHECK-ORIGINAL-CUSTOMERS.

           PERFORM CLOSE-MASTERS.
           PERFORM WRITE-SWEEP-REPORT.

           IF WS-TOTAL-ORPHANS > ZERO
               MOVE "W" TO MSG-SEVERITY
               MOVE "INTEGSWP" TO MSG-PROGRAM-ID
               MOVE "INT0001" TO MSG-ID
               MOVE "REGISTROS HUERFANOS ENTRE ARCHIVOS" TO MSG-TEXT
               CALL "MSG-LOOKUP" USING WS-STD-MESSAGE
               CALL "MSG-WRITER" USING WS-STD-MESSAGE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-INCOMPLETE-COUNT > ZERO
               MOVE "E" TO MSG-SEVERITY
               MOVE "INTEGSWP" TO MSG-PROGRAM-ID
               MOVE "INT0002" TO MSG-ID
               MOVE "ARCHIVO MAESTRO NO DISPONIBLE PARA EL BARRIDO"
                   TO MSG-TEXT
               CALL "MSG-LOOKUP" USING WS-STD-MESSAGE
               CALL "MSG-WRITER" USING WS-STD-MESSAGE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "INTEG-SWEEP - HUERFANOS " WS-TOTAL-ORPHANS
               " RELACIONES INCOMPLETAS " WS-INCOMPLETE-COUNT
               " - VER INTEGSWP.RPT".
           GOBACK.

       OPEN-MASTERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUS-STATUS = "00"
               SET WS-CUS-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTMAST.DAT NO DISPONIBLE - STATUS "
                   WS-CUS-STATUS
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS = "00"
               SET WS-EMP-OPEN TO TRUE
           ELSE
               DISPLAY "EMPMAST.DAT NO DISPONIBLE - STATUS "
                   WS-EMP-STATUS
           END-IF.
           OPEN INPUT ITEM-MASTER.
           IF WS-ITM-STATUS = "00"
               SET WS-ITM-OPEN TO TRUE
           ELSE
               DISPLAY "ITEMMAST.DAT NO DISPONIBLE - STATUS "
                   WS-ITM-STATUS
           END-IF.
           OPEN INPUT ORIGINALS-FILE.
           IF WS-ORG-STATUS = "00"
               SET WS-ORG-OPEN TO TRUE
           ELSE
               DISPLAY "ORIGTRAN.DAT NO DISPONIBLE - STATUS "
                   WS-ORG-STATUS
           END-IF.

       CLOSE-MASTERS.
           IF WS-CUS-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-EMP-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF WS-ITM-OPEN
               CLOSE ITEM-MASTER
           END-IF.
           IF WS-ORG-OPEN
               CLOSE ORIGINALS-FILE
           END-IF.

       LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-REF-FILE.
           IF WS-DPT-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ DEPT-REF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-DEPT-COUNT >= 50
                               DISPLAY "DEPTREF.DAT HAS MORE THAN 50 "
                                   "DEPARTMENTS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DPT-CODE TO
                                   WS-DEPT-CODE-TBL(WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-REF-FILE
           ELSE
               DISPLAY "DEPTREF.DAT NO DISPONIBLE - STATUS "
                   WS-DPT-STATUS
           END-IF.

       LOAD-REGION-CONFIG.
           OPEN INPUT REGION-CTL-FILE.
           IF WS-RGN-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ REGION-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-REGION-COUNT >= 10
                               DISPLAY "REGNCTL.DAT HAS MORE THAN 10 "
                                   "REGIONS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-REGION-COUNT
                               MOVE RGN-CODE TO
                                   WS-RGN-CODE-TBL(WS-REGION-COUNT)
                               MOVE RGN-FILE-NAME TO
                                   WS-RGN-FILE-TBL(WS-REGION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGION-CTL-FILE
           END-IF.
           IF WS-REGION-COUNT = ZERO
               MOVE 1 TO WS-REGION-COUNT
               MOVE SPACES TO WS-RGN-CODE-TBL(1)
               MOVE "EJPRICES.DAT" TO WS-RGN-FILE-TBL(1)
           END-IF.

       LOAD-ALL-PRICES.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-REGION-COUNT
               PERFORM LOAD-ONE-REGION
           END-PERFORM.

       LOAD-ONE-REGION.
           MOVE WS-RGN-FILE-TBL(WS-RGN-SUB) TO WS-PRICE-FILENAME.
           OPEN INPUT PRICE-FILE.
           IF WS-PRC-STATUS NOT = "00"
               DISPLAY "ARCHIVO DE PRECIOS " WS-PRICE-FILENAME
                   " NO DISPONIBLE - STATUS " WS-PRC-STATUS
           ELSE
               ADD 1 TO WS-PRICE-FILES-READ
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ PRICE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-PRICE-COUNT >= 2000
                               DISPLAY "MAS DE 2000 PRECIOS - "
                                   "RESTO IGNORADO"
                           ELSE
                               ADD 1 TO WS-PRICE-COUNT
                               MOVE WS-RGN-CODE-TBL(WS-RGN-SUB) TO
                                   WS-PRC-REGION-TBL(WS-PRICE-COUNT)
                               MOVE PF-ITEM TO
                                   WS-PRC-ITEM-TBL(WS-PRICE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICE-FILE
           END-IF.

       CHECK-SURCHARGE-DETAIL.
           MOVE 1 TO WS-REL.
           IF NOT WS-CUS-OPEN
               MOVE "CUSTMAST.DAT" TO WS-REL-MISSING-TBL(WS-REL)
               MOVE 'P' TO WS-REL-STATE-TBL(WS-REL)
           ELSE
               OPEN INPUT DETAIL-FILE
               IF WS-DET-STATUS NOT = "00"
                   MOVE "SURCHDET.DAT" TO WS-REL-MISSING-TBL(WS-REL)
                   MOVE 'F' TO WS-REL-STATE-TBL(WS-REL)
               ELSE
                   SET WS-EOF TO FALSE
                   PERFORM UNTIL WS-EOF
                       READ DETAIL-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE SDT-CUSTOMER TO CUS-CODE
                               PERFORM LOOKUP-CUSTOMER
                       END-READ
                   END-PERFORM
                   CLOSE DETAIL-FILE
               END-IF
           END-IF.

       CHECK-AR-ITEMS.
           MOVE 2 TO WS-REL.
           IF NOT WS-CUS-OPEN
               MOVE "CUSTMAST.DAT" TO WS-REL-MISSING-TBL(WS-REL)
               MOVE 'P' TO WS-REL-STATE-TBL(WS-REL)
           ELSE
               OPEN INPUT AR-ITEM-FILE
               IF WS-ARI-STATUS NOT = "00"
                   MOVE "ARITEMS.DAT" TO WS-REL-MISSING-TBL(WS-REL)
                   MOVE 'F' TO WS-REL-STATE-TBL(WS-REL)
               ELSE
                   SET WS-EOF TO FALSE
                   PERFORM UNTIL WS-EOF
                       READ AR-ITEM-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE ARI-CUSTOMER TO CUS-CODE
                               PERFORM LOOKUP-CUSTOMER
                       END-READ
                   END-PERFORM
                   CLOSE AR-ITEM-FILE
               END-IF
           END-IF.

       CHECK-CONTRACT-RATES.
           MOVE 3 TO WS-REL.
           IF NOT WS-CUS-OPEN
               MOVE "CUSTMAST.DAT" TO WS-REL-MISSING-TBL(WS-REL)
               MOVE 'P' TO WS-REL-STATE-TBL(WS-REL)
           ELSE
               OPEN INPUT CONTRACT-RATE-FILE
               IF WS-CNR-STATUS NOT = "00"
                   MOVE "CONTRATE.DAT" TO WS-REL-MISSING-TBL(WS-REL)
                   MOVE 'F' TO WS-REL-STATE-TBL(WS-REL)
               ELSE
                   SET WS-EOF TO FALSE
                   PERFORM UNTIL WS-EOF
                       READ CONTRACT-RATE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE CNR-CUSTOMER TO CUS-CODE
                               PERFORM LOOKUP-CUSTOMER
                       END-READ
                   END-PERFORM
                   CLOSE CONTRACT-RATE-FILE
               END-IF
           END-IF.

       CHECK-DISPUTES.
           MOVE 4 TO WS-REL.
           IF NOT WS-CUS-OPEN
               MOVE "CUSTMAST.DAT" TO WS-REL-MISSING-TBL(WS-REL)
               MOVE 'P' TO WS-REL-STATE-TBL(WS-REL)
           ELSE
               OPEN INPUT DISPUTE-FILE
               IF WS-DSP-STATUS NOT = "00"
                   MOVE "DISPUTES.DAT" TO WS-REL-MISSING-TBL(WS-REL)
                   MOVE 'F' TO WS-REL-STATE-TBL(WS-REL)
               ELSE
                   SET WS-EOF TO FALSE
                   PERFORM UNTIL WS-EOF
                       READ DISPUTE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE DSP-CUSTOMER TO CUS-CODE
                               PERFORM LOOKUP-CUSTOMER
                       END-READ
                   END-PERFORM
                   CLOSE DISPUTE-FILE
               END-IF
           END-IF.

       LOOKUP-CUSTOMER.
           MOVE CUS-CODE TO WS-CHECK-KEY.
           SET WS-FOUND TO TRUE.
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET WS-FOUND TO FALSE
           END-READ.
           PERFORM COUNT-CHECKED-ROW.

       CHECK-EMPLOYEE-DEPTS.
           MOVE 5 TO WS-REL.
           EVALUATE TRUE
               WHEN WS-DEPT-COUNT = ZERO
                   MOVE "DEPTREF.DAT" TO WS-REL-MISSING-TBL(WS-REL)
                   MOVE 'P' TO WS-REL-STATE-TBL(WS-REL)
               WHEN NOT WS-EMP-OPEN
                   MOVE "EMPMAST.DAT" TO WS-REL-MISSING-TBL(WS-REL)
                   MOVE 'F' TO WS-REL-STATE-TBL(WS-REL)
               WHEN OTHER
                   SET WS-EOF TO FALSE
                   PERFORM UNTIL WS-EOF
                       READ EMPLOYEE-MASTER NEXT RECORD
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM LOOKUP-DEPARTMENT
                       END-READ
                   END-PERFORM
           END-EVALUATE.

       LOOKUP-DEPARTMENT.
           MOVE SPACES TO WS-CHECK-KEY.
           MOVE EMP-ID TO WS-EMP-KEY-EDIT.
           STRING WS-EMP-KEY-EDIT "/" EMP-DEPT
               DELIMITED BY SIZE INTO WS-CHECK-KEY.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPT-COUNT OR WS-FOUND
               IF WS-DEPT-CODE-TBL(WS-SUB) = EMP-DEPT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           PERFORM COUNT-CHECKED-ROW.

       CHECK-ABSENCES.
           MOVE 6 TO WS-REL.
           IF NOT WS-EMP-OPEN
               MOVE "EMPMAST.DAT" TO WS-REL-MISSING-TBL(WS-REL)
               MOVE 'P' TO WS-REL-STATE-TBL(WS-REL)
           ELSE
               OPEN INPUT ABSENCE-FILE
               IF WS-ABS-STATUS NOT = "00"
                   MOVE "ABSENCES.DAT" TO WS-REL-MISSING-TBL(WS-REL)
                   MOVE 'F' TO WS-REL-STATE-TBL(WS-REL)
               ELSE
                   SET WS-EOF TO FALSE
                   PERFORM UNTIL WS-EOF
                       READ ABSENCE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE ABS-EMP-ID TO EMP-ID
                               PERFORM LOOKUP-EMPLOYEE
                       END-READ
                   END-PERFORM
                   CLOSE ABSENCE-FILE
               END-IF
           END-IF.

       CHECK-ABSENCE-BALANCES.
           MOVE 7 TO WS-REL.
           IF NOT WS-EMP-OPEN
               MOVE "EMPMAST.DAT" TO WS-REL-MISSING-TBL(WS-REL)
               MOVE 'P' TO WS-REL-STATE-TBL(WS-REL)
           ELSE
               OPEN INPUT BALANCE-FILE
               IF WS-BAL-STATUS NOT = "00"
                   MOVE "ABSBAL.DAT" TO WS-REL-MISSING-TBL(WS-REL)
                   MOVE 'F' TO WS-REL-STATE-TBL(WS-REL)
               ELSE
                   SET WS-EOF TO FALSE
                   PERFORM UNTIL WS-EOF
                       READ BALANCE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE BAL-EMP-ID TO EMP-ID
                               PERFORM LOOKUP-EMPLOYEE
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF
           END-IF.

       LOOKUP-EMPLOYEE.
           MOVE EMP-ID TO WS-EMP-KEY-EDIT.
           MOVE WS-EMP-KEY-EDIT TO WS-CHECK-KEY.
           SET WS-FOUND TO TRUE.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET WS-FOUND TO FALSE
           END-READ.
           PERFORM COUNT-CHECKED-ROW.

      *    An active item must be priced in at least one region;
      *    retired items are allowed to drop out of the price files.
       CHECK-ITEM-PRICES.
           MOVE 8 TO WS-REL.
           EVALUATE TRUE
               WHEN WS-PRICE-FILES-READ = ZERO
                   MOVE WS-RGN-FILE-TBL(1) TO WS-REL-MISSING-TBL(WS-REL)
                   MOVE 'P' TO WS-REL-STATE-TBL(WS-REL)
               WHEN NOT WS-ITM-OPEN
                   MOVE "ITEMMAST.DAT" TO WS-REL-MISSING-TBL(WS-REL)
                   MOVE 'F' TO WS-REL-STATE-TBL(WS-REL)
               WHEN OTHER
                   SET WS-EOF TO FALSE
                   PERFORM UNTIL WS-EOF
                       READ ITEM-MASTER NEXT RECORD
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF ITM-ACTIVE-FLAG NOT = 'N'
                                   PERFORM LOOKUP-ITEM-PRICE
                               END-IF
                       END-READ
                   END-PERFORM
           END-EVALUATE.

       LOOKUP-ITEM-PRICE.
           MOVE ITM-CODE TO WS-CHECK-KEY.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PRICE-COUNT OR WS-FOUND
               IF WS-PRC-ITEM-TBL(WS-SUB) = ITM-CODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           PERFORM COUNT-CHECKED-ROW.

       CHECK-PRICE-ITEMS.
           MOVE 9 TO WS-REL.
           EVALUATE TRUE
               WHEN NOT WS-ITM-OPEN
                   MOVE "ITEMMAST.DAT" TO WS-REL-MISSING-TBL(WS-REL)
                   MOVE 'P' TO WS-REL-STATE-TBL(WS-REL)
               WHEN WS-PRICE-FILES-READ = ZERO
                   MOVE WS-RGN-FILE-TBL(1) TO WS-REL-MISSING-TBL(WS-REL)
                   MOVE 'F' TO WS-REL-STATE-TBL(WS-REL)
               WHEN OTHER
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-PRICE-COUNT
                       MOVE WS-PRC-ITEM-TBL(WS-SUB) TO ITM-CODE
                       MOVE SPACES TO WS-CHECK-KEY
                       STRING WS-PRC-REGION-TBL(WS-SUB)
                           WS-PRC-ITEM-TBL(WS-SUB)
                           DELIMITED BY SIZE INTO WS-CHECK-KEY
                       SET WS-FOUND TO TRUE
                       READ ITEM-MASTER
                           INVALID KEY
                               SET WS-FOUND TO FALSE
                       END-READ
                       PERFORM COUNT-CHECKED-ROW
                   END-PERFORM
           END-EVALUATE.

      *    Stock is checked against both parents in one pass: the item
      *    against ITEMMAST.DAT and the region against REGNCTL.DAT
      *    (blank region only when no regions are configured).
       CHECK-STOCK.
           IF NOT WS-ITM-OPEN
               MOVE "ITEMMAST.DAT" TO WS-REL-MISSING-TBL(10)
               MOVE 'P' TO WS-REL-STATE-TBL(10)
           END-IF.
           OPEN INPUT STOCK-FILE.
           IF WS-STK-STATUS NOT = "00"
               IF WS-ITM-OPEN
                   MOVE "STOCK.DAT" TO WS-REL-MISSING-TBL(10)
                   MOVE 'F' TO WS-REL-STATE-TBL(10)
               END-IF
               MOVE "STOCK.DAT" TO WS-REL-MISSING-TBL(11)
               MOVE 'F' TO WS-REL-STATE-TBL(11)
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ STOCK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-STOCK-ROW
                   END-READ
               END-PERFORM
               CLOSE STOCK-FILE
           END-IF.

       CHECK-ONE-STOCK-ROW.
           MOVE SPACES TO WS-CHECK-KEY.
           STRING STK-REGION STK-ITEM
               DELIMITED BY SIZE INTO WS-CHECK-KEY.
           IF WS-ITM-OPEN
               MOVE 10 TO WS-REL
               MOVE STK-ITEM TO ITM-CODE
               SET WS-FOUND TO TRUE
               READ ITEM-MASTER
                   INVALID KEY
                       SET WS-FOUND TO FALSE
               END-READ
               PERFORM COUNT-CHECKED-ROW
           END-IF.
           MOVE 11 TO WS-REL.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-REGION-COUNT OR WS-FOUND
               IF WS-RGN-CODE-TBL(WS-RGN-SUB) = STK-REGION
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           PERFORM COUNT-CHECKED-ROW.

       CHECK-PENDING-REVERSALS.
           MOVE 12 TO WS-REL.
           IF NOT WS-ORG-OPEN
               MOVE "ORIGTRAN.DAT" TO WS-REL-MISSING-TBL(WS-REL)
               MOVE 'P' TO WS-REL-STATE-TBL(WS-REL)
           ELSE
               OPEN INPUT PENDING-FILE
               IF WS-PND-STATUS NOT = "00"
                   MOVE "REVPEND.DAT" TO WS-REL-MISSING-TBL(WS-REL)
                   MOVE 'F' TO WS-REL-STATE-TBL(WS-REL)
               ELSE
                   SET WS-EOF TO FALSE
                   PERFORM UNTIL WS-EOF
                       READ PENDING-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE PND-REFERENCE TO ORG-REFERENCE
                               MOVE PND-REFERENCE TO WS-CHECK-KEY
                               SET WS-FOUND TO TRUE
                               READ ORIGINALS-FILE
                                   INVALID KEY
                                       SET WS-FOUND TO FALSE
                               END-READ
                               PERFORM COUNT-CHECKED-ROW
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-FILE
               END-IF
           END-IF.

      *    Originals posted before customer linking carry no customer
      *    and are not counted.
       CHECK-ORIGINAL-CUSTOMERS.
           MOVE 13 TO WS-REL.
           EVALUATE TRUE
               WHEN NOT WS-CUS-OPEN
                   MOVE "CUSTMAST.DAT" TO WS-REL-MISSING-TBL(WS-REL)
                   MOVE 'P' TO WS-REL-STATE-TBL(WS-REL)
               WHEN NOT WS-ORG-OPEN
                   MOVE "ORIGTRAN.DAT" TO WS-REL-MISSING-TBL(WS-REL)
                   MOVE 'F' TO WS-REL-STATE-TBL(WS-REL)
               WHEN OTHER
                   MOVE LOW-VALUES TO ORG-REFERENCE
                   START ORIGINALS-FILE KEY NOT < ORG-REFERENCE
                       INVALID KEY
                           CONTINUE
                   END-START
                   SET WS-EOF TO FALSE
                   PERFORM UNTIL WS-EOF
                       READ ORIGINALS-FILE NEXT RECORD
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF ORG-CUSTOMER NOT = SPACES
                                   MOVE ORG-CUSTOMER TO CUS-CODE
                                   PERFORM LOOKUP-CUSTOMER
                               END-IF
                       END-READ
                   END-PERFORM
           END-EVALUATE.

      *    Counts the row just looked up against relationship WS-REL
      *    and keeps up to five distinct orphan keys as samples.
       COUNT-CHECKED-ROW.
           ADD 1 TO WS-REL-READ-TBL(WS-REL).
           IF NOT WS-FOUND
               ADD 1 TO WS-REL-ORPHAN-TBL(WS-REL)
               SET WS-FOUND TO FALSE
               PERFORM VARYING WS-SMP FROM 1 BY 1
                       UNTIL WS-SMP > WS-REL-SAMPLE-COUNT(WS-REL)
                       OR WS-FOUND
                   IF WS-REL-SAMPLE-TBL(WS-REL, WS-SMP) = WS-CHECK-KEY
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND AND WS-REL-SAMPLE-COUNT(WS-REL) < 5
                   ADD 1 TO WS-REL-SAMPLE-COUNT(WS-REL)
                   MOVE WS-CHECK-KEY TO WS-REL-SAMPLE-TBL(WS-REL,
                       WS-REL-SAMPLE-COUNT(WS-REL))
               END-IF
           END-IF.

       WRITE-SWEEP-REPORT.
           OPEN OUTPUT SWEEP-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE SWEEP-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           STRING "BARRIDO DE INTEGRIDAD REFERENCIAL - "
               WS-RUN-DATE DELIMITED BY SIZE
               INTO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           PERFORM VARYING WS-REL FROM 1 BY 1 UNTIL WS-REL > WS-REL-MAX
               MOVE SPACES TO SWEEP-REPORT-LINE
               WRITE SWEEP-REPORT-LINE
               MOVE WS-REL-NAME-TBL(WS-REL) TO RH-NAME
               WRITE SWEEP-REPORT-LINE FROM WS-REL-HEAD-LINE
               EVALUATE TRUE
                   WHEN WS-REL-NO-PARENT(WS-REL)
                       ADD 1 TO WS-INCOMPLETE-COUNT
                       MOVE WS-REL-MISSING-TBL(WS-REL) TO UL-FILE
                       WRITE SWEEP-REPORT-LINE FROM WS-UNCHECKED-LINE
                   WHEN WS-REL-NO-CHILD(WS-REL)
                       MOVE WS-REL-MISSING-TBL(WS-REL) TO UL-FILE
                       WRITE SWEEP-REPORT-LINE FROM WS-UNCHECKED-LINE
                   WHEN OTHER
                       PERFORM WRITE-RELATION-COUNTS
               END-EVALUATE
           END-PERFORM.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           MOVE WS-TOTAL-ORPHANS TO TL-ORPHANS.
           MOVE WS-INCOMPLETE-COUNT TO TL-INCOMPLETE.
           WRITE SWEEP-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE SWEEP-REPORT-FILE.

       WRITE-RELATION-COUNTS.
           ADD WS-REL-ORPHAN-TBL(WS-REL) TO WS-TOTAL-ORPHANS.
           MOVE WS-REL-READ-TBL(WS-REL) TO RC-READ.
           MOVE WS-REL-ORPHAN-TBL(WS-REL) TO RC-ORPHANS.
           WRITE SWEEP-REPORT-LINE FROM WS-REL-COUNT-LINE.
           IF WS-REL-SAMPLE-COUNT(WS-REL) > ZERO
               MOVE SPACES TO WS-SAMPLE-LINE
               MOVE "   MUESTRA: " TO SL-LABEL
               PERFORM VARYING WS-SMP FROM 1 BY 1
                       UNTIL WS-SMP > WS-REL-SAMPLE-COUNT(WS-REL)
                   MOVE WS-REL-SAMPLE-TBL(WS-REL, WS-SMP)
                       TO SL-KEY(WS-SMP)
               END-PERFORM
               WRITE SWEEP-REPORT-LINE FROM WS-SAMPLE-LINE
           END-IF.

       END PROGRAM INTEG-SWEEP.
