      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORM-SCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORM-CTL-FILE ASSIGN TO "DORMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUS-CODE
               FILE STATUS IS WS-CUS-STATUS.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITM-CODE
               FILE STATUS IS WS-ITM-STATUS.
           SELECT DETAIL-FILE ASSIGN TO "SURCHDET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARI-KEY
               FILE STATUS IS WS-ARI-STATUS.
           SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAU-STATUS.
           SELECT ITEM-AUDIT-FILE ASSIGN TO "ITEMAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IAU-STATUS.
           SELECT REGION-CTL-FILE ASSIGN TO "REGNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGN-STATUS.
           SELECT PRICE-FILE ASSIGN TO DYNAMIC WS-PRICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "EJPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "DORMPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRP-STATUS.
           SELECT DORM-REPORT-FILE ASSIGN TO "DORMSCAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Days without activity after which a row is proposed for
      *    deactivation. A field left blank or zero keeps the default
      *    shown against WS-DORM-CONTROLS below.
       FD  DORM-CTL-FILE.
       01  DORM-CTL-RECORD.
           02 DCT-CUS-DAYS PIC 9(4).
           02 DCT-ITM-DAYS PIC 9(4).

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  ITEM-MASTER.
       COPY ITEMREC.

       FD  DETAIL-FILE.
       COPY SURCHDET.

       FD  AR-ITEM-FILE.
       COPY ARITEM.

      *    CUSTAUD.DAT and ITEMAUD.DAT are the layouts CUST-MAINT and
      *    ITEM-MAINT write.
       FD  CUST-AUDIT-FILE.
       01  CUST-AUDIT-RECORD.
           02 CAU-DATE     PIC 9(8).
           02 CAU-TIME     PIC 9(8).
           02 CAU-OPERATOR PIC X(8).
           02 CAU-ACTION   PIC X.
           02 CAU-CODE     PIC X(6).
           02 CAU-NAME     PIC X(20).
           02 CAU-CREDIT-LIMIT PIC 9(7)V999.
           02 CAU-CREDIT-HOLD  PIC X.
           02 CAU-COMPANY      PIC X(2).
           02 CAU-PARENT       PIC X(6).

       FD  ITEM-AUDIT-FILE.
       01  ITEM-AUDIT-RECORD.
           02 IAU-DATE     PIC 9(8).
           02 IAU-TIME     PIC 9(8).
           02 IAU-OPERATOR PIC X(8).
           02 IAU-ACTION   PIC X.
           02 IAU-CODE     PIC X(6).
           02 IAU-DESC     PIC X(20).
           02 IAU-OLD-COST PIC 9(5)V99.
           02 IAU-NEW-COST PIC 9(5)V99.

       FD  REGION-CTL-FILE.
       01  REGION-CTL-RECORD.
           02 RGN-CODE PIC X(4).
           02 RGN-FILE-NAME PIC X(12).

       FD  PRICE-FILE.
       01  PRICE-RECORD.
           02 PF-ITEM   PIC X(6).
           02 PF-PRECIO PIC 9(5).

       FD  HISTORY-FILE.
       01  PRICE-HISTORY-RECORD.
           02 PHI-DATE      PIC 9(8).
           02 PHI-TIME      PIC 9(8).
           02 PHI-TYPE      PIC X.
           02 PHI-REGION    PIC X(4).
           02 PHI-ITEM      PIC X(6).
           02 PHI-OLD-PRECIO PIC 9(5).
           02 PHI-NEW-PRECIO PIC 9(5).
           02 PHI-OPERATOR  PIC X(8).

       FD  PROPOSAL-FILE.
       COPY DORMPROP.

       FD  DORM-REPORT-FILE.
       01  DORM-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DCT-STATUS PIC XX.
       01  WS-CUS-STATUS PIC XX.
       01  WS-ITM-STATUS PIC XX.
       01  WS-DET-STATUS PIC XX.
       01  WS-ARI-STATUS PIC XX.
       01  WS-CAU-STATUS PIC XX.
       01  WS-IAU-STATUS PIC XX.
       01  WS-RGN-STATUS PIC XX.
       01  WS-PRC-STATUS PIC XX.
       01  WS-HIS-STATUS PIC XX.
       01  WS-DRP-STATUS PIC XX.
       01  WS-PRICE-FILENAME PIC X(12).
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.

      *    WS-CUS-DAYS: a customer with no surcharge line, receivable
      *    or alta / reactivation in this many days is dormant.
      *    WS-ITM-DAYS: an item on no current regional price file and
      *    with no price change, alta or reactivation in this many
      *    days is dormant.
       01  WS-DORM-CONTROLS.
           02 WS-CUS-DAYS PIC 9(4) VALUE 365.
           02 WS-ITM-DAYS PIC 9(4) VALUE 180.
       01  WS-CUS-CUTOFF PIC 9(8).
       01  WS-ITM-CUTOFF PIC 9(8).
       01  WS-RUN-INT PIC 9(8).
       01  WS-WORK-INT PIC 9(8).

      *    Active customers only. WS-C-BRANCHES counts the active
      *    customers naming this one as parent; WS-C-OPEN-AR is set
      *    by any open or part-paid receivable.
       01  WS-CUS-COUNT PIC 9(4) VALUE ZERO.
       01  WS-CUS-TABLE.
           02 WS-CUS-ENTRY OCCURS 1000 TIMES.
               03 WS-C-CODE     PIC X(6).
               03 WS-C-NAME     PIC X(20).
               03 WS-C-PARENT   PIC X(6).
               03 WS-C-LAST     PIC 9(8).
               03 WS-C-BRANCHES PIC 9(4).
               03 WS-C-OPEN-AR  PIC X.

       01  WS-ITM-COUNT PIC 9(4) VALUE ZERO.
       01  WS-ITM-TABLE.
           02 WS-ITM-ENTRY OCCURS 1000 TIMES.
               03 WS-I-CODE     PIC X(6).
               03 WS-I-DESC     PIC X(20).
               03 WS-I-LAST     PIC 9(8).
               03 WS-I-PRICED   PIC X.

       01  WS-RGN-SUB PIC 9(2).
       01  WS-REGION-COUNT PIC 9(2) VALUE ZERO.
       01  WS-REGION-TABLE.
           02 WS-REGION-ENTRY OCCURS 10 TIMES.
               03 WS-RGN-FILE-TBL PIC X(12).

      *    DORMPROP.DAT is held whole and written back at the end of
      *    the run with the new proposals added and the open ones that
      *    have moved since withdrawn. Should it not fit, the run stops
      *    before anything is written so no line is lost.
       01  WS-DRP-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-DRP-OVERFLOW VALUE 'Y'.
       01  WS-DRP-COUNT PIC 9(4) VALUE ZERO.
       01  WS-DRP-TABLE.
           02 WS-DRP-ENTRY OCCURS 2000 TIMES PIC X(111).

       01  WS-SUB PIC 9(4).
       01  WS-SUB-2 PIC 9(4).
       01  WS-HIT PIC 9(4).
       01  WS-DRP-SUB PIC 9(4).
       01  WS-DRP-HIT PIC 9(4).
       01  WS-FIND-CODE PIC X(6).
       01  WS-ROW-KIND PIC X.
       01  WS-ROW-KEY PIC X(6).
       01  WS-ROW-NAME PIC X(20).
       01  WS-ROW-LAST PIC 9(8).
       01  WS-ROW-IDLE PIC 9(5).
       01  WS-ROW-FLAG PIC X.
           88 WS-ROW-DORMANT VALUE 'D'.
           88 WS-ROW-HELD    VALUE 'H'.
           88 WS-ROW-LIVE    VALUE 'L'.
       01  WS-HELD-REASON PIC X(16).

       01  WS-DORMANT-COUNT PIC 9(5) VALUE ZERO.
       01  WS-NEW-COUNT PIC 9(5) VALUE ZERO.
       01  WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
       01  WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-WITHDRAWN-COUNT PIC 9(5) VALUE ZERO.
       01  WS-SECTION-FLAGGED PIC 9(5).

       COPY RUNSTAMP.
       COPY MSGFMT.

       01  WS-TITLE-LINE.
           02 FILLER PIC X(38)
               VALUE "CLIENTES Y ARTICULOS SIN ACTIVIDAD   ".
           02 FILLER PIC X(8) VALUE "FECHA: ".
           02 TL-DATE PIC 9(8).

       01  WS-THRESHOLD-LINE.
           02 FILLER PIC X(20) VALUE "DIAS SIN ACTIVIDAD  ".
           02 FILLER PIC X(9) VALUE "CLIENTES ".
           02 HL-CUS-DAYS PIC ZZZ9.
           02 FILLER PIC X(12) VALUE "  ARTICULOS ".
           02 HL-ITM-DAYS PIC ZZZ9.

       01  WS-SECTION-LINE.
           02 SC-TEXT PIC X(50).
           02 SC-CUTOFF PIC 9(8).

       01  WS-DORMANT-HEAD.
           02 FILLER PIC X(36)
               VALUE "  CODIGO  NOMBRE               ULT.".
           02 FILLER PIC X(24)
               VALUE "ACTIV.  DIAS  ESTADO".

       01  WS-DORMANT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-CODE PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-NAME PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DD-LAST PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DD-DAYS PIC ZZZZ9.
           02 DD-DAYS-X REDEFINES DD-DAYS PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-STATUS PIC X(16).

       01  WS-NONE-LINE.
           02 FILLER PIC X(30) VALUE "  SIN INACTIVOS".

       01  WS-TOTAL-LINE.
           02 FILLER PIC X(17) VALUE "TOTAL INACTIVOS ".
           02 TT-DORMANT PIC ZZ,ZZ9.
           02 FILLER PIC X(9) VALUE "  NUEVAS ".
           02 TT-NEW PIC ZZ,ZZ9.
           02 FILLER PIC X(13) VALUE "  PENDIENTES ".
           02 TT-PENDING PIC ZZ,ZZ9.
           02 FILLER PIC X(12) VALUE "  APROBADAS ".
           02 TT-APPROVED PIC ZZ,ZZ9.

       01  WS-HELD-LINE.
           02 FILLER PIC X(40)
               VALUE "RETENIDOS POR SALDO O SUCURSALES       ".
           02 TH-HELD PIC ZZ,ZZ9.

       01  WS-REJECTED-LINE.
           02 FILLER PIC X(40)
               VALUE "YA RECHAZADOS SIN ACTIVIDAD NUEVA      ".
           02 TR-REJECTED PIC ZZ,ZZ9.

       01  WS-WITHDRAWN-LINE.
           02 FILLER PIC X(40)
               VALUE "PROPUESTAS RETIRADAS POR ACTIVIDAD     ".
           02 TW-WITHDRAWN PIC ZZ,ZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO RETURN-CODE.
           PERFORM LOAD-DORM-CONTROL.
           PERFORM LOAD-PROPOSALS.
           IF WS-DRP-OVERFLOW
               DISPLAY "DORMPROP.DAT EXCEDE LA TABLA - REVISION "
                   "CANCELADA PARA NO PERDER PROPUESTAS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-WORK-INT = WS-RUN-INT - WS-CUS-DAYS.
           COMPUTE WS-CUS-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           COMPUTE WS-WORK-INT = WS-RUN-INT - WS-ITM-DAYS.
           COMPUTE WS-ITM-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

           PERFORM LOAD-CUSTOMERS.
           PERFORM COUNT-BRANCHES.
           PERFORM SCAN-SURCHARGE-DETAIL.
           PERFORM SCAN-RECEIVABLES.
           PERFORM SCAN-CUSTOMER-AUDIT.
           PERFORM LOAD-ITEMS.
           PERFORM LOAD-REGION-CONFIG.
           PERFORM SCAN-PRICE-FILES.
           PERFORM SCAN-PRICE-HISTORY.
           PERFORM SCAN-ITEM-AUDIT.

           OPEN OUTPUT DORM-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE DORM-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO TL-DATE.
           WRITE DORM-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-CUS-DAYS TO HL-CUS-DAYS.
           MOVE WS-ITM-DAYS TO HL-ITM-DAYS.
           WRITE DORM-REPORT-LINE FROM WS-THRESHOLD-LINE.

           PERFORM REVIEW-CUSTOMERS.
           PERFORM REVIEW-ITEMS.
           PERFORM SAVE-PROPOSALS.

           MOVE SPACES TO DORM-REPORT-LINE.
           WRITE DORM-REPORT-LINE.
           MOVE WS-DORMANT-COUNT TO TT-DORMANT.
           MOVE WS-NEW-COUNT TO TT-NEW.
           MOVE WS-PENDING-COUNT TO TT-PENDING.
           MOVE WS-APPROVED-COUNT TO TT-APPROVED.
           WRITE DORM-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE WS-HELD-COUNT TO TH-HELD.
           WRITE DORM-REPORT-LINE FROM WS-HELD-LINE.
           MOVE WS-REJECTED-COUNT TO TR-REJECTED.
           WRITE DORM-REPORT-LINE FROM WS-REJECTED-LINE.
           MOVE WS-WITHDRAWN-COUNT TO TW-WITHDRAWN.
           WRITE DORM-REPORT-LINE FROM WS-WITHDRAWN-LINE.
           CLOSE DORM-REPORT-FILE.

           IF WS-NEW-COUNT > ZERO OR WS-PENDING-COUNT > ZERO
                   OR WS-APPROVED-COUNT > ZERO
               MOVE "W" TO MSG-SEVERITY
               MOVE "DORMSCAN" TO MSG-PROGRAM-ID
               MOVE "DRM0001" TO MSG-ID
               MOVE "PROPUESTAS DE BAJA POR INACTIVIDAD PENDIENTES"
                   TO MSG-TEXT
               CALL "MSG-LOOKUP" USING WS-STD-MESSAGE
               CALL "MSG-WRITER" USING WS-STD-MESSAGE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "DORM-SCAN - INACTIVOS " WS-DORMANT-COUNT
               " NUEVAS " WS-NEW-COUNT
               " - VER DORMSCAN.RPT".
           GOBACK.

       LOAD-DORM-CONTROL.
           OPEN INPUT DORM-CTL-FILE.
           IF WS-DCT-STATUS = "00"
               READ DORM-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-DORM-CONTROL
               END-READ
               CLOSE DORM-CTL-FILE
           END-IF.

       APPLY-DORM-CONTROL.
           IF DCT-CUS-DAYS IS NUMERIC AND DCT-CUS-DAYS > ZERO
               MOVE DCT-CUS-DAYS TO WS-CUS-DAYS
           END-IF.
           IF DCT-ITM-DAYS IS NUMERIC AND DCT-ITM-DAYS > ZERO
               MOVE DCT-ITM-DAYS TO WS-ITM-DAYS
           END-IF.

       LOAD-PROPOSALS.
           OPEN INPUT PROPOSAL-FILE.
           IF WS-DRP-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ PROPOSAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-DRP-COUNT >= 2000
                               SET WS-DRP-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-DRP-COUNT
                               MOVE DORMANCY-PROPOSAL-RECORD
                                   TO WS-DRP-ENTRY(WS-DRP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF.

      *    Deactivated customers are left out; there is nothing left
      *    to propose for them.
       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUS-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ CUSTOMER-MASTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CUS-ACTIVE-FLAG NOT = 'N'
                               PERFORM ADD-CUSTOMER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           ELSE
               DISPLAY "CUSTMAST.DAT NO DISPONIBLE - STATUS "
                   WS-CUS-STATUS
           END-IF.

       ADD-CUSTOMER-ENTRY.
           IF WS-CUS-COUNT >= 1000
               DISPLAY "CUSTMAST.DAT HAS MORE THAN 1000 ACTIVE "
                   "CUSTOMERS - EXTRA IGNORED"
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-CUS-COUNT
               MOVE CUS-CODE TO WS-C-CODE(WS-CUS-COUNT)
               MOVE CUS-NAME TO WS-C-NAME(WS-CUS-COUNT)
               MOVE CUS-PARENT TO WS-C-PARENT(WS-CUS-COUNT)
               MOVE ZERO TO WS-C-LAST(WS-CUS-COUNT)
               MOVE ZERO TO WS-C-BRANCHES(WS-CUS-COUNT)
               MOVE 'N' TO WS-C-OPEN-AR(WS-CUS-COUNT)
           END-IF.

      *    A parent is kept while any branch is active; CUST-MAINT
      *    would refuse to deactivate it in any case.
       COUNT-BRANCHES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CUS-COUNT
               IF WS-C-PARENT(WS-SUB) NOT = SPACES
                   MOVE WS-C-PARENT(WS-SUB) TO WS-FIND-CODE
                   PERFORM FIND-CUSTOMER-ENTRY
                   IF WS-HIT > ZERO
                       ADD 1 TO WS-C-BRANCHES(WS-HIT)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-CUSTOMER-ENTRY.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-CUS-COUNT OR WS-HIT > ZERO
               IF WS-C-CODE(WS-SUB-2) = WS-FIND-CODE
                   MOVE WS-SUB-2 TO WS-HIT
               END-IF
           END-PERFORM.

       SCAN-SURCHARGE-DETAIL.
           OPEN INPUT DETAIL-FILE.
           IF WS-DET-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ DETAIL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SDT-CUSTOMER TO WS-FIND-CODE
                           MOVE SDT-DATE TO WS-ROW-LAST
                           PERFORM NOTE-CUSTOMER-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE DETAIL-FILE
           END-IF.

      *    An invoice or a payment is activity; an open or part-paid
      *    item keeps the customer on file until it is settled.
       SCAN-RECEIVABLES.
           OPEN INPUT AR-ITEM-FILE.
           IF WS-ARI-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ AR-ITEM-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-RECEIVABLE
                   END-READ
               END-PERFORM
               CLOSE AR-ITEM-FILE
           END-IF.

       NOTE-RECEIVABLE.
           MOVE ARI-CUSTOMER TO WS-FIND-CODE.
           MOVE ARI-ITEM-DATE TO WS-ROW-LAST.
           PERFORM NOTE-CUSTOMER-ACTIVITY.
           MOVE ARI-LAST-PAY-DATE TO WS-ROW-LAST.
           PERFORM NOTE-CUSTOMER-ACTIVITY.
           IF (ARI-OPEN OR ARI-PARTIAL) AND WS-HIT > ZERO
               MOVE 'Y' TO WS-C-OPEN-AR(WS-HIT)
           END-IF.

      *    An alta or a reactivation starts the count again, so a
      *    customer just taken on is not proposed the same month.
       SCAN-CUSTOMER-AUDIT.
           OPEN INPUT CUST-AUDIT-FILE.
           IF WS-CAU-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ CUST-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CAU-ACTION = 'A' OR CAU-ACTION = 'R'
                               MOVE CAU-CODE TO WS-FIND-CODE
                               MOVE CAU-DATE TO WS-ROW-LAST
                               PERFORM NOTE-CUSTOMER-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-AUDIT-FILE
           END-IF.

       NOTE-CUSTOMER-ACTIVITY.
           PERFORM FIND-CUSTOMER-ENTRY.
           IF WS-HIT > ZERO AND WS-ROW-LAST IS NUMERIC
               IF WS-ROW-LAST > WS-C-LAST(WS-HIT)
                   MOVE WS-ROW-LAST TO WS-C-LAST(WS-HIT)
               END-IF
           END-IF.

       LOAD-ITEMS.
           OPEN INPUT ITEM-MASTER.
           IF WS-ITM-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ ITEM-MASTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF ITM-ACTIVE-FLAG NOT = 'N'
                               PERFORM ADD-ITEM-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-MASTER
           ELSE
               DISPLAY "ITEMMAST.DAT NO DISPONIBLE - STATUS "
                   WS-ITM-STATUS
           END-IF.

       ADD-ITEM-ENTRY.
           IF WS-ITM-COUNT >= 1000
               DISPLAY "ITEMMAST.DAT HAS MORE THAN 1000 ACTIVE "
                   "ITEMS - EXTRA IGNORED"
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-ITM-COUNT
               MOVE ITM-CODE TO WS-I-CODE(WS-ITM-COUNT)
               MOVE ITM-DESCRIPTION TO WS-I-DESC(WS-ITM-COUNT)
               MOVE ZERO TO WS-I-LAST(WS-ITM-COUNT)
               MOVE 'N' TO WS-I-PRICED(WS-ITM-COUNT)
           END-IF.

       FIND-ITEM-ENTRY.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ITM-COUNT OR WS-HIT > ZERO
               IF WS-I-CODE(WS-SUB-2) = WS-FIND-CODE
                   MOVE WS-SUB-2 TO WS-HIT
               END-IF
           END-PERFORM.

      *    With no REGNCTL.DAT the single price file EJPRICES.DAT is
      *    the only one, as in the price programs.
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
                               MOVE RGN-FILE-NAME TO
                                   WS-RGN-FILE-TBL(WS-REGION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGION-CTL-FILE
           END-IF.
           IF WS-REGION-COUNT = ZERO
               MOVE 1 TO WS-REGION-COUNT
               MOVE "EJPRICES.DAT" TO WS-RGN-FILE-TBL(1)
           END-IF.

      *    An item carried on any current price file is in use,
      *    whatever its dates.
       SCAN-PRICE-FILES.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-REGION-COUNT
               MOVE WS-RGN-FILE-TBL(WS-RGN-SUB) TO WS-PRICE-FILENAME
               OPEN INPUT PRICE-FILE
               IF WS-PRC-STATUS NOT = "00"
                   DISPLAY "ARCHIVO DE PRECIOS " WS-PRICE-FILENAME
                       " NO DISPONIBLE - STATUS " WS-PRC-STATUS
               ELSE
                   SET WS-EOF TO FALSE
                   PERFORM UNTIL WS-EOF
                       READ PRICE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE PF-ITEM TO WS-FIND-CODE
                               PERFORM FIND-ITEM-ENTRY
                               IF WS-HIT > ZERO
                                   MOVE 'Y' TO WS-I-PRICED(WS-HIT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRICE-FILE
               END-IF
           END-PERFORM.

       SCAN-PRICE-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIS-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PHI-ITEM TO WS-FIND-CODE
                           MOVE PHI-DATE TO WS-ROW-LAST
                           PERFORM NOTE-ITEM-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       SCAN-ITEM-AUDIT.
           OPEN INPUT ITEM-AUDIT-FILE.
           IF WS-IAU-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ ITEM-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF IAU-ACTION = 'A' OR IAU-ACTION = 'R'
                               MOVE IAU-CODE TO WS-FIND-CODE
                               MOVE IAU-DATE TO WS-ROW-LAST
                               PERFORM NOTE-ITEM-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-AUDIT-FILE
           END-IF.

       NOTE-ITEM-ACTIVITY.
           PERFORM FIND-ITEM-ENTRY.
           IF WS-HIT > ZERO AND WS-ROW-LAST IS NUMERIC
               IF WS-ROW-LAST > WS-I-LAST(WS-HIT)
                   MOVE WS-ROW-LAST TO WS-I-LAST(WS-HIT)
               END-IF
           END-IF.

       REVIEW-CUSTOMERS.
           MOVE SPACES TO DORM-REPORT-LINE.
           WRITE DORM-REPORT-LINE.
           MOVE "CLIENTES SIN ACTIVIDAD DESDE " TO SC-TEXT.
           MOVE WS-CUS-CUTOFF TO SC-CUTOFF.
           WRITE DORM-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE DORM-REPORT-LINE FROM WS-DORMANT-HEAD.
           MOVE ZERO TO WS-SECTION-FLAGGED.
           MOVE 'C' TO WS-ROW-KIND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CUS-COUNT
               MOVE WS-C-CODE(WS-SUB) TO WS-ROW-KEY
               MOVE WS-C-NAME(WS-SUB) TO WS-ROW-NAME
               MOVE WS-C-LAST(WS-SUB) TO WS-ROW-LAST
               SET WS-ROW-LIVE TO TRUE
               IF WS-ROW-LAST < WS-CUS-CUTOFF
                   SET WS-ROW-DORMANT TO TRUE
                   IF WS-C-OPEN-AR(WS-SUB) = 'Y'
                       SET WS-ROW-HELD TO TRUE
                       MOVE "SALDO PENDIENTE" TO WS-HELD-REASON
                   END-IF
                   IF WS-C-BRANCHES(WS-SUB) > ZERO
                       SET WS-ROW-HELD TO TRUE
                       MOVE "CON SUCURSALES" TO WS-HELD-REASON
                   END-IF
               END-IF
               PERFORM REVIEW-ONE-ROW THRU REVIEW-ONE-ROW-EXIT
           END-PERFORM.
           IF WS-SECTION-FLAGGED = ZERO
               WRITE DORM-REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       REVIEW-ITEMS.
           MOVE SPACES TO DORM-REPORT-LINE.
           WRITE DORM-REPORT-LINE.
           MOVE "ARTICULOS SIN PRECIO VIGENTE NI ACTIVIDAD DESDE "
               TO SC-TEXT.
           MOVE WS-ITM-CUTOFF TO SC-CUTOFF.
           WRITE DORM-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE DORM-REPORT-LINE FROM WS-DORMANT-HEAD.
           MOVE ZERO TO WS-SECTION-FLAGGED.
           MOVE 'I' TO WS-ROW-KIND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ITM-COUNT
               MOVE WS-I-CODE(WS-SUB) TO WS-ROW-KEY
               MOVE WS-I-DESC(WS-SUB) TO WS-ROW-NAME
               MOVE WS-I-LAST(WS-SUB) TO WS-ROW-LAST
               SET WS-ROW-LIVE TO TRUE
               IF WS-I-PRICED(WS-SUB) NOT = 'Y'
                       AND WS-ROW-LAST < WS-ITM-CUTOFF
                   SET WS-ROW-DORMANT TO TRUE
               END-IF
               PERFORM REVIEW-ONE-ROW THRU REVIEW-ONE-ROW-EXIT
           END-PERFORM.
           IF WS-SECTION-FLAGGED = ZERO
               WRITE DORM-REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      *    The latest proposal line for the row decides what happens.
      *    An open line (pending or approved) is withdrawn when the
      *    row is no longer dormant, or is held, or has moved since
      *    the line was written. A rejected line keeps the row quiet
      *    until it shows newer activity and goes dormant again.
       REVIEW-ONE-ROW.
           PERFORM FIND-LATEST-PROPOSAL.
           IF WS-DRP-HIT > ZERO
               MOVE WS-DRP-ENTRY(WS-DRP-HIT)
                   TO DORMANCY-PROPOSAL-RECORD
               IF (DRP-PENDING OR DRP-APPROVED)
                       AND (NOT WS-ROW-DORMANT
                           OR WS-ROW-LAST > DRP-LAST-ACTIVITY)
                   MOVE 'W' TO DRP-STATUS
                   MOVE "DORMSCAN" TO DRP-REVIEWER
                   MOVE WS-RUN-DATE TO DRP-REVIEW-DATE
                   MOVE "ACTIVIDAD POSTERIOR A LA PROPUESTA"
                       TO DRP-COMMENT
                   MOVE DORMANCY-PROPOSAL-RECORD
                       TO WS-DRP-ENTRY(WS-DRP-HIT)
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   MOVE ZERO TO WS-DRP-HIT
               END-IF
           END-IF.
           IF WS-ROW-LIVE
               GO TO REVIEW-ONE-ROW-EXIT
           END-IF.
           IF WS-DRP-HIT > ZERO
               IF DRP-REJECTED
                       AND DRP-LAST-ACTIVITY = WS-ROW-LAST
                   ADD 1 TO WS-REJECTED-COUNT
                   GO TO REVIEW-ONE-ROW-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-DORMANT-COUNT.
           ADD 1 TO WS-SECTION-FLAGGED.
           MOVE WS-ROW-KEY TO DD-CODE.
           MOVE WS-ROW-NAME TO DD-NAME.
           IF WS-ROW-LAST = ZERO
               MOVE "NINGUNA" TO DD-LAST
               MOVE SPACES TO DD-DAYS-X
               MOVE ZERO TO WS-ROW-IDLE
           ELSE
               MOVE WS-ROW-LAST TO DD-LAST
               COMPUTE WS-ROW-IDLE = WS-RUN-INT
                   - FUNCTION INTEGER-OF-DATE(WS-ROW-LAST)
               MOVE WS-ROW-IDLE TO DD-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-ROW-HELD
                   MOVE WS-HELD-REASON TO DD-STATUS
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-DRP-HIT > ZERO AND DRP-PENDING
                   MOVE "PENDIENTE" TO DD-STATUS
                   ADD 1 TO WS-PENDING-COUNT
               WHEN WS-DRP-HIT > ZERO AND DRP-APPROVED
                   MOVE "APROBADA" TO DD-STATUS
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN OTHER
                   MOVE "NUEVA" TO DD-STATUS
                   PERFORM ADD-PROPOSAL
           END-EVALUATE.
           WRITE DORM-REPORT-LINE FROM WS-DORMANT-DETAIL.
       REVIEW-ONE-ROW-EXIT.
           EXIT.

       FIND-LATEST-PROPOSAL.
           MOVE ZERO TO WS-DRP-HIT.
           PERFORM VARYING WS-DRP-SUB FROM 1 BY 1
                   UNTIL WS-DRP-SUB > WS-DRP-COUNT
               MOVE WS-DRP-ENTRY(WS-DRP-SUB)
                   TO DORMANCY-PROPOSAL-RECORD
               IF DRP-KIND = WS-ROW-KIND AND DRP-KEY = WS-ROW-KEY
                   MOVE WS-DRP-SUB TO WS-DRP-HIT
               END-IF
           END-PERFORM.

       ADD-PROPOSAL.
           IF WS-DRP-COUNT >= 2000
               DISPLAY "DORMPROP.DAT HAS MORE THAN 2000 PROPOSALS - "
                   "EXTRA IGNORED"
               MOVE "SIN LUGAR" TO DD-STATUS
           ELSE
               ADD 1 TO WS-NEW-COUNT
               MOVE WS-RUN-DATE TO DRP-RUN-DATE
               MOVE WS-ROW-KIND TO DRP-KIND
               MOVE WS-ROW-KEY TO DRP-KEY
               MOVE WS-ROW-NAME TO DRP-NAME
               MOVE WS-ROW-LAST TO DRP-LAST-ACTIVITY
               MOVE WS-ROW-IDLE TO DRP-IDLE-DAYS
               MOVE 'P' TO DRP-STATUS
               MOVE SPACES TO DRP-REVIEWER
               MOVE ZERO TO DRP-REVIEW-DATE
               MOVE SPACES TO DRP-COMMENT
               MOVE SPACES TO DRP-APPLIED-BY
               MOVE ZERO TO DRP-APPLIED-DATE
               ADD 1 TO WS-DRP-COUNT
               MOVE DORMANCY-PROPOSAL-RECORD
                   TO WS-DRP-ENTRY(WS-DRP-COUNT)
           END-IF.

       SAVE-PROPOSALS.
           OPEN OUTPUT PROPOSAL-FILE.
           PERFORM VARYING WS-DRP-SUB FROM 1 BY 1
                   UNTIL WS-DRP-SUB > WS-DRP-COUNT
               MOVE WS-DRP-ENTRY(WS-DRP-SUB)
                   TO DORMANCY-PROPOSAL-RECORD
               WRITE DORMANCY-PROPOSAL-RECORD
           END-PERFORM.
           CLOSE PROPOSAL-FILE.

       END PROGRAM DORM-SCAN.
