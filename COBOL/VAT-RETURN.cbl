      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAT-RETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-CTL-FILE ASSIGN TO "SURCHTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
           SELECT RATE-DETAIL-FILE ASSIGN TO "SURCHRAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT TAX-SUMMARY-FILE ASSIGN TO "SURCHVAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAT-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRM-STATUS.
           SELECT POSTING-FILE ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.
           SELECT RETURN-FILE ASSIGN TO "VATRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VTR-STATUS.
           SELECT DECLARATION-FILE ASSIGN TO "VATRET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-QUEUE-FILE ASSIGN TO "PRINTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
           SELECT RATE-CTL-FILE ASSIGN TO "SURCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-CTL-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CODE
               FILE STATUS IS WS-CUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-CTL-FILE.
       01  TAX-CTL-RECORD.
           02 TAX-RATE-CODE PIC X(6).
           02 TAX-VAT-PCT   PIC V999.

       FD  RATE-DETAIL-FILE.
       COPY SRCHRAT.

       FD  TAX-SUMMARY-FILE.
       01  TAX-SUMMARY-RECORD.
           02 VAT-RUN-DATE   PIC 9(8).
           02 VAT-LINE-COUNT PIC 9(5).
           02 VAT-BASE-TOTAL PIC 9(7)V999.
           02 VAT-TAX-TOTAL  PIC 9(7)V999.

       FD  CREDIT-MEMO-FILE.
       COPY CRMEMO.

       FD  POSTING-FILE.
       COPY GLPOST.

       FD  RETURN-FILE.
       COPY VATRET.

       FD  DECLARATION-FILE.
       01  DECLARATION-LINE PIC X(80).

       FD  PRINT-QUEUE-FILE.
       COPY PRINTQ.

       FD  RATE-CTL-FILE.
       COPY SURCHCTL.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  WS-TAX-STATUS PIC XX.
       01  WS-SRT-STATUS PIC XX.
       01  WS-VAT-STATUS PIC XX.
       01  WS-CRM-STATUS PIC XX.
       01  WS-GLP-STATUS PIC XX.
       01  WS-VTR-STATUS PIC XX.
       01  WS-PQ-STATUS PIC XX.
       01  WS-RATE-CTL-STATUS PIC XX.
       01  WS-CUS-STATUS PIC XX.
       01  WS-CUS-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-CUS-OPEN VALUE 'Y' FALSE 'N'.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.

       01  WS-ASK-MONTH PIC X(6).
       01  WS-RET-MONTH PIC 9(6).
       01  WS-RET-MONTH-R REDEFINES WS-RET-MONTH.
           02 WS-RET-YYYY PIC 9(4).
           02 WS-RET-MM   PIC 9(2).
       01  WS-REC-MONTH PIC 9(6).
       01  WS-ANSWER PIC X.

      *    A return is filed per legal entity. Every figure is taken
      *    for WS-RET-COMPANY only, routed the way GL-EXTRACT posts
      *    it: surcharge lines by the rate code's company, credit
      *    memos by the customer's (the rate code's when the
      *    customer has none); a blank company is the default one.
       01  WS-RET-COMPANY PIC X(2).
       01  WS-RET-COMPANY-NAME PIC X(30).
       01  WS-DEFAULT-COMPANY PIC X(2).
       01  WS-LINE-COMPANY PIC X(2).
       01  WS-RATE-SUB PIC 9(2).
       01  WS-RATE-COUNT PIC 9(2) VALUE ZERO.
       01  WS-RATE-TABLE.
           02 WS-RATE-ENTRY OCCURS 50 TIMES.
               03 WS-RATE-CODE-TBL    PIC X(6).
               03 WS-RATE-COMPANY-TBL PIC X(2).

      *    One entry per tax code: the SURCHTAX.DAT codes first, then
      *    any code found in the month's files that is no longer in
      *    the tax table (printed without a rate). The CD-DEC columns
      *    are the declared figures: the filed ones when the month is
      *    already in VATRET.DAT, otherwise a copy of the computed.
       01  WS-CD-SUB PIC 9(3).
       01  WS-CD-HIT PIC 9(3).
       01  WS-CD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-FIND-CODE PIC X(6).
       01  WS-CODE-TABLE.
           02 WS-CODE-ENTRY OCCURS 50 TIMES.
               03 WS-CD-CODE      PIC X(6).
               03 WS-CD-PCT       PIC V999.
               03 WS-CD-RATED     PIC X.
               03 WS-CD-BASE      PIC 9(9)V999.
               03 WS-CD-TAX       PIC 9(9)V999.
               03 WS-CD-CR-BASE   PIC 9(9)V999.
               03 WS-CD-CR-TAX    PIC 9(9)V999.
               03 WS-CD-GL-TAX    PIC S9(9)V999.
               03 WS-CD-DEC-BASE  PIC 9(9)V999.
               03 WS-CD-DEC-TAX   PIC 9(9)V999.
               03 WS-CD-DEC-CR-BASE PIC 9(9)V999.
               03 WS-CD-DEC-CR-TAX  PIC 9(9)V999.
               03 WS-CD-DEC-GL-TAX  PIC S9(9)V999.
       01  WS-CODE-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-CODE-OVERFLOW VALUE 'Y'.

       01  WS-RETURN-FILED-FLAG PIC X VALUE 'N'.
           88 WS-RETURN-FILED VALUE 'Y' FALSE 'N'.
       01  WS-FILED-NOW-FLAG PIC X VALUE 'N'.
           88 WS-FILED-NOW VALUE 'Y' FALSE 'N'.
       01  WS-FILE-REFUSED-FLAG PIC X VALUE 'N'.
           88 WS-FILE-REFUSED VALUE 'Y' FALSE 'N'.
       01  WS-FILE-DATE PIC 9(8) VALUE ZERO.
       01  WS-GL-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-GL-FOUND VALUE 'Y'.
      *    GLPOST.DAT holds every batch not yet cleared by GL-POST,
      *    and a day may have been extracted more than once. Each day
      *    of the month is taken from the latest GL-EXTRACT batch (by
      *    its trailer date) carrying IVA postings of that day.
       01  WS-BATCH-NO PIC 9(5).
       01  WS-DAY-SUB PIC 9(2).
       01  WS-DAY-TABLE.
           02 WS-DAY-ENTRY OCCURS 31 TIMES.
               03 WS-DAY-BATCH PIC 9(5).
               03 WS-DAY-BATCH-DATE PIC 9(8).
               03 WS-DAY-SEEN PIC X.

       01  WS-DAY-TAX PIC 9(9)V999 VALUE ZERO.
       01  WS-DAY-RUNS PIC 9(5) VALUE ZERO.
       01  WS-GROSS-TAX PIC 9(9)V999 VALUE ZERO.
       01  WS-ALL-GROSS-TAX PIC 9(9)V999 VALUE ZERO.
       01  WS-NET-BASE PIC S9(9)V999.
       01  WS-NET-TAX PIC S9(9)V999.
       01  WS-DIFF PIC S9(9)V999.
       01  WS-TOT-BASE PIC S9(11)V999.
       01  WS-TOT-TAX PIC S9(11)V999.
       01  WS-TOT-GL PIC S9(11)V999.
       01  WS-TOT-DIFF PIC S9(11)V999.
       01  WS-GL-DIFF-COUNT PIC 9(3) VALUE ZERO.
       01  WS-FILED-DIFF-COUNT PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-LINE-COUNT PIC 9(6) VALUE ZERO.
       01  WS-SECTION PIC 9.

       COPY RUNSTAMP.
       COPY CLMRQ.
       COPY CMPRQ.

       01  WS-HDR-LINE.
           02 FILLER PIC X(37)
               VALUE "DECLARACION MENSUAL DE IVA - PERIODO ".
           02 HL-MONTH PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HL-STATE PIC X(30).

       01  WS-COMPANY-LINE.
           02 FILLER PIC X(9) VALUE "EMPRESA: ".
           02 CO-CODE PIC X(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CO-NAME PIC X(30).

       01  WS-SUBHDR-LINE.
           02 FILLER PIC X(8) VALUE "EMITIDA ".
           02 SH-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 SH-TIME PIC 9(6).

       01  WS-COLUMN-LINE.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "CODIGO".
           02 FILLER PIC X(10) VALUE "TIPO %".
           02 CH-AMOUNT1 PIC X(14).
           02 FILLER PIC X(4) VALUE SPACES.
           02 CH-AMOUNT2 PIC X(14).

       01  WS-CODE-LINE.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CL-CODE PIC X(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 CL-PCT-AREA.
               03 CL-PCT PIC ZZ9.9.
               03 FILLER PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-AMOUNT1 PIC -(9)9.999.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-AMOUNT2 PIC -(9)9.999.

       01  WS-TOTAL-LINE.
           02 FILLER PIC X(3) VALUE SPACES.
           02 TL-LABEL PIC X(17).
           02 TL-AMOUNT1 PIC -(11)9.999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TL-AMOUNT2 PIC -(11)9.999.

       01  WS-RECON-COLUMN-LINE.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "CODIGO".
           02 FILLER PIC X(17) VALUE "       CUOTA NETA".
           02 FILLER PIC X(17) VALUE "        MAYOR IVA".
           02 FILLER PIC X(17) VALUE "       DIFERENCIA".

       01  WS-RECON-LINE.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RL-CODE PIC X(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RL-NET PIC -(11)9.999.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RL-GL PIC -(11)9.999.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RL-DIFF PIC -(11)9.999.
           02 FILLER PIC X(1) VALUE SPACES.
           02 RL-FLAG PIC X(10).

       01  WS-FILED-DIFF-LINE.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FD-CODE PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FD-FIELD PIC X(12).
           02 FILLER PIC X(11) VALUE " PRESENTADO".
           02 FD-FILED PIC -(9)9.999.
           02 FILLER PIC X(8) VALUE " ACTUAL ".
           02 FD-CURRENT PIC -(9)9.999.

       01  WS-PROOF-LINE.
           02 FILLER PIC X(16) VALUE "   SURCHVAT.DAT ".
           02 PL-RUNS PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE " PASADAS CUOTA ".
           02 PL-DAY-TAX PIC ZZZZZZZZ9.999.
           02 FILLER PIC X(11) VALUE " DESG.TODAS".
           02 PL-GROSS-TAX PIC ZZZZZZZZ9.999.

       01  WS-CMP-FIELD PIC X(12).
       01  WS-CMP-FILED PIC S9(9)V999.
       01  WS-CMP-CURRENT PIC S9(9)V999.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "PERIODO A DECLARAR AAAAMM : ".
           ACCEPT WS-ASK-MONTH.
           IF WS-ASK-MONTH IS NOT NUMERIC
               DISPLAY "VAT-RETURN - PERIODO INVALIDO: " WS-ASK-MONTH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-ASK-MONTH TO WS-RET-MONTH.
           IF WS-RET-MM < 1 OR WS-RET-MM > 12
               DISPLAY "VAT-RETURN - PERIODO INVALIDO: " WS-ASK-MONTH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "EMPRESA A DECLARAR (EN BLANCO = PRINCIPAL) : ".
           MOVE SPACES TO CMQ-CODE-IN.
           ACCEPT CMQ-CODE-IN.
           CALL "CMP-CHECK" USING COMPANY-REQUEST.
           IF NOT CMQ-FOUND
               DISPLAY "VAT-RETURN - EMPRESA NO EXISTE EN COMPANY.DAT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE CMQ-CODE-OUT TO WS-RET-COMPANY.
           MOVE CMQ-NAME TO WS-RET-COMPANY-NAME.
           MOVE CMQ-DEFAULT-CODE TO WS-DEFAULT-COMPANY.

      *    The return is built from the month's final figures, so
      *    the month must have been closed by MONTH-END first.
           COMPUTE CLM-DATE-IN = WS-RET-MONTH * 100 + 1.
           MOVE WS-RET-COMPANY TO CLM-COMPANY-IN.
           CALL "CLM-CHECK" USING CLOSED-MONTH-REQUEST.
           IF NOT CLM-IS-CLOSED
               DISPLAY "VAT-RETURN - MES " WS-RET-MONTH
                   " NO CERRADO POR MONTH-END - DECLARACION "
                   "NO PERMITIDA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-TAX-CODES.
           PERFORM LOAD-RATE-COMPANIES.
           PERFORM TOTAL-SURCHARGE-RUNS.
           PERFORM TOTAL-DAILY-VAT.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUS-STATUS = "00"
               SET WS-CUS-OPEN TO TRUE
           END-IF.
           PERFORM TOTAL-CREDIT-MEMOS.
           IF WS-CUS-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           PERFORM TOTAL-GL-VAT-POSTINGS.
           IF WS-CODE-OVERFLOW
               DISPLAY "VAT-RETURN - MAS DE 50 CODIGOS DE IVA EN EL "
                   "MES - DECLARACION DETENIDA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-FILED-RETURN.
           IF WS-RETURN-FILED
               PERFORM COMPARE-FILED-RETURN
           ELSE
               PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                       UNTIL WS-CD-SUB > WS-CD-COUNT
                   MOVE WS-CD-BASE(WS-CD-SUB)
                       TO WS-CD-DEC-BASE(WS-CD-SUB)
                   MOVE WS-CD-TAX(WS-CD-SUB)
                       TO WS-CD-DEC-TAX(WS-CD-SUB)
                   MOVE WS-CD-CR-BASE(WS-CD-SUB)
                       TO WS-CD-DEC-CR-BASE(WS-CD-SUB)
                   MOVE WS-CD-CR-TAX(WS-CD-SUB)
                       TO WS-CD-DEC-CR-TAX(WS-CD-SUB)
                   MOVE WS-CD-GL-TAX(WS-CD-SUB)
                       TO WS-CD-DEC-GL-TAX(WS-CD-SUB)
               END-PERFORM
           END-IF.

           PERFORM COUNT-GL-DIFFERENCES.

           IF NOT WS-RETURN-FILED
               PERFORM ASK-TO-FILE-RETURN
           END-IF.

           PERFORM WRITE-DECLARATION.
           PERFORM SUBMIT-TO-PRINT-QUEUE.

           EVALUATE TRUE
               WHEN WS-FILED-NOW
                   DISPLAY "VAT-RETURN - DECLARACION " WS-RET-MONTH
                       " EMPRESA " WS-RET-COMPANY
                       " PRESENTADA Y BLOQUEADA - VER VATRET.RPT"
               WHEN WS-RETURN-FILED
                   DISPLAY "VAT-RETURN - DECLARACION " WS-RET-MONTH
                       " EMPRESA " WS-RET-COMPANY
                       " YA PRESENTADA EL " WS-FILE-DATE
                       " - COPIA EN VATRET.RPT"
               WHEN OTHER
                   DISPLAY "VAT-RETURN - BORRADOR " WS-RET-MONTH
                       " EMPRESA " WS-RET-COMPANY
                       " EN VATRET.RPT - NO PRESENTADA"
           END-EVALUATE.
           IF WS-GL-DIFF-COUNT > ZERO
               DISPLAY "VAT-RETURN - " WS-GL-DIFF-COUNT
                   " CODIGOS NO CUADRAN CON GLPOST.DAT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-DAY-TAX NOT = WS-ALL-GROSS-TAX
               DISPLAY "VAT-RETURN - CUOTA DE SURCHVAT.DAT "
                   WS-DAY-TAX " DISTINTA DEL DESGLOSE "
                   WS-ALL-GROSS-TAX
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-FILED-DIFF-COUNT > ZERO
               DISPLAY "VAT-RETURN - LAS CIFRAS ACTUALES DIFIEREN DE "
                   "LA DECLARACION PRESENTADA EN " WS-FILED-DIFF-COUNT
                   " IMPORTES"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-FILE-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-TAX-CODES.
           OPEN INPUT TAX-CTL-FILE.
           IF WS-TAX-STATUS NOT = "00"
               DISPLAY "SURCHTAX.DAT NO DISPONIBLE - STATUS "
                   WS-TAX-STATUS
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ TAX-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE TAX-RATE-CODE TO WS-FIND-CODE
                           PERFORM FIND-CODE-ENTRY
                           IF WS-CD-HIT > ZERO
                               MOVE TAX-VAT-PCT TO WS-CD-PCT(WS-CD-HIT)
                               MOVE 'Y' TO WS-CD-RATED(WS-CD-HIT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-CTL-FILE
           END-IF.

      *    Taxable base and VAT by code come from the per-code
      *    breakdown of every surcharge run dated in the month.
       TOTAL-SURCHARGE-RUNS.
           OPEN INPUT RATE-DETAIL-FILE.
           IF WS-SRT-STATUS NOT = "00"
               DISPLAY "SURCHRAT.DAT NO DISPONIBLE - STATUS "
                   WS-SRT-STATUS
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RATE-DETAIL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SRT-RUN-DATE(1:6) TO WS-REC-MONTH
                           IF WS-REC-MONTH = WS-RET-MONTH
                               ADD SRT-TAX-TOTAL TO WS-ALL-GROSS-TAX
                               MOVE SRT-RATE-CODE TO WS-FIND-CODE
                               PERFORM FIND-RATE-COMPANY
                               IF WS-LINE-COMPANY = WS-RET-COMPANY
                                   PERFORM TALLY-SURCHARGE-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-DETAIL-FILE
           END-IF.

       TALLY-SURCHARGE-LINE.
           PERFORM FIND-CODE-ENTRY.
           IF WS-CD-HIT > ZERO
               ADD SRT-SUBTOT-TOTAL TO WS-CD-BASE(WS-CD-HIT)
               ADD SRT-TAX-TOTAL TO WS-CD-TAX(WS-CD-HIT)
               ADD SRT-TAX-TOTAL TO WS-GROSS-TAX
           END-IF.

      *    The daily SURCHVAT.DAT summaries carry no company, so they
      *    are added up only as a proof of the per-code breakdown of
      *    all companies together.
       TOTAL-DAILY-VAT.
           OPEN INPUT TAX-SUMMARY-FILE.
           IF WS-VAT-STATUS NOT = "00"
               DISPLAY "SURCHVAT.DAT NO DISPONIBLE - STATUS "
                   WS-VAT-STATUS
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ TAX-SUMMARY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE VAT-RUN-DATE(1:6) TO WS-REC-MONTH
                           IF WS-REC-MONTH = WS-RET-MONTH
                               ADD 1 TO WS-DAY-RUNS
                               ADD VAT-TAX-TOTAL TO WS-DAY-TAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-SUMMARY-FILE
           END-IF.

       TOTAL-CREDIT-MEMOS.
           OPEN INPUT CREDIT-MEMO-FILE.
           IF WS-CRM-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ CREDIT-MEMO-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CRM-DATE(1:6) TO WS-REC-MONTH
                           IF WS-REC-MONTH = WS-RET-MONTH
                               PERFORM FIND-MEMO-COMPANY
                               IF WS-LINE-COMPANY = WS-RET-COMPANY
                                   PERFORM TALLY-CREDIT-MEMO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-MEMO-FILE
           END-IF.

       TALLY-CREDIT-MEMO.
           MOVE CRM-RATE-CODE TO WS-FIND-CODE.
           PERFORM FIND-CODE-ENTRY.
           IF WS-CD-HIT > ZERO
               ADD CRM-SUBTOTAL TO WS-CD-CR-BASE(WS-CD-HIT)
               ADD CRM-VAT TO WS-CD-CR-TAX(WS-CD-HIT)
           END-IF.

      *    WS-FIND-CODE in, its company out in WS-LINE-COMPANY. The
      *    table holds resolved codes, so a code not on SURCHCTL.DAT
      *    is the only one left to default here.
       FIND-RATE-COMPANY.
           MOVE SPACES TO WS-LINE-COMPANY.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR WS-LINE-COMPANY NOT = SPACES
               IF WS-RATE-CODE-TBL(WS-RATE-SUB) = WS-FIND-CODE
                   MOVE WS-RATE-COMPANY-TBL(WS-RATE-SUB)
                       TO WS-LINE-COMPANY
               END-IF
           END-PERFORM.
           IF WS-LINE-COMPANY = SPACES
               MOVE WS-DEFAULT-COMPANY TO WS-LINE-COMPANY
           END-IF.

      *    A credit memo belongs to the company that bills the
      *    customer; a customer without one follows the rate code.
       FIND-MEMO-COMPANY.
           MOVE SPACES TO WS-LINE-COMPANY.
           IF WS-CUS-OPEN
               MOVE CRM-CUSTOMER TO CUS-CODE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-COMPANY TO WS-LINE-COMPANY
               END-READ
           END-IF.
           IF WS-LINE-COMPANY = SPACES
               MOVE CRM-RATE-CODE TO WS-FIND-CODE
               PERFORM FIND-RATE-COMPANY
           END-IF.

       LOAD-RATE-COMPANIES.
           OPEN INPUT RATE-CTL-FILE.
           IF WS-RATE-CTL-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RATE-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-RATE-COUNT >= 50
                               DISPLAY "SURCHCTL.DAT HAS MORE THAN 50 "
                                   "ROWS - EXTRA LINES IGNORED"
                           ELSE
                               PERFORM KEEP-RATE-COMPANY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-CTL-FILE
           END-IF.

       KEEP-RATE-COMPANY.
           ADD 1 TO WS-RATE-COUNT.
           MOVE CTL-RATE-CODE TO WS-RATE-CODE-TBL(WS-RATE-COUNT).
           MOVE CTL-COMPANY TO WS-RATE-COMPANY-TBL(WS-RATE-COUNT).
           IF CTL-COMPANY = SPACES
               MOVE WS-DEFAULT-COMPANY
                   TO WS-RATE-COMPANY-TBL(WS-RATE-COUNT)
           END-IF.

      *    GL-EXTRACT credits the VAT payable account with source IVA
      *    for the surcharge VAT and debits it with source IVA-NC for
      *    the VAT refunded on credit memos, referenced by rate code.
       TOTAL-GL-VAT-POSTINGS.
           PERFORM FIND-VAT-BATCHES.
           IF WS-GLP-STATUS = "00"
               OPEN INPUT POSTING-FILE
               MOVE 1 TO WS-BATCH-NO
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ POSTING-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM SET-VAT-POSTING-KEYS
                           IF GLP-RECORD-TYPE = 'T'
                               ADD 1 TO WS-BATCH-NO
                           ELSE
                               IF WS-REC-MONTH = WS-RET-MONTH
                                   AND WS-LINE-COMPANY = WS-RET-COMPANY
                                   AND WS-DAY-BATCH(WS-DAY-SUB)
                                       = WS-BATCH-NO
                                   PERFORM TALLY-GL-VAT-POSTING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-FILE
           END-IF.

       FIND-VAT-BATCHES.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 31
               MOVE ZERO TO WS-DAY-BATCH(WS-DAY-SUB)
               MOVE ZERO TO WS-DAY-BATCH-DATE(WS-DAY-SUB)
               MOVE 'N' TO WS-DAY-SEEN(WS-DAY-SUB)
           END-PERFORM.
           OPEN INPUT POSTING-FILE.
           IF WS-GLP-STATUS NOT = "00"
               DISPLAY "GLPOST.DAT NO DISPONIBLE - STATUS "
                   WS-GLP-STATUS
           ELSE
               MOVE 1 TO WS-BATCH-NO
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ POSTING-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-VAT-BATCH
                   END-READ
               END-PERFORM
               CLOSE POSTING-FILE
           END-IF.

      *    At a trailer every day the batch carried is given to it,
      *    unless an earlier batch of the same day has a later date.
       CHECK-VAT-BATCH.
           IF GLP-RECORD-TYPE = 'T'
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 31
                   IF WS-DAY-SEEN(WS-DAY-SUB) = 'Y'
                       AND GLP-DATE >= WS-DAY-BATCH-DATE(WS-DAY-SUB)
                       MOVE WS-BATCH-NO TO WS-DAY-BATCH(WS-DAY-SUB)
                       MOVE GLP-DATE TO WS-DAY-BATCH-DATE(WS-DAY-SUB)
                   END-IF
                   MOVE 'N' TO WS-DAY-SEEN(WS-DAY-SUB)
               END-PERFORM
               ADD 1 TO WS-BATCH-NO
           ELSE
               PERFORM SET-VAT-POSTING-KEYS
               IF WS-REC-MONTH = WS-RET-MONTH
                   AND WS-LINE-COMPANY = WS-RET-COMPANY
                   AND (GLP-SOURCE = "IVA" OR GLP-SOURCE = "IVA-NC")
                   MOVE 'Y' TO WS-DAY-SEEN(WS-DAY-SUB)
               END-IF
           END-IF.

       SET-VAT-POSTING-KEYS.
           MOVE GLP-DATE(1:6) TO WS-REC-MONTH.
           MOVE GLP-COMPANY TO WS-LINE-COMPANY.
           IF WS-LINE-COMPANY = SPACES
               MOVE WS-DEFAULT-COMPANY TO WS-LINE-COMPANY
           END-IF.
           IF GLP-DATE(7:2) IS NUMERIC
               AND GLP-DATE(7:2) > "00" AND GLP-DATE(7:2) < "32"
               MOVE GLP-DATE(7:2) TO WS-DAY-SUB
           ELSE
               MOVE 1 TO WS-DAY-SUB
           END-IF.

       TALLY-GL-VAT-POSTING.
           IF (GLP-SOURCE = "IVA" AND GLP-DC = 'C')
               OR (GLP-SOURCE = "IVA-NC" AND GLP-DC = 'D')
               SET WS-GL-FOUND TO TRUE
               MOVE GLP-REFERENCE(1:6) TO WS-FIND-CODE
               PERFORM FIND-CODE-ENTRY
               IF WS-CD-HIT > ZERO
                   IF GLP-SOURCE = "IVA"
                       ADD GLP-AMOUNT TO WS-CD-GL-TAX(WS-CD-HIT)
                   ELSE
                       SUBTRACT GLP-AMOUNT
                           FROM WS-CD-GL-TAX(WS-CD-HIT)
                   END-IF
               END-IF
           END-IF.

       FIND-CODE-ENTRY.
           MOVE ZERO TO WS-CD-HIT.
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-COUNT OR WS-CD-HIT > ZERO
               IF WS-CD-CODE(WS-CD-SUB) = WS-FIND-CODE
                   MOVE WS-CD-SUB TO WS-CD-HIT
               END-IF
           END-PERFORM.
           IF WS-CD-HIT = ZERO
               IF WS-CD-COUNT >= 50
                   MOVE 'Y' TO WS-CODE-OVERFLOW-FLAG
               ELSE
                   ADD 1 TO WS-CD-COUNT
                   MOVE WS-CD-COUNT TO WS-CD-HIT
                   MOVE WS-FIND-CODE TO WS-CD-CODE(WS-CD-HIT)
                   MOVE ZERO TO WS-CD-PCT(WS-CD-HIT)
                   MOVE 'N' TO WS-CD-RATED(WS-CD-HIT)
                   MOVE ZERO TO WS-CD-BASE(WS-CD-HIT)
                   MOVE ZERO TO WS-CD-TAX(WS-CD-HIT)
                   MOVE ZERO TO WS-CD-CR-BASE(WS-CD-HIT)
                   MOVE ZERO TO WS-CD-CR-TAX(WS-CD-HIT)
                   MOVE ZERO TO WS-CD-GL-TAX(WS-CD-HIT)
                   MOVE ZERO TO WS-CD-DEC-BASE(WS-CD-HIT)
                   MOVE ZERO TO WS-CD-DEC-TAX(WS-CD-HIT)
                   MOVE ZERO TO WS-CD-DEC-CR-BASE(WS-CD-HIT)
                   MOVE ZERO TO WS-CD-DEC-CR-TAX(WS-CD-HIT)
                   MOVE ZERO TO WS-CD-DEC-GL-TAX(WS-CD-HIT)
               END-IF
           END-IF.

      *    A month already in VATRET.DAT is locked: its filed figures
      *    become the declared ones and are never written again.
       LOAD-FILED-RETURN.
           SET WS-RETURN-FILED TO FALSE.
           OPEN INPUT RETURN-FILE.
           IF WS-VTR-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RETURN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE VTR-COMPANY TO WS-LINE-COMPANY
                           IF WS-LINE-COMPANY = SPACES
                               MOVE WS-DEFAULT-COMPANY
                                   TO WS-LINE-COMPANY
                           END-IF
                           IF VTR-MONTH = WS-RET-MONTH AND VTR-FILED
                               AND WS-LINE-COMPANY = WS-RET-COMPANY
                               SET WS-RETURN-FILED TO TRUE
                               MOVE VTR-FILE-DATE TO WS-FILE-DATE
                               IF VTR-CODE-LINE
                                   PERFORM LOAD-FILED-CODE-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF.

       LOAD-FILED-CODE-LINE.
           MOVE VTR-TAX-CODE TO WS-FIND-CODE.
           PERFORM FIND-CODE-ENTRY.
           IF WS-CD-HIT > ZERO
               MOVE VTR-BASE TO WS-CD-DEC-BASE(WS-CD-HIT)
               MOVE VTR-TAX TO WS-CD-DEC-TAX(WS-CD-HIT)
               MOVE VTR-CR-BASE TO WS-CD-DEC-CR-BASE(WS-CD-HIT)
               MOVE VTR-CR-TAX TO WS-CD-DEC-CR-TAX(WS-CD-HIT)
               MOVE VTR-GL-TAX TO WS-CD-DEC-GL-TAX(WS-CD-HIT)
               IF WS-CD-RATED(WS-CD-HIT) NOT = 'Y'
                   MOVE VTR-VAT-PCT TO WS-CD-PCT(WS-CD-HIT)
               END-IF
           END-IF.

       COMPARE-FILED-RETURN.
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-COUNT
               IF WS-CD-BASE(WS-CD-SUB) NOT = WS-CD-DEC-BASE(WS-CD-SUB)
                   OR WS-CD-TAX(WS-CD-SUB)
                       NOT = WS-CD-DEC-TAX(WS-CD-SUB)
                   OR WS-CD-CR-BASE(WS-CD-SUB)
                       NOT = WS-CD-DEC-CR-BASE(WS-CD-SUB)
                   OR WS-CD-CR-TAX(WS-CD-SUB)
                       NOT = WS-CD-DEC-CR-TAX(WS-CD-SUB)
                   ADD 1 TO WS-FILED-DIFF-COUNT
               END-IF
           END-PERFORM.

       COUNT-GL-DIFFERENCES.
           MOVE ZERO TO WS-GL-DIFF-COUNT.
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-COUNT
               COMPUTE WS-NET-TAX = WS-CD-DEC-TAX(WS-CD-SUB)
                   - WS-CD-DEC-CR-TAX(WS-CD-SUB)
               IF WS-NET-TAX NOT = WS-CD-GL-TAX(WS-CD-SUB)
                   ADD 1 TO WS-GL-DIFF-COUNT
               END-IF
           END-PERFORM.

       ASK-TO-FILE-RETURN.
           MOVE ZERO TO WS-TOT-TAX.
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-COUNT
               COMPUTE WS-TOT-TAX = WS-TOT-TAX
                   + WS-CD-TAX(WS-CD-SUB) - WS-CD-CR-TAX(WS-CD-SUB)
           END-PERFORM.
           DISPLAY "PERIODO " WS-RET-MONTH " EMPRESA " WS-RET-COMPANY
               " CUOTA NETA " WS-TOT-TAX.
           IF WS-GL-DIFF-COUNT > ZERO
               DISPLAY "ATENCION - " WS-GL-DIFF-COUNT
                   " CODIGOS NO CUADRAN CON GLPOST.DAT"
           END-IF.
      *    VATRET.DAT is the return handed to the tax authority, so
      *    a test or training copy only ever prints the draft.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           IF NOT ENV-PROD
               DISPLAY ENV-BANNER
               DISPLAY "VAT-RETURN - PRESENTACION NO PERMITIDA "
                   "FUERA DE PRODUCCION - SOLO BORRADOR"
               SET WS-FILE-REFUSED TO TRUE
           ELSE
               DISPLAY "PRESENTAR Y BLOQUEAR LA DECLARACION (S/N) : "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'S' OR WS-ANSWER = 's'
                   PERFORM FILE-RETURN
               END-IF
           END-IF.

       FILE-RETURN.
           OPEN EXTEND RETURN-FILE.
           IF WS-VTR-STATUS = "35"
               OPEN OUTPUT RETURN-FILE
           END-IF.
           IF WS-VTR-STATUS NOT = "00"
               DISPLAY "VATRET.DAT NO DISPONIBLE - STATUS "
                   WS-VTR-STATUS " - DECLARACION NO PRESENTADA"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZERO TO WS-TOT-BASE
               MOVE ZERO TO WS-TOT-TAX
               MOVE ZERO TO WS-TOT-GL
               PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                       UNTIL WS-CD-SUB > WS-CD-COUNT
                   PERFORM WRITE-FILED-CODE-LINE
               END-PERFORM
               MOVE SPACES TO VAT-RETURN-RECORD
               MOVE WS-RET-MONTH TO VTR-MONTH
               MOVE WS-RET-COMPANY TO VTR-COMPANY
               MOVE 'T' TO VTR-REC-TYPE
               MOVE ZERO TO VTR-VAT-PCT
               MOVE ZERO TO VTR-BASE
               MOVE ZERO TO VTR-TAX
               MOVE ZERO TO VTR-CR-BASE
               MOVE ZERO TO VTR-CR-TAX
               MOVE WS-TOT-BASE TO VTR-NET-BASE
               MOVE WS-TOT-TAX TO VTR-NET-TAX
               MOVE WS-TOT-GL TO VTR-GL-TAX
               MOVE WS-RUN-DATE TO VTR-FILE-DATE
               MOVE 'F' TO VTR-STATUS
               WRITE VAT-RETURN-RECORD
               CLOSE RETURN-FILE
               SET WS-RETURN-FILED TO TRUE
               SET WS-FILED-NOW TO TRUE
               MOVE WS-RUN-DATE TO WS-FILE-DATE
           END-IF.

       WRITE-FILED-CODE-LINE.
           MOVE SPACES TO VAT-RETURN-RECORD.
           MOVE WS-RET-MONTH TO VTR-MONTH.
           MOVE WS-RET-COMPANY TO VTR-COMPANY.
           MOVE 'C' TO VTR-REC-TYPE.
           MOVE WS-CD-CODE(WS-CD-SUB) TO VTR-TAX-CODE.
           MOVE WS-CD-PCT(WS-CD-SUB) TO VTR-VAT-PCT.
           MOVE WS-CD-DEC-BASE(WS-CD-SUB) TO VTR-BASE.
           MOVE WS-CD-DEC-TAX(WS-CD-SUB) TO VTR-TAX.
           MOVE WS-CD-DEC-CR-BASE(WS-CD-SUB) TO VTR-CR-BASE.
           MOVE WS-CD-DEC-CR-TAX(WS-CD-SUB) TO VTR-CR-TAX.
           COMPUTE VTR-NET-BASE = WS-CD-DEC-BASE(WS-CD-SUB)
               - WS-CD-DEC-CR-BASE(WS-CD-SUB).
           COMPUTE VTR-NET-TAX = WS-CD-DEC-TAX(WS-CD-SUB)
               - WS-CD-DEC-CR-TAX(WS-CD-SUB).
           MOVE WS-CD-DEC-GL-TAX(WS-CD-SUB) TO VTR-GL-TAX.
           MOVE WS-RUN-DATE TO VTR-FILE-DATE.
           MOVE 'F' TO VTR-STATUS.
           WRITE VAT-RETURN-RECORD.
           ADD VTR-NET-BASE TO WS-TOT-BASE.
           ADD VTR-NET-TAX TO WS-TOT-TAX.
           ADD VTR-GL-TAX TO WS-TOT-GL.

       WRITE-DECLARATION.
           OPEN OUTPUT DECLARATION-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE DECLARATION-LINE FROM ENV-BANNER.
           ADD 1 TO WS-TOTAL-LINE-COUNT.
           MOVE WS-RET-MONTH TO HL-MONTH.
           MOVE SPACES TO HL-STATE.
           EVALUATE TRUE
               WHEN WS-FILED-NOW
                   STRING "PRESENTADA EL " WS-FILE-DATE
                       DELIMITED BY SIZE INTO HL-STATE
               WHEN WS-RETURN-FILED
                   STRING "COPIA - PRESENTADA EL " WS-FILE-DATE
                       DELIMITED BY SIZE INTO HL-STATE
               WHEN OTHER
                   MOVE "BORRADOR - NO PRESENTADA" TO HL-STATE
           END-EVALUATE.
           WRITE DECLARATION-LINE FROM WS-HDR-LINE.
           MOVE WS-RET-COMPANY TO CO-CODE.
           MOVE WS-RET-COMPANY-NAME TO CO-NAME.
           WRITE DECLARATION-LINE FROM WS-COMPANY-LINE.
           MOVE WS-RUN-DATE TO SH-DATE.
           MOVE WS-RUN-TIME(1:6) TO SH-TIME.
           WRITE DECLARATION-LINE FROM WS-SUBHDR-LINE.
           ADD 3 TO WS-TOTAL-LINE-COUNT.

           MOVE 1 TO WS-SECTION.
           PERFORM WRITE-AMOUNT-SECTION.
           MOVE 2 TO WS-SECTION.
           PERFORM WRITE-AMOUNT-SECTION.
           MOVE 3 TO WS-SECTION.
           PERFORM WRITE-AMOUNT-SECTION.
           PERFORM WRITE-GL-RECONCILIATION.
           IF WS-FILED-DIFF-COUNT > ZERO
               PERFORM WRITE-FILED-DIFFERENCES
           END-IF.
           CLOSE DECLARATION-FILE.

       WRITE-AMOUNT-SECTION.
           MOVE SPACES TO DECLARATION-LINE.
           WRITE DECLARATION-LINE.
           MOVE SPACES TO CH-AMOUNT1.
           MOVE SPACES TO CH-AMOUNT2.
           EVALUATE WS-SECTION
               WHEN 1
                   MOVE "1. IVA DEVENGADO EN RECARGOS"
                       TO DECLARATION-LINE
                   MOVE "BASE IMPONIBLE" TO CH-AMOUNT1
                   MOVE "         CUOTA" TO CH-AMOUNT2
               WHEN 2
                   MOVE "2. NOTAS DE CREDITO A DEDUCIR"
                       TO DECLARATION-LINE
                   MOVE "BASE RECTIFIC." TO CH-AMOUNT1
                   MOVE "   CUOTA RECT." TO CH-AMOUNT2
               WHEN 3
                   MOVE "3. RESULTADO DE LA LIQUIDACION"
                       TO DECLARATION-LINE
                   MOVE "     BASE NETA" TO CH-AMOUNT1
                   MOVE "    CUOTA NETA" TO CH-AMOUNT2
           END-EVALUATE.
           WRITE DECLARATION-LINE.
           WRITE DECLARATION-LINE FROM WS-COLUMN-LINE.
           ADD 3 TO WS-TOTAL-LINE-COUNT.
           MOVE ZERO TO WS-TOT-BASE.
           MOVE ZERO TO WS-TOT-TAX.
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-COUNT
               EVALUATE WS-SECTION
                   WHEN 1
                       MOVE WS-CD-DEC-BASE(WS-CD-SUB) TO WS-NET-BASE
                       MOVE WS-CD-DEC-TAX(WS-CD-SUB) TO WS-NET-TAX
                   WHEN 2
                       MOVE WS-CD-DEC-CR-BASE(WS-CD-SUB)
                           TO WS-NET-BASE
                       MOVE WS-CD-DEC-CR-TAX(WS-CD-SUB) TO WS-NET-TAX
                   WHEN 3
                       COMPUTE WS-NET-BASE = WS-CD-DEC-BASE(WS-CD-SUB)
                           - WS-CD-DEC-CR-BASE(WS-CD-SUB)
                       COMPUTE WS-NET-TAX = WS-CD-DEC-TAX(WS-CD-SUB)
                           - WS-CD-DEC-CR-TAX(WS-CD-SUB)
               END-EVALUATE
               MOVE WS-CD-CODE(WS-CD-SUB) TO CL-CODE
               IF WS-CD-RATED(WS-CD-SUB) = 'Y'
                   MOVE SPACES TO CL-PCT-AREA
                   COMPUTE CL-PCT = WS-CD-PCT(WS-CD-SUB) * 100
               ELSE
                   MOVE "SIN TASA" TO CL-PCT-AREA
               END-IF
               MOVE WS-NET-BASE TO CL-AMOUNT1
               MOVE WS-NET-TAX TO CL-AMOUNT2
               WRITE DECLARATION-LINE FROM WS-CODE-LINE
               ADD 1 TO WS-TOTAL-LINE-COUNT
               ADD WS-NET-BASE TO WS-TOT-BASE
               ADD WS-NET-TAX TO WS-TOT-TAX
           END-PERFORM.
           MOVE WS-TOT-BASE TO TL-AMOUNT1.
           MOVE WS-TOT-TAX TO TL-AMOUNT2.
           IF WS-SECTION = 3
               IF WS-TOT-TAX < ZERO
                   MOVE "TOTAL A COMPENSAR" TO TL-LABEL
               ELSE
                   MOVE "TOTAL A INGRESAR" TO TL-LABEL
               END-IF
           ELSE
               MOVE "TOTAL" TO TL-LABEL
           END-IF.
           WRITE DECLARATION-LINE FROM WS-TOTAL-LINE.
           ADD 1 TO WS-TOTAL-LINE-COUNT.

      *    Declared net VAT per code against the IVA postings of the
      *    month in GLPOST.DAT, plus the daily SURCHVAT.DAT proof.
       WRITE-GL-RECONCILIATION.
           MOVE SPACES TO DECLARATION-LINE.
           WRITE DECLARATION-LINE.
           MOVE "4. CONCILIACION CON GLPOST.DAT (APUNTES IVA/IVA-NC)"
               TO DECLARATION-LINE.
           WRITE DECLARATION-LINE.
           WRITE DECLARATION-LINE FROM WS-RECON-COLUMN-LINE.
           ADD 3 TO WS-TOTAL-LINE-COUNT.
           MOVE ZERO TO WS-TOT-TAX.
           MOVE ZERO TO WS-TOT-GL.
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-COUNT
               COMPUTE WS-NET-TAX = WS-CD-DEC-TAX(WS-CD-SUB)
                   - WS-CD-DEC-CR-TAX(WS-CD-SUB)
               COMPUTE WS-DIFF = WS-NET-TAX - WS-CD-GL-TAX(WS-CD-SUB)
               MOVE WS-CD-CODE(WS-CD-SUB) TO RL-CODE
               MOVE WS-NET-TAX TO RL-NET
               MOVE WS-CD-GL-TAX(WS-CD-SUB) TO RL-GL
               MOVE WS-DIFF TO RL-DIFF
               IF WS-DIFF = ZERO
                   MOVE SPACES TO RL-FLAG
               ELSE
                   MOVE "NO CUADRA" TO RL-FLAG
               END-IF
               WRITE DECLARATION-LINE FROM WS-RECON-LINE
               ADD 1 TO WS-TOTAL-LINE-COUNT
               ADD WS-NET-TAX TO WS-TOT-TAX
               ADD WS-CD-GL-TAX(WS-CD-SUB) TO WS-TOT-GL
           END-PERFORM.
           COMPUTE WS-TOT-DIFF = WS-TOT-TAX - WS-TOT-GL.
           MOVE "TOTAL" TO RL-CODE.
           MOVE WS-TOT-TAX TO RL-NET.
           MOVE WS-TOT-GL TO RL-GL.
           MOVE WS-TOT-DIFF TO RL-DIFF.
           IF WS-TOT-DIFF = ZERO
               MOVE SPACES TO RL-FLAG
           ELSE
               MOVE "NO CUADRA" TO RL-FLAG
           END-IF.
           WRITE DECLARATION-LINE FROM WS-RECON-LINE.
           ADD 1 TO WS-TOTAL-LINE-COUNT.
           IF NOT WS-GL-FOUND
               MOVE "   SIN APUNTES DE IVA DEL PERIODO EN GLPOST.DAT"
                   TO DECLARATION-LINE
               WRITE DECLARATION-LINE
               ADD 1 TO WS-TOTAL-LINE-COUNT
           END-IF.
           MOVE WS-DAY-RUNS TO PL-RUNS.
           MOVE WS-DAY-TAX TO PL-DAY-TAX.
           MOVE WS-ALL-GROSS-TAX TO PL-GROSS-TAX.
           WRITE DECLARATION-LINE FROM WS-PROOF-LINE.
           ADD 1 TO WS-TOTAL-LINE-COUNT.
           IF WS-DAY-TAX NOT = WS-ALL-GROSS-TAX
               MOVE "   CUOTA DIARIA Y DESGLOSE POR CODIGO NO CUADRAN"
                   TO DECLARATION-LINE
               WRITE DECLARATION-LINE
               ADD 1 TO WS-TOTAL-LINE-COUNT
           END-IF.

       WRITE-FILED-DIFFERENCES.
           MOVE SPACES TO DECLARATION-LINE.
           WRITE DECLARATION-LINE.
           MOVE "5. CIFRAS ACTUALES DISTINTAS DE LAS PRESENTADAS"
               TO DECLARATION-LINE.
           WRITE DECLARATION-LINE.
           ADD 2 TO WS-TOTAL-LINE-COUNT.
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-COUNT
               MOVE "BASE" TO WS-CMP-FIELD
               MOVE WS-CD-DEC-BASE(WS-CD-SUB) TO WS-CMP-FILED
               MOVE WS-CD-BASE(WS-CD-SUB) TO WS-CMP-CURRENT
               PERFORM WRITE-ONE-FILED-DIFFERENCE
               MOVE "CUOTA" TO WS-CMP-FIELD
               MOVE WS-CD-DEC-TAX(WS-CD-SUB) TO WS-CMP-FILED
               MOVE WS-CD-TAX(WS-CD-SUB) TO WS-CMP-CURRENT
               PERFORM WRITE-ONE-FILED-DIFFERENCE
               MOVE "BASE RECT." TO WS-CMP-FIELD
               MOVE WS-CD-DEC-CR-BASE(WS-CD-SUB) TO WS-CMP-FILED
               MOVE WS-CD-CR-BASE(WS-CD-SUB) TO WS-CMP-CURRENT
               PERFORM WRITE-ONE-FILED-DIFFERENCE
               MOVE "CUOTA RECT." TO WS-CMP-FIELD
               MOVE WS-CD-DEC-CR-TAX(WS-CD-SUB) TO WS-CMP-FILED
               MOVE WS-CD-CR-TAX(WS-CD-SUB) TO WS-CMP-CURRENT
               PERFORM WRITE-ONE-FILED-DIFFERENCE
           END-PERFORM.

       WRITE-ONE-FILED-DIFFERENCE.
           IF WS-CMP-FILED NOT = WS-CMP-CURRENT
               MOVE WS-CD-CODE(WS-CD-SUB) TO FD-CODE
               MOVE WS-CMP-FIELD TO FD-FIELD
               MOVE WS-CMP-FILED TO FD-FILED
               MOVE WS-CMP-CURRENT TO FD-CURRENT
               WRITE DECLARATION-LINE FROM WS-FILED-DIFF-LINE
               ADD 1 TO WS-TOTAL-LINE-COUNT
           END-IF.

       SUBMIT-TO-PRINT-QUEUE.
           MOVE SPACES TO PRINT-QUEUE-RECORD.
           MOVE "VATRET.RPT" TO PQ-REPORT-NAME.
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

       END PROGRAM VAT-RETURN.
