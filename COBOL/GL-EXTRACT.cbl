       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT TOTALS-FILE ASSIGN TO "SURCHTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT POSTING-FILE ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.
           SELECT EXTRACT-WORK-FILE ASSIGN TO "GLEXTWK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EWK-STATUS.
           SELECT RATE-DETAIL-FILE ASSIGN TO "SURCHRAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT HOLDOVER-FILE ASSIGN TO "GLHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRM-STATUS.
           SELECT COA-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT RATE-CTL-FILE ASSIGN TO "SURCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-CTL-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CODE
               FILE STATUS IS WS-CUS-STATUS.
           SELECT ORIGINAL-FILE ASSIGN TO "ORIGTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-REFERENCE
               FILE STATUS IS WS-ORG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 MAP-KEY         PIC X(8).
           02 MAP-DEBIT-ACCT  PIC 9(6).
           02 MAP-CREDIT-ACCT PIC 9(6).
           02 MAP-COMPANY     PIC X(2).

       FD  RATE-DETAIL-FILE.
       COPY SRCHRAT.

       FD  CREDIT-MEMO-FILE.
       COPY CRMEMO.

       FD  COA-FILE.
       01  COA-RECORD.
           02 COA-ACCOUNT PIC 9(6).
           02 COA-NAME    PIC X(20).
           02 COA-STATUS  PIC X.
           02 COA-COMPANY PIC X(2).

       FD  RATE-CTL-FILE.
       COPY SURCHCTL.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  ORIGINAL-FILE.
       COPY ORIGREC.

       FD  HOLDOVER-FILE.
       01  HOLDOVER-RECORD.
           02 HLD-SOURCE       PIC X(8).
           02 HLD-REFERENCE    PIC X(10).
           02 HLD-AMOUNT       PIC S9(11)V999.
           02 HLD-COMPANY      PIC X(2).

      *    The run's batch is built here and only appended to
      *    GLPOST.DAT once it balances.
       FD  EXTRACT-WORK-FILE.
       COPY GLPOST.

      *    GLPOST.DAT also holds the JRNL-POST and PAYROLL-RUN batches
      *    still to be booked by GL-POST, so it is only added to.
       FD  POSTING-FILE.
       01  POSTING-OUT-RECORD PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-REV-STATUS PIC XX.
       01  WS-GLP-STATUS PIC XX.
       01  WS-EWK-STATUS PIC XX.
       01  WS-TOT-STATUS PIC XX.
       01  WS-MAP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
       01  WS-SUB PIC 9(2).
       01  WS-MAP-COUNT PIC 9(2) VALUE ZERO.
       01  WS-MAP-TABLE.
           02 WS-MAP-ENTRY OCCURS 60 TIMES.
               03 WS-TBL-KEY PIC X(8).
               03 WS-TBL-DEBIT PIC 9(6).
               03 WS-TBL-CREDIT PIC 9(6).
               03 WS-TBL-COMPANY PIC X(2).

       01  WS-LOOKUP-KEY PIC X(8).
       01  WS-ORIG-KEY PIC X(8).
       01  WS-NET PIC S9(13)V999.
       01  WS-UNMAPPED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-HLD-STATUS PIC XX.
       01  WS-CRM-STATUS PIC XX.
       01  WS-CONTRA-FLAG PIC X VALUE 'N'.
           88 WS-CONTRA VALUE 'Y' FALSE 'N'.
       01  WS-DEBIT-ACCT PIC 9(6).
       01  WS-CREDIT-ACCT PIC 9(6).
       01  WS-HOLDOVER-COUNT PIC 9(5) VALUE ZERO.
       01  WS-COA-STATUS PIC XX.
       01  WS-COA-SUB PIC 9(3).
           02 WS-COA-ENTRY OCCURS 200 TIMES.
               03 WS-COA-ACCOUNT-TBL PIC 9(6).
               03 WS-COA-STATUS-TBL  PIC X.
               03 WS-COA-COMPANY-TBL PIC X(2).
       01  WS-CHECK-ACCOUNT PIC 9(6).
       01  WS-CHECK-COMPANY PIC X(2).
       01  WS-ACCT-OK-FLAG PIC X.
           88 WS-ACCT-OK VALUE 'Y' FALSE 'N'.
       01  WS-MAP-VALID-FLAG PIC X.
           88 WS-MAP-VALID VALUE 'Y' FALSE 'N'.

      *    Each posting pair belongs to one company: the rate code's
      *    company for surcharges and their VAT, the customer's for
      *    credit memos and reversals (the customer of the reversed
      *    original); the default company when none can be found.
       01  WS-POST-COMPANY PIC X(2).
       01  WS-RATE-CTL-STATUS PIC XX.
       01  WS-CUS-STATUS PIC XX.
       01  WS-CUS-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-CUS-OPEN VALUE 'Y' FALSE 'N'.
       01  WS-ORG-STATUS PIC XX.
       01  WS-ORG-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-ORG-OPEN VALUE 'Y' FALSE 'N'.
       01  WS-RATE-SUB PIC 9(2).
       01  WS-RATE-COUNT PIC 9(2) VALUE ZERO.
       01  WS-RATE-TABLE.
           02 WS-RATE-ENTRY OCCURS 50 TIMES.
               03 WS-RATE-CODE-TBL    PIC X(6).
               03 WS-RATE-COMPANY-TBL PIC X(2).
       01  WS-CO-SUB PIC 9(2).
       01  WS-CO-HIT PIC 9(2).
       01  WS-CO-COUNT PIC 9(2) VALUE ZERO.
       01  WS-CO-TABLE.
           02 WS-CO-ENTRY OCCURS 20 TIMES.
               03 WS-CO-CODE-TBL    PIC X(2).
               03 WS-CO-DEBITS-TBL  PIC 9(13)V999.
               03 WS-CO-CREDITS-TBL PIC 9(13)V999.
       01  WS-CO-NET PIC S9(13)V999.
       01  WS-CO-UNBALANCED PIC 9(2) VALUE ZERO.

       COPY RUNSTAMP.
       COPY CLMRQ.
       COPY CMPRQ.
       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *    GLPOST.DAT is loaded into the general ledger, so a test or
      *    training copy must never produce one.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           IF NOT ENV-PROD
               DISPLAY ENV-BANNER
               DISPLAY "GL-EXTRACT - EXTRACTO CONTABLE NO PERMITIDO "
                   "FUERA DE PRODUCCION"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "FECHA DESDE AAAAMMDD (00000000 = SIN LIMITE) : ".
           ACCEPT WS-SEL-FROM-DATE.
           DISPLAY "FECHA HASTA AAAAMMDD (00000000 = SIN LIMITE) : ".
           END-IF.

           PERFORM LOAD-COA-TABLE.
           PERFORM LOAD-RATE-COMPANIES.
           IF WS-COA-COUNT > ZERO
               PERFORM VERIFY-MAP-ACCOUNTS
               IF NOT WS-MAP-VALID
                   "VALIDAR CONTRA EL PLAN DE CUENTAS"
           END-IF.

           OPEN OUTPUT EXTRACT-WORK-FILE.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUS-STATUS = "00"
               SET WS-CUS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ORIGINAL-FILE.
           IF WS-ORG-STATUS = "00"
               SET WS-ORG-OPEN TO TRUE
           END-IF.

           PERFORM EXTRACT-REVERSALS.
           PERFORM EXTRACT-SURCHARGES.
           PERFORM EXTRACT-CREDIT-MEMOS.

           IF WS-CUS-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-ORG-OPEN
               CLOSE ORIGINAL-FILE
           END-IF.

           COMPUTE WS-NET = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.
           MOVE SPACES TO POSTING-RECORD.
           MOVE WS-RECORD-COUNT TO GLP-REFERENCE.
           MOVE 'N' TO GLP-DC.
           WRITE POSTING-RECORD.
           CLOSE EXTRACT-WORK-FILE.

           DISPLAY "GL-EXTRACT - " WS-RECORD-COUNT " APUNTES, NETO "
               WS-NET.
           PERFORM CHECK-COMPANY-BALANCES.
           IF WS-HOLDOVER-COUNT > ZERO
               DISPLAY "GL-EXTRACT - " WS-HOLDOVER-COUNT
                   " PARTIDAS EN PERIODO CERRADO - VER GLHOLD.DAT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-NET NOT = ZERO OR WS-CO-UNBALANCED > ZERO
               DISPLAY "EXTRACTO NO CUADRA A CERO - NO LIBERAR"
               DISPLAY "GL-EXTRACT - LOTE NO AGREGADO A GLPOST.DAT"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM APPEND-EXTRACT-BATCH
               IF WS-UNMAPPED-COUNT > ZERO
                   DISPLAY "GL-EXTRACT - " WS-UNMAPPED-COUNT
                       " PARTIDAS SIN CUENTA - REVISAR GLMAP.DAT"
           END-IF.
           GOBACK.

       APPEND-EXTRACT-BATCH.
           OPEN EXTEND POSTING-FILE.
           IF WS-GLP-STATUS = "35"
               OPEN OUTPUT POSTING-FILE
           END-IF.
           OPEN INPUT EXTRACT-WORK-FILE.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ EXTRACT-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE POSTING-OUT-RECORD FROM POSTING-RECORD
               END-READ
           END-PERFORM.
           SET WS-EOF TO FALSE.
           CLOSE EXTRACT-WORK-FILE.
           CLOSE POSTING-FILE.
           DISPLAY "GL-EXTRACT - LOTE AGREGADO A GLPOST.DAT".

       EXTRACT-REVERSALS.
           OPEN INPUT REVERSAL-FILE.
           IF WS-REV-STATUS = "00"
                               AND (WS-SEL-TO-DATE = ZERO
                               OR REV-DATE <= WS-SEL-TO-DATE)
                               MOVE "REVERSAL" TO WS-LOOKUP-KEY
                               PERFORM FIND-REVERSAL-COMPANY
                               MOVE REV-AMOUNT TO WS-AMOUNT
                               MOVE REV-DATE TO WS-POSTING-DATE
                               MOVE "REVERSAL" TO WS-SOURCE
                                   OR SRT-RUN-TIME IS NOT NUMERIC
                                   OR SRT-RUN-TIME = STO-RUN-TIME)
                               SET WS-ANY-CODE TO TRUE
                               PERFORM FIND-RATE-COMPANY
                               MOVE SRT-RATE-CODE TO WS-LOOKUP-KEY
                               MOVE SRT-RATE-CODE TO WS-REFERENCE
                               MOVE SRT-SUBTOT-TOTAL TO WS-AMOUNT
                               PERFORM WRITE-POSTING-PAIR
                               MOVE SRT-TAX-TOTAL TO WS-AMOUNT
                               PERFORM POST-SURCHARGE-VAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-DETAIL-FILE
           END-IF.
      *    A run with no SURCHRAT.DAT lines left has only its grand
      *    total, which names no rate code and so no company; it is
      *    booked to the default company's SURCHRGE entry.
           IF NOT WS-ANY-CODE
               MOVE SPACES TO WS-POST-COMPANY
               MOVE "SURCHRGE" TO WS-LOOKUP-KEY
               MOVE SPACES TO WS-REFERENCE
               MOVE STO-GRAND-TOTAL TO WS-AMOUNT
               PERFORM WRITE-POSTING-PAIR
               MOVE STO-TAX-TOTAL TO WS-AMOUNT
               PERFORM POST-SURCHARGE-VAT
           END-IF.

      *    The VAT charged on the surcharge lines goes to the VAT
      *    payable account of the IVA map entry, referenced by rate
      *    code so the monthly VAT return can reconcile it per code.
       POST-SURCHARGE-VAT.
           IF WS-AMOUNT > ZERO
               MOVE "IVA" TO WS-LOOKUP-KEY
               MOVE "IVA" TO WS-SOURCE
               PERFORM WRITE-POSTING-PAIR
               MOVE "SURCHRGE" TO WS-SOURCE
           END-IF.

      *    A credit memo reverses the surcharge it refunds: it is
      *    looked up under the same rate code and posted with the
      *    debit and credit accounts swapped. The VAT refunded with
      *    it reverses the IVA posting the same way, referenced by
      *    rate code rather than memo number.
       EXTRACT-CREDIT-MEMOS.
           OPEN INPUT CREDIT-MEMO-FILE.
           IF WS-CRM-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ CREDIT-MEMO-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF (WS-SEL-FROM-DATE = ZERO
                               OR CRM-DATE >= WS-SEL-FROM-DATE)
                               AND (WS-SEL-TO-DATE = ZERO
                               OR CRM-DATE <= WS-SEL-TO-DATE)
                               PERFORM FIND-MEMO-COMPANY
                               MOVE CRM-RATE-CODE TO WS-LOOKUP-KEY
                               MOVE CRM-SUBTOTAL TO WS-AMOUNT
                               MOVE CRM-DATE TO WS-POSTING-DATE
                               MOVE "CREDMEMO" TO WS-SOURCE
                               MOVE CRM-MEMO-NO TO WS-REFERENCE
                               SET WS-CONTRA TO TRUE
                               PERFORM WRITE-POSTING-PAIR
                               IF CRM-VAT > ZERO
                                   MOVE "IVA" TO WS-LOOKUP-KEY
                                   MOVE CRM-VAT TO WS-AMOUNT
                                   MOVE "IVA-NC" TO WS-SOURCE
                                   MOVE CRM-RATE-CODE TO WS-REFERENCE
                                   PERFORM WRITE-POSTING-PAIR
                               END-IF
                               SET WS-CONTRA TO FALSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-MEMO-FILE
           END-IF.
           SET WS-EOF TO FALSE.

      *    A blank company stands for the default one; it is
      *    resolved here so every posting carries its company code.
       WRITE-POSTING-PAIR.
           MOVE WS-POST-COMPANY TO CMQ-CODE-IN.
           CALL "CMP-CHECK" USING COMPANY-REQUEST.
           MOVE CMQ-CODE-OUT TO WS-POST-COMPANY.
           MOVE WS-POSTING-DATE TO CLM-DATE-IN.
           MOVE WS-POST-COMPANY TO CLM-COMPANY-IN.
           CALL "CLM-CHECK" USING CLOSED-MONTH-REQUEST.
           IF CLM-IS-CLOSED
               PERFORM HOLD-CLOSED-POSTING
           MOVE WS-SOURCE TO HLD-SOURCE.
           MOVE WS-REFERENCE TO HLD-REFERENCE.
           MOVE WS-AMOUNT TO HLD-AMOUNT.
           MOVE WS-POST-COMPANY TO HLD-COMPANY.
           OPEN EXTEND HOLDOVER-FILE.
           IF WS-HLD-STATUS = "35"
               OPEN OUTPUT HOLDOVER-FILE
           MOVE WS-LOOKUP-KEY TO WS-ORIG-KEY.
           PERFORM FIND-MAP-ENTRY.
           IF WS-HIT = ZERO
               AND (WS-SOURCE = "SURCHRGE" OR WS-SOURCE = "CREDMEMO")
               AND WS-LOOKUP-KEY NOT = "SURCHRGE"
               MOVE "SURCHRGE" TO WS-LOOKUP-KEY
               PERFORM FIND-MAP-ENTRY
           IF WS-HIT = ZERO
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY "SIN CUENTA PARA " WS-ORIG-KEY
                   " EMPRESA " WS-POST-COMPANY " - PARTIDA OMITIDA"
           ELSE
               COMPUTE WS-ABS-AMOUNT = WS-AMOUNT
               IF WS-AMOUNT < ZERO
                   COMPUTE WS-ABS-AMOUNT = WS-AMOUNT * -1
               END-IF
               IF WS-CONTRA
                   MOVE WS-TBL-CREDIT(WS-HIT) TO WS-DEBIT-ACCT
                   MOVE WS-TBL-DEBIT(WS-HIT) TO WS-CREDIT-ACCT
               ELSE
                   MOVE WS-TBL-DEBIT(WS-HIT) TO WS-DEBIT-ACCT
                   MOVE WS-TBL-CREDIT(WS-HIT) TO WS-CREDIT-ACCT
               END-IF
               MOVE SPACES TO POSTING-RECORD
               MOVE 'D' TO GLP-RECORD-TYPE
               MOVE WS-DEBIT-ACCT TO GLP-ACCOUNT
               MOVE 'D' TO GLP-DC
               MOVE WS-ABS-AMOUNT TO GLP-AMOUNT
               MOVE WS-POSTING-DATE TO GLP-DATE
               MOVE WS-SOURCE TO GLP-SOURCE
               MOVE WS-REFERENCE TO GLP-REFERENCE
               MOVE WS-POST-COMPANY TO GLP-COMPANY
               WRITE POSTING-RECORD
               ADD 1 TO WS-RECORD-COUNT
               ADD WS-ABS-AMOUNT TO WS-DEBIT-TOTAL

               MOVE SPACES TO POSTING-RECORD
               MOVE 'D' TO GLP-RECORD-TYPE
               MOVE WS-CREDIT-ACCT TO GLP-ACCOUNT
               MOVE 'C' TO GLP-DC
               MOVE WS-ABS-AMOUNT TO GLP-AMOUNT
               MOVE WS-POSTING-DATE TO GLP-DATE
               MOVE WS-SOURCE TO GLP-SOURCE
               MOVE WS-REFERENCE TO GLP-REFERENCE
               MOVE WS-POST-COMPANY TO GLP-COMPANY
               WRITE POSTING-RECORD
               ADD 1 TO WS-RECORD-COUNT
               ADD WS-ABS-AMOUNT TO WS-CREDIT-TOTAL
               PERFORM FIND-COMPANY-TOTAL
               IF WS-CO-HIT > ZERO
                   ADD WS-ABS-AMOUNT TO WS-CO-DEBITS-TBL(WS-CO-HIT)
                   ADD WS-ABS-AMOUNT TO WS-CO-CREDITS-TBL(WS-CO-HIT)
               END-IF
           END-IF.

       FIND-COMPANY-TOTAL.
           MOVE ZERO TO WS-CO-HIT.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT OR WS-CO-HIT > ZERO
               IF WS-CO-CODE-TBL(WS-CO-SUB) = WS-POST-COMPANY
                   MOVE WS-CO-SUB TO WS-CO-HIT
               END-IF
           END-PERFORM.
           IF WS-CO-HIT = ZERO AND WS-CO-COUNT < 20
               ADD 1 TO WS-CO-COUNT
               MOVE WS-CO-COUNT TO WS-CO-HIT
               MOVE WS-POST-COMPANY TO WS-CO-CODE-TBL(WS-CO-HIT)
               MOVE ZERO TO WS-CO-DEBITS-TBL(WS-CO-HIT)
               MOVE ZERO TO WS-CO-CREDITS-TBL(WS-CO-HIT)
           END-IF.

      *    Each company's ledger must balance on its own, not only
      *    the extract as a whole.
       CHECK-COMPANY-BALANCES.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT
               COMPUTE WS-CO-NET = WS-CO-DEBITS-TBL(WS-CO-SUB)
                   - WS-CO-CREDITS-TBL(WS-CO-SUB)
               DISPLAY "GL-EXTRACT - EMPRESA " WS-CO-CODE-TBL(WS-CO-SUB)
                   " DEBE " WS-CO-DEBITS-TBL(WS-CO-SUB)
                   " HABER " WS-CO-CREDITS-TBL(WS-CO-SUB)
               IF WS-CO-NET NOT = ZERO
                   ADD 1 TO WS-CO-UNBALANCED
                   DISPLAY "EMPRESA " WS-CO-CODE-TBL(WS-CO-SUB)
                       " NO CUADRA - NETO " WS-CO-NET
               END-IF
           END-PERFORM.

       FIND-RATE-COMPANY.
           MOVE SPACES TO WS-POST-COMPANY.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR WS-POST-COMPANY NOT = SPACES
               IF WS-RATE-CODE-TBL(WS-RATE-SUB) = SRT-RATE-CODE
                   MOVE WS-RATE-COMPANY-TBL(WS-RATE-SUB)
                       TO WS-POST-COMPANY
               END-IF
           END-PERFORM.

      *    A reversal belongs to the company that billed the
      *    customer of the original it reverses. An original not on
      *    ORIGTRAN.DAT, or one from before customer linking, leaves
      *    the company blank, which is the default company.
       FIND-REVERSAL-COMPANY.
           MOVE SPACES TO WS-POST-COMPANY.
           IF WS-ORG-OPEN
               MOVE REV-REFERENCE TO ORG-REFERENCE
               READ ORIGINAL-FILE
                   INVALID KEY
                       MOVE SPACES TO ORG-CUSTOMER
               END-READ
               IF ORG-CUSTOMER NOT = SPACES AND WS-CUS-OPEN
                   MOVE ORG-CUSTOMER TO CUS-CODE
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUS-COMPANY TO WS-POST-COMPANY
                   END-READ
               END-IF
           END-IF.

      *    A credit memo is issued by the company that bills the
      *    customer; a customer without one follows the rate code.
       FIND-MEMO-COMPANY.
           MOVE SPACES TO WS-POST-COMPANY.
           IF WS-CUS-OPEN
               MOVE CRM-CUSTOMER TO CUS-CODE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-COMPANY TO WS-POST-COMPANY
               END-READ
           END-IF.
           IF WS-POST-COMPANY = SPACES
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-COUNT
                       OR WS-POST-COMPANY NOT = SPACES
                   IF WS-RATE-CODE-TBL(WS-RATE-SUB) = CRM-RATE-CODE
                       MOVE WS-RATE-COMPANY-TBL(WS-RATE-SUB)
                           TO WS-POST-COMPANY
                   END-IF
               END-PERFORM
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
                               ADD 1 TO WS-RATE-COUNT
                               MOVE CTL-RATE-CODE TO
                                   WS-RATE-CODE-TBL(WS-RATE-COUNT)
                               MOVE CTL-COMPANY TO
                                   WS-RATE-COMPANY-TBL(WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-CTL-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       FIND-MAP-ENTRY.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MAP-COUNT OR WS-HIT > ZERO
               IF WS-TBL-KEY(WS-SUB) = WS-LOOKUP-KEY
                   AND WS-TBL-COMPANY(WS-SUB) = WS-POST-COMPANY
                   MOVE WS-SUB TO WS-HIT
               END-IF
           END-PERFORM.
           SET WS-MAP-VALID TO TRUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MAP-COUNT
               MOVE WS-TBL-COMPANY(WS-SUB) TO WS-CHECK-COMPANY
               MOVE WS-TBL-DEBIT(WS-SUB) TO WS-CHECK-ACCOUNT
               PERFORM CHECK-ONE-ACCOUNT
               IF NOT WS-ACCT-OK
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                   UNTIL WS-COA-SUB > WS-COA-COUNT OR WS-ACCT-OK
               IF WS-COA-ACCOUNT-TBL(WS-COA-SUB) = WS-CHECK-ACCOUNT
                   AND WS-COA-COMPANY-TBL(WS-COA-SUB)
                       = WS-CHECK-COMPANY
                   AND WS-COA-STATUS-TBL(WS-COA-SUB) NOT = 'C'
                   SET WS-ACCT-OK TO TRUE
               END-IF
                                   WS-COA-ACCOUNT-TBL(WS-COA-COUNT)
                               MOVE COA-STATUS TO
                                   WS-COA-STATUS-TBL(WS-COA-COUNT)
                               MOVE COA-COMPANY TO CMQ-CODE-IN
                               CALL "CMP-CHECK" USING COMPANY-REQUEST
                               MOVE CMQ-CODE-OUT TO
                                   WS-COA-COMPANY-TBL(WS-COA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-MAP-COUNT >= 60
                               DISPLAY "GLMAP.DAT HAS MORE THAN 60 "
                                   "ENTRIES - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-MAP-COUNT
                                   WS-TBL-DEBIT(WS-MAP-COUNT)
                               MOVE MAP-CREDIT-ACCT TO
                                   WS-TBL-CREDIT(WS-MAP-COUNT)
                               MOVE MAP-COMPANY TO CMQ-CODE-IN
                               CALL "CMP-CHECK" USING COMPANY-REQUEST
                               MOVE CMQ-CODE-OUT TO
                                   WS-TBL-COMPANY(WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
