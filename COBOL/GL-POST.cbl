      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-FILE ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLB-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLC-STATUS.
           SELECT POSTED-LOG-FILE ASSIGN TO "GLPOSTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPL-STATUS.
           SELECT COA-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT POST-REPORT-FILE ASSIGN TO "GLBPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIM-WORK-FILE ASSIGN TO "GLPOSTWK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-FILE.
       COPY GLPOST.

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  GL-PERIOD-FILE.
       COPY GLPERIOD.

       FD  POSTED-LOG-FILE.
       01  POSTED-LOG-RECORD.
           02 GPL-POST-DATE   PIC 9(8).
           02 GPL-BATCH-DATE  PIC 9(8).
           02 GPL-COUNT       PIC 9(7).
           02 GPL-DEBITS      PIC 9(13)V999.
           02 GPL-CREDITS     PIC 9(13)V999.

       FD  COA-FILE.
       01  COA-RECORD.
           02 COA-ACCOUNT PIC 9(6).
           02 COA-NAME    PIC X(20).
           02 COA-STATUS  PIC X.
           02 COA-COMPANY PIC X(2).

       FD  POST-REPORT-FILE.
       01  POST-REPORT-LINE PIC X(80).

       FD  TRIM-WORK-FILE.
       01  TRIM-WORK-RECORD PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-GLP-STATUS PIC XX.
       01  WS-GLB-STATUS PIC XX.
       01  WS-GLC-STATUS PIC XX.
       01  WS-GPL-STATUS PIC XX.
       01  WS-COA-STATUS PIC XX.
       01  WS-TWK-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-ACCT-OK-FLAG PIC X.
           88 WS-ACCT-OK VALUE 'Y' FALSE 'N'.
       01  WS-DUPLICATE-FLAG PIC X.
           88 WS-DUPLICATE VALUE 'Y' FALSE 'N'.
       01  WS-PERIOD-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-PERIOD-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-COA-SUB PIC 9(3).
       01  WS-COA-COUNT PIC 9(3) VALUE ZERO.
       01  WS-COA-TABLE.
           02 WS-COA-ENTRY OCCURS 200 TIMES.
               03 WS-COA-ACCOUNT-TBL PIC 9(6).
               03 WS-COA-STATUS-TBL  PIC X.
               03 WS-COA-COMPANY-TBL PIC X(2).

      *    One entry per trailer-terminated batch in GLPOST.DAT, in
      *    file order. WS-BAT-STATUS: P = post, R = rejected,
      *    D = already posted by an earlier run.
       01  WS-BAT-SUB PIC 9(3).
       01  WS-BAT-COUNT PIC 9(3) VALUE ZERO.
       01  WS-BAT-TABLE.
           02 WS-BAT-ENTRY OCCURS 200 TIMES.
               03 WS-BAT-STATUS   PIC X.
                   88 WS-BAT-POST      VALUE 'P'.
                   88 WS-BAT-REJECTED  VALUE 'R'.
                   88 WS-BAT-DUPLICATE VALUE 'D'.
               03 WS-BAT-DATE     PIC 9(8).
               03 WS-BAT-RECORDS  PIC 9(7).
               03 WS-BAT-DEBITS   PIC 9(13)V999.
               03 WS-BAT-CREDITS  PIC 9(13)V999.
               03 WS-BAT-LOW-PER  PIC 9(6).
               03 WS-BAT-REASON   PIC X(20).

       01  WS-CUR-RECORDS PIC 9(7).
       01  WS-CUR-DEBITS PIC 9(13)V999.
       01  WS-CUR-CREDITS PIC 9(13)V999.
       01  WS-CUR-BAD-ACCT PIC 9(5).
       01  WS-CUR-BAD-DC PIC 9(5).
       01  WS-CUR-EARLY PIC 9(5).
       01  WS-CUR-LOW-PER PIC 9(6).
       01  WS-CUR-BAD-CO PIC 9(5).
       01  WS-CUR-CO-UNBAL PIC 9(2).
      *    Debits and credits of the batch split by company; every
      *    company's share must balance on its own.
       01  WS-CO-SUB PIC 9(2).
       01  WS-CO-HIT PIC 9(2).
       01  WS-CO-COUNT PIC 9(2) VALUE ZERO.
       01  WS-CO-TABLE.
           02 WS-CO-ENTRY OCCURS 20 TIMES.
               03 WS-CO-CODE-TBL    PIC X(2).
               03 WS-CO-DEBITS-TBL  PIC 9(13)V999.
               03 WS-CO-CREDITS-TBL PIC 9(13)V999.
       01  WS-CHECK-COMPANY PIC X(2).
       01  WS-TRAILER-COUNT PIC 9(7).
       01  WS-CHECK-ACCOUNT PIC 9(6).
       01  WS-POST-PERIOD PIC 9(6).
       01  WS-CURRENT-PERIOD PIC 9(6) VALUE ZERO.
       01  WS-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-BAT-OVERFLOW VALUE 'Y'.
      *    Batches past the table are not posted this run; the first
      *    50 of them are kept here for GLBPOST.RPT.
       01  WS-OVF-SUB PIC 9(5).
       01  WS-OVF-COUNT PIC 9(5) VALUE ZERO.
       01  WS-OVF-TABLE.
           02 WS-OVF-ENTRY OCCURS 50 TIMES.
               03 WS-OVF-DATE     PIC 9(8).
               03 WS-OVF-RECORDS  PIC 9(7).
               03 WS-OVF-DEBITS   PIC 9(13)V999.
               03 WS-OVF-CREDITS  PIC 9(13)V999.

      *    Batches already in the ledger and dated before the first
      *    day of the previous month are taken out of GLPOST.DAT, so
      *    the file keeps only what is still to be booked and the
      *    recent batches EXTR-PROOF and VAT-RETURN read.
       01  WS-KEEP-FROM-DATE PIC 9(8).
       01  WS-KEEP-FROM-R REDEFINES WS-KEEP-FROM-DATE.
           02 WS-KEEP-YYYY PIC 9(4).
           02 WS-KEEP-MM   PIC 9(2).
           02 WS-KEEP-DD   PIC 9(2).
       01  WS-TRIM-FLAG-TABLE.
           02 WS-BAT-TRIM OCCURS 200 TIMES PIC X.
       01  WS-TRIMMED-BATCHES PIC 9(3) VALUE ZERO.

       01  WS-POSTED-BATCHES PIC 9(3) VALUE ZERO.
       01  WS-REJECTED-BATCHES PIC 9(3) VALUE ZERO.
       01  WS-DUPLICATE-BATCHES PIC 9(3) VALUE ZERO.
       01  WS-POSTED-ENTRIES PIC 9(7) VALUE ZERO.
       01  WS-NEW-ROWS PIC 9(5) VALUE ZERO.

       COPY RUNSTAMP.
       COPY CMPRQ.

       01  WS-BATCH-HEADER.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "APUNTES".
           02 FILLER PIC X(14) VALUE "          DEBE".
           02 FILLER PIC X(14) VALUE "         HABER".
           02 FILLER PIC X(10) VALUE " RESULTADO".

       01  WS-BATCH-LINE.
           02 FILLER PIC X(5) VALUE "LOTE ".
           02 BL-BATCH PIC ZZ9.
           02 FILLER PIC X(7) VALUE " FECHA ".
           02 BL-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BL-RECORDS PIC ZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 BL-DEBITS PIC ZZZZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 BL-CREDITS PIC ZZZZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 BL-RESULT PIC X(20).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM LOAD-COA-TABLE.
           IF WS-COA-COUNT = ZERO
               DISPLAY "GLCOA.DAT VACIO O AUSENTE - POSTEO IMPOSIBLE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-PERIOD-CONTROL.

           OPEN INPUT POSTING-FILE.
           IF WS-GLP-STATUS NOT = "00"
               DISPLAY "GL-POST - GLPOST.DAT NO DISPONIBLE - STATUS "
                   WS-GLP-STATUS " - NADA QUE POSTEAR"
               GOBACK
           END-IF.
           PERFORM VALIDATE-BATCHES.
           CLOSE POSTING-FILE.
           IF WS-BAT-OVERFLOW
               DISPLAY "GLPOST.DAT HAS MORE THAN 200 BATCHES - "
                   "EXTRA IGNORED"
               DISPLAY "GL-POST - " WS-OVF-COUNT
                   " LOTES NO POSTEADOS - VER GLBPOST.RPT"
           END-IF.

           IF NOT WS-PERIOD-FOUND
               PERFORM SET-FIRST-PERIOD
           END-IF.

           OPEN I-O GL-BALANCE-FILE.
           IF WS-GLB-STATUS = "35"
               OPEN OUTPUT GL-BALANCE-FILE
               CLOSE GL-BALANCE-FILE
               OPEN I-O GL-BALANCE-FILE
           END-IF.
           IF WS-GLB-STATUS NOT = "00"
               DISPLAY "GLBAL.DAT NO DISPONIBLE - STATUS "
                   WS-GLB-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT POSTING-FILE.
           PERFORM POST-VALID-BATCHES.
           CLOSE POSTING-FILE.
           CLOSE GL-BALANCE-FILE.

           PERFORM TRIM-POSTING-FILE.

           PERFORM WRITE-POST-REPORT.

           DISPLAY "GL-POST - " WS-POSTED-BATCHES " LOTES, "
               WS-POSTED-ENTRIES " APUNTES POSTEADOS AL PERIODO "
               WS-CURRENT-PERIOD.
           IF WS-DUPLICATE-BATCHES > ZERO
               DISPLAY "GL-POST - " WS-DUPLICATE-BATCHES
                   " LOTES YA POSTEADOS - OMITIDOS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-REJECTED-BATCHES > ZERO
               DISPLAY "GL-POST - " WS-REJECTED-BATCHES
                   " LOTES RECHAZADOS - VER GLBPOST.RPT"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-BAT-OVERFLOW
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       READ-PERIOD-CONTROL.
           SET WS-PERIOD-FOUND TO FALSE.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-GLC-STATUS = "00"
               READ GL-PERIOD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GLC-CURRENT-PERIOD IS NUMERIC
                           AND GLC-CURRENT-PERIOD > ZERO
                           MOVE GLC-CURRENT-PERIOD
                               TO WS-CURRENT-PERIOD
                           SET WS-PERIOD-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE GL-PERIOD-FILE
           END-IF.

      *    First run: the ledger opens at the earliest period among
      *    the batches about to be posted (the run month if none).
       SET-FIRST-PERIOD.
           MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-PERIOD.
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BAT-COUNT
               IF WS-BAT-POST(WS-BAT-SUB)
                   AND WS-BAT-LOW-PER(WS-BAT-SUB) < WS-CURRENT-PERIOD
                   MOVE WS-BAT-LOW-PER(WS-BAT-SUB) TO WS-CURRENT-PERIOD
               END-IF
           END-PERFORM.
           MOVE WS-CURRENT-PERIOD TO GLC-CURRENT-PERIOD.
           MOVE WS-RUN-DATE TO GLC-ROLL-DATE.
           MOVE ZERO TO GLC-ROLL-COUNT.
           OPEN OUTPUT GL-PERIOD-FILE.
           WRITE GL-PERIOD-RECORD.
           CLOSE GL-PERIOD-FILE.
           DISPLAY "GL-POST - PERIODO CONTABLE INICIAL "
               WS-CURRENT-PERIOD.

      *    A batch is posted whole or not at all: every account must
      *    be open in GLCOA.DAT, debits must equal credits, the count
      *    must agree with the trailer and no posting may fall in a
      *    period already rolled forward by MONTH-END.
       VALIDATE-BATCHES.
           PERFORM CLEAR-CURRENT-BATCH.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ POSTING-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF GLP-RECORD-TYPE = 'T'
                           PERFORM CLOSE-CURRENT-BATCH
                       ELSE
                           PERFORM CHECK-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CUR-RECORDS > ZERO
               DISPLAY "GL-POST - " WS-CUR-RECORDS
                   " APUNTES SIN TRAILER AL FINAL DE GLPOST.DAT - "
                   "NO POSTEADOS"
               ADD 1 TO WS-REJECTED-BATCHES
           END-IF.

       CLEAR-CURRENT-BATCH.
           MOVE ZERO TO WS-CUR-RECORDS.
           MOVE ZERO TO WS-CUR-DEBITS.
           MOVE ZERO TO WS-CUR-CREDITS.
           MOVE ZERO TO WS-CUR-BAD-ACCT.
           MOVE ZERO TO WS-CUR-BAD-DC.
           MOVE ZERO TO WS-CUR-EARLY.
           MOVE 999999 TO WS-CUR-LOW-PER.
           MOVE ZERO TO WS-CUR-BAD-CO.
           MOVE ZERO TO WS-CUR-CO-UNBAL.
           MOVE ZERO TO WS-CO-COUNT.

       CHECK-ONE-POSTING.
           ADD 1 TO WS-CUR-RECORDS.
           PERFORM RESOLVE-POSTING-COMPANY.
           IF NOT CMQ-FOUND OR NOT CMQ-ACTIVE
               ADD 1 TO WS-CUR-BAD-CO
               DISPLAY "EMPRESA " GLP-COMPANY " DESCONOCIDA O INACTIVA "
                   "EN GLPOST.DAT - " GLP-SOURCE " " GLP-REFERENCE
           END-IF.
           PERFORM FIND-COMPANY-TOTAL.
           EVALUATE GLP-DC
               WHEN 'D'
                   ADD GLP-AMOUNT TO WS-CUR-DEBITS
                   IF WS-CO-HIT > ZERO
                       ADD GLP-AMOUNT TO WS-CO-DEBITS-TBL(WS-CO-HIT)
                   END-IF
               WHEN 'C'
                   ADD GLP-AMOUNT TO WS-CUR-CREDITS
                   IF WS-CO-HIT > ZERO
                       ADD GLP-AMOUNT TO WS-CO-CREDITS-TBL(WS-CO-HIT)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CUR-BAD-DC
           END-EVALUATE.
           MOVE GLP-ACCOUNT TO WS-CHECK-ACCOUNT.
           PERFORM CHECK-ONE-ACCOUNT.
           IF NOT WS-ACCT-OK
               ADD 1 TO WS-CUR-BAD-ACCT
               DISPLAY "CUENTA " GLP-ACCOUNT " DESCONOCIDA O CERRADA "
                   "EN GLPOST.DAT - " GLP-SOURCE " " GLP-REFERENCE
           END-IF.
           MOVE GLP-DATE(1:6) TO WS-POST-PERIOD.
           IF WS-POST-PERIOD < WS-CUR-LOW-PER
               MOVE WS-POST-PERIOD TO WS-CUR-LOW-PER
           END-IF.
           IF WS-PERIOD-FOUND
               AND WS-POST-PERIOD < WS-CURRENT-PERIOD
               ADD 1 TO WS-CUR-EARLY
           END-IF.

      *    Postings written before companies existed carry no code and
      *    belong to the default company.
       RESOLVE-POSTING-COMPANY.
           MOVE GLP-COMPANY TO CMQ-CODE-IN.
           CALL "CMP-CHECK" USING COMPANY-REQUEST.
           MOVE CMQ-CODE-OUT TO WS-CHECK-COMPANY.

       FIND-COMPANY-TOTAL.
           MOVE ZERO TO WS-CO-HIT.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT OR WS-CO-HIT > ZERO
               IF WS-CO-CODE-TBL(WS-CO-SUB) = WS-CHECK-COMPANY
                   MOVE WS-CO-SUB TO WS-CO-HIT
               END-IF
           END-PERFORM.
           IF WS-CO-HIT = ZERO AND WS-CO-COUNT < 20
               ADD 1 TO WS-CO-COUNT
               MOVE WS-CO-COUNT TO WS-CO-HIT
               MOVE WS-CHECK-COMPANY TO WS-CO-CODE-TBL(WS-CO-HIT)
               MOVE ZERO TO WS-CO-DEBITS-TBL(WS-CO-HIT)
               MOVE ZERO TO WS-CO-CREDITS-TBL(WS-CO-HIT)
           END-IF.

       CHECK-COMPANY-BALANCES.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT
               IF WS-CO-DEBITS-TBL(WS-CO-SUB)
                   NOT = WS-CO-CREDITS-TBL(WS-CO-SUB)
                   ADD 1 TO WS-CUR-CO-UNBAL
                   DISPLAY "GL-POST - EMPRESA "
                       WS-CO-CODE-TBL(WS-CO-SUB) " NO CUADRA EN LOTE "
                       WS-BAT-SUB
               END-IF
           END-PERFORM.

       CLOSE-CURRENT-BATCH.
           IF WS-BAT-COUNT >= 200
               SET WS-BAT-OVERFLOW TO TRUE
               PERFORM KEEP-OVERFLOW-BATCH
               PERFORM CLEAR-CURRENT-BATCH
           ELSE
               ADD 1 TO WS-BAT-COUNT
               MOVE WS-BAT-COUNT TO WS-BAT-SUB
               MOVE GLP-DATE TO WS-BAT-DATE(WS-BAT-SUB)
               MOVE WS-CUR-RECORDS TO WS-BAT-RECORDS(WS-BAT-SUB)
               MOVE WS-CUR-DEBITS TO WS-BAT-DEBITS(WS-BAT-SUB)
               MOVE WS-CUR-CREDITS TO WS-BAT-CREDITS(WS-BAT-SUB)
               MOVE WS-CUR-LOW-PER TO WS-BAT-LOW-PER(WS-BAT-SUB)
               MOVE 'P' TO WS-BAT-STATUS(WS-BAT-SUB)
               MOVE "POSTEADO" TO WS-BAT-REASON(WS-BAT-SUB)
               IF GLP-REFERENCE(1:7) IS NUMERIC
                   MOVE GLP-REFERENCE(1:7) TO WS-TRAILER-COUNT
               ELSE
                   MOVE ZERO TO WS-TRAILER-COUNT
               END-IF
               PERFORM CHECK-COMPANY-BALANCES
               EVALUATE TRUE
                   WHEN WS-CUR-BAD-CO > ZERO
                       MOVE "RECH CIA INVALIDA"
                           TO WS-BAT-REASON(WS-BAT-SUB)
                   WHEN WS-CUR-BAD-ACCT > ZERO
                       MOVE "RECH CUENTA INVALIDA"
                           TO WS-BAT-REASON(WS-BAT-SUB)
                   WHEN WS-CUR-BAD-DC > ZERO
                       MOVE "RECH DEBE/HABER MAL"
                           TO WS-BAT-REASON(WS-BAT-SUB)
                   WHEN WS-CUR-DEBITS NOT = WS-CUR-CREDITS
                       MOVE "RECH NO CUADRA"
                           TO WS-BAT-REASON(WS-BAT-SUB)
                   WHEN WS-CUR-CO-UNBAL > ZERO
                       MOVE "RECH CIA NO CUADRA"
                           TO WS-BAT-REASON(WS-BAT-SUB)
                   WHEN WS-TRAILER-COUNT NOT = WS-CUR-RECORDS
                       MOVE "RECH CONTEO TRAILER"
                           TO WS-BAT-REASON(WS-BAT-SUB)
                   WHEN WS-CUR-EARLY > ZERO
                       MOVE "RECH PERIODO CERRADO"
                           TO WS-BAT-REASON(WS-BAT-SUB)
               END-EVALUATE
               IF WS-BAT-REASON(WS-BAT-SUB) NOT = "POSTEADO"
                   MOVE 'R' TO WS-BAT-STATUS(WS-BAT-SUB)
                   ADD 1 TO WS-REJECTED-BATCHES
               ELSE
                   PERFORM CHECK-ALREADY-POSTED
                   IF WS-DUPLICATE
                       MOVE 'D' TO WS-BAT-STATUS(WS-BAT-SUB)
                       MOVE "YA POSTEADO"
                           TO WS-BAT-REASON(WS-BAT-SUB)
                       ADD 1 TO WS-DUPLICATE-BATCHES
                   END-IF
               END-IF
               PERFORM CLEAR-CURRENT-BATCH
           END-IF.

       KEEP-OVERFLOW-BATCH.
           ADD 1 TO WS-OVF-COUNT.
           IF WS-OVF-COUNT <= 50
               MOVE GLP-DATE TO WS-OVF-DATE(WS-OVF-COUNT)
               MOVE WS-CUR-RECORDS TO WS-OVF-RECORDS(WS-OVF-COUNT)
               MOVE WS-CUR-DEBITS TO WS-OVF-DEBITS(WS-OVF-COUNT)
               MOVE WS-CUR-CREDITS TO WS-OVF-CREDITS(WS-OVF-COUNT)
           END-IF.

      *    A batch stays in GLPOST.DAT after it is booked, so it is
      *    seen again on later nights; GLPOSTED.DAT remembers what
      *    has gone into the ledger.
       CHECK-ALREADY-POSTED.
           SET WS-DUPLICATE TO FALSE.
           OPEN INPUT POSTED-LOG-FILE.
           IF WS-GPL-STATUS = "00"
               PERFORM UNTIL WS-DUPLICATE OR WS-GPL-STATUS NOT = "00"
                   READ POSTED-LOG-FILE
                       AT END
                           MOVE "10" TO WS-GPL-STATUS
                       NOT AT END
                           IF GPL-BATCH-DATE = WS-BAT-DATE(WS-BAT-SUB)
                               AND GPL-COUNT
                                   = WS-BAT-RECORDS(WS-BAT-SUB)
                               AND GPL-DEBITS
                                   = WS-BAT-DEBITS(WS-BAT-SUB)
                               AND GPL-CREDITS
                                   = WS-BAT-CREDITS(WS-BAT-SUB)
                               SET WS-DUPLICATE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-LOG-FILE
           END-IF.

       POST-VALID-BATCHES.
           MOVE 1 TO WS-BAT-SUB.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF OR WS-BAT-SUB > WS-BAT-COUNT
               READ POSTING-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF GLP-RECORD-TYPE = 'T'
                           IF WS-BAT-POST(WS-BAT-SUB)
                               ADD 1 TO WS-POSTED-BATCHES
                               PERFORM LOG-POSTED-BATCH
                           END-IF
                           ADD 1 TO WS-BAT-SUB
                       ELSE
                           IF WS-BAT-POST(WS-BAT-SUB)
                               PERFORM POST-ONE-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       POST-ONE-ENTRY.
           PERFORM RESOLVE-POSTING-COMPANY.
           MOVE WS-CHECK-COMPANY TO GLB-COMPANY.
           MOVE GLP-ACCOUNT TO GLB-ACCOUNT.
           MOVE GLP-DATE(1:6) TO GLB-PERIOD.
           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO GLB-OPENING
                   MOVE ZERO TO GLB-DEBITS
                   MOVE ZERO TO GLB-CREDITS
                   MOVE "23" TO WS-GLB-STATUS
           END-READ.
           IF GLP-DC = 'D'
               ADD GLP-AMOUNT TO GLB-DEBITS
           ELSE
               ADD GLP-AMOUNT TO GLB-CREDITS
           END-IF.
           COMPUTE GLB-CLOSING = GLB-OPENING + GLB-DEBITS
               - GLB-CREDITS.
           MOVE WS-RUN-DATE TO GLB-LAST-POST-DATE.
           IF WS-GLB-STATUS = "23"
               WRITE GL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "GLBAL.DAT ERROR AL ALTA " GLB-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-NEW-ROWS
               END-WRITE
           ELSE
               REWRITE GL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "GLBAL.DAT ERROR AL REESCRIBIR "
                           GLB-KEY
               END-REWRITE
           END-IF.
           ADD 1 TO WS-POSTED-ENTRIES.

       LOG-POSTED-BATCH.
           MOVE WS-RUN-DATE TO GPL-POST-DATE.
           MOVE WS-BAT-DATE(WS-BAT-SUB) TO GPL-BATCH-DATE.
           MOVE WS-BAT-RECORDS(WS-BAT-SUB) TO GPL-COUNT.
           MOVE WS-BAT-DEBITS(WS-BAT-SUB) TO GPL-DEBITS.
           MOVE WS-BAT-CREDITS(WS-BAT-SUB) TO GPL-CREDITS.
           OPEN EXTEND POSTED-LOG-FILE.
           IF WS-GPL-STATUS = "35"
               OPEN OUTPUT POSTED-LOG-FILE
           END-IF.
           WRITE POSTED-LOG-RECORD.
           CLOSE POSTED-LOG-FILE.

       WRITE-POST-REPORT.
           OPEN OUTPUT POST-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE POST-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO POST-REPORT-LINE.
           STRING "POSTEO AL MAYOR - " WS-RUN-DATE
               " - PERIODO ABIERTO " WS-CURRENT-PERIOD
               DELIMITED BY SIZE INTO POST-REPORT-LINE.
           WRITE POST-REPORT-LINE.
           WRITE POST-REPORT-LINE FROM WS-BATCH-HEADER.
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BAT-COUNT
               MOVE WS-BAT-SUB TO BL-BATCH
               MOVE WS-BAT-DATE(WS-BAT-SUB) TO BL-DATE
               MOVE WS-BAT-RECORDS(WS-BAT-SUB) TO BL-RECORDS
               MOVE WS-BAT-DEBITS(WS-BAT-SUB) TO BL-DEBITS
               MOVE WS-BAT-CREDITS(WS-BAT-SUB) TO BL-CREDITS
               MOVE WS-BAT-REASON(WS-BAT-SUB) TO BL-RESULT
               WRITE POST-REPORT-LINE FROM WS-BATCH-LINE
           END-PERFORM.
           IF WS-OVF-COUNT > ZERO
               PERFORM WRITE-OVERFLOW-BATCHES
           END-IF.
           IF WS-TRIMMED-BATCHES > ZERO
               MOVE SPACES TO POST-REPORT-LINE
               STRING "LOTES YA POSTEADOS ANTERIORES A "
                   WS-KEEP-FROM-DATE " RETIRADOS DE GLPOST.DAT : "
                   WS-TRIMMED-BATCHES
                   DELIMITED BY SIZE INTO POST-REPORT-LINE
               WRITE POST-REPORT-LINE
           END-IF.
           MOVE SPACES TO POST-REPORT-LINE.
           STRING "APUNTES POSTEADOS : " WS-POSTED-ENTRIES
               "  CUENTAS/PERIODO NUEVOS : " WS-NEW-ROWS
               DELIMITED BY SIZE INTO POST-REPORT-LINE.
           WRITE POST-REPORT-LINE.
           CLOSE POST-REPORT-FILE.

       WRITE-OVERFLOW-BATCHES.
           MOVE SPACES TO POST-REPORT-LINE.
           STRING "LOTES NO POSTEADOS - MAS DE 200 LOTES EN "
               "GLPOST.DAT : " WS-OVF-COUNT
               DELIMITED BY SIZE INTO POST-REPORT-LINE.
           WRITE POST-REPORT-LINE.
           PERFORM VARYING WS-OVF-SUB FROM 1 BY 1
                   UNTIL WS-OVF-SUB > WS-OVF-COUNT OR WS-OVF-SUB > 50
               COMPUTE BL-BATCH = WS-BAT-COUNT + WS-OVF-SUB
               MOVE WS-OVF-DATE(WS-OVF-SUB) TO BL-DATE
               MOVE WS-OVF-RECORDS(WS-OVF-SUB) TO BL-RECORDS
               MOVE WS-OVF-DEBITS(WS-OVF-SUB) TO BL-DEBITS
               MOVE WS-OVF-CREDITS(WS-OVF-SUB) TO BL-CREDITS
               MOVE "NO POSTEADO - LLENA" TO BL-RESULT
               WRITE POST-REPORT-LINE FROM WS-BATCH-LINE
           END-PERFORM.
           IF WS-OVF-COUNT > 50
               MOVE SPACES TO POST-REPORT-LINE
               STRING "... Y " WS-OVF-COUNT " LOTES EN TOTAL SIN "
                   "POSTEAR"
                   DELIMITED BY SIZE INTO POST-REPORT-LINE
               WRITE POST-REPORT-LINE
           END-IF.

      *    GLPOST.DAT is copied through GLPOSTWK.TMP without the
      *    booked batches older than WS-KEEP-FROM-DATE. Rejected
      *    batches, batches past the table and records after the
      *    last trailer are always kept.
       TRIM-POSTING-FILE.
           MOVE WS-RUN-DATE TO WS-KEEP-FROM-DATE.
           MOVE 1 TO WS-KEEP-DD.
           IF WS-KEEP-MM = 1
               MOVE 12 TO WS-KEEP-MM
               SUBTRACT 1 FROM WS-KEEP-YYYY
           ELSE
               SUBTRACT 1 FROM WS-KEEP-MM
           END-IF.
           MOVE ZERO TO WS-TRIMMED-BATCHES.
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BAT-COUNT
               MOVE 'N' TO WS-BAT-TRIM(WS-BAT-SUB)
               IF (WS-BAT-POST(WS-BAT-SUB)
                   OR WS-BAT-DUPLICATE(WS-BAT-SUB))
                   AND WS-BAT-DATE(WS-BAT-SUB) < WS-KEEP-FROM-DATE
                   MOVE 'Y' TO WS-BAT-TRIM(WS-BAT-SUB)
                   ADD 1 TO WS-TRIMMED-BATCHES
               END-IF
           END-PERFORM.
           IF WS-TRIMMED-BATCHES > ZERO
               PERFORM COPY-KEPT-BATCHES
               PERFORM COPY-BACK-POSTING-FILE
               DISPLAY "GL-POST - " WS-TRIMMED-BATCHES
                   " LOTES YA POSTEADOS RETIRADOS DE GLPOST.DAT"
           END-IF.

       COPY-KEPT-BATCHES.
           OPEN INPUT POSTING-FILE.
           OPEN OUTPUT TRIM-WORK-FILE.
           MOVE 1 TO WS-BAT-SUB.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ POSTING-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-BAT-SUB > WS-BAT-COUNT
                           WRITE TRIM-WORK-RECORD FROM POSTING-RECORD
                       ELSE
                           IF WS-BAT-TRIM(WS-BAT-SUB) NOT = 'Y'
                               WRITE TRIM-WORK-RECORD
                                   FROM POSTING-RECORD
                           END-IF
                           IF GLP-RECORD-TYPE = 'T'
                               ADD 1 TO WS-BAT-SUB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRIM-WORK-FILE.
           CLOSE POSTING-FILE.

       COPY-BACK-POSTING-FILE.
           OPEN INPUT TRIM-WORK-FILE.
           OPEN OUTPUT POSTING-FILE.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ TRIM-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE POSTING-RECORD FROM TRIM-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE POSTING-FILE.
           CLOSE TRIM-WORK-FILE.

       CHECK-ONE-ACCOUNT.
           SET WS-ACCT-OK TO FALSE.
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                   UNTIL WS-COA-SUB > WS-COA-COUNT OR WS-ACCT-OK
               IF WS-COA-ACCOUNT-TBL(WS-COA-SUB) = WS-CHECK-ACCOUNT
                   AND WS-COA-COMPANY-TBL(WS-COA-SUB)
                       = WS-CHECK-COMPANY
                   AND WS-COA-STATUS-TBL(WS-COA-SUB) NOT = 'C'
                   SET WS-ACCT-OK TO TRUE
               END-IF
           END-PERFORM.

       LOAD-COA-TABLE.
           OPEN INPUT COA-FILE.
           IF WS-COA-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ COA-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-COA-COUNT >= 200
                               DISPLAY "GLCOA.DAT HAS MORE THAN 200 "
                                   "ACCOUNTS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-COA-COUNT
                               MOVE COA-ACCOUNT TO
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
               CLOSE COA-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       END PROGRAM GL-POST.
