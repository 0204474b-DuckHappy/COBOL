      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-RATE-FILE ASSIGN TO "CONTRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNR-KEY
               FILE STATUS IS WS-CNR-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CODE
               FILE STATUS IS WS-CUS-STATUS.
           SELECT RATE-CTL-FILE ASSIGN TO "SURCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-CTL-STATUS.
           SELECT CONTRACT-AUDIT-FILE ASSIGN TO "CONTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-RATE-FILE.
       COPY CONTRATE.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  RATE-CTL-FILE.
       COPY SURCHCTL.

       FD  CONTRACT-AUDIT-FILE.
       01  CONTRACT-AUDIT-RECORD.
           02 AUD-DATE      PIC 9(8).
           02 AUD-TIME      PIC 9(8).
           02 AUD-OPERATOR  PIC X(8).
           02 AUD-ACTION    PIC X.
           02 AUD-CUSTOMER  PIC X(6).
           02 AUD-RATE-CODE PIC X(6).
           02 AUD-EFF-FROM  PIC 9(8).
           02 AUD-EFF-TO    PIC 9(8).
           02 AUD-OLD-RATE  PIC V999.
           02 AUD-NEW-RATE  PIC V999.

       WORKING-STORAGE SECTION.
       01  WS-CNR-STATUS PIC XX.
       01  WS-CUS-STATUS PIC XX.
       01  WS-RATE-CTL-STATUS PIC XX.
       01  WS-AUD-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.
       01  WS-CUST-FILE-OK-FLAG PIC X VALUE 'N'.
           88 WS-CUST-FILE-OK VALUE 'Y'.
       01  WS-VALID-FLAG PIC X.
           88 WS-ENTRY-VALID VALUE 'Y' FALSE 'N'.
       01  WS-OVERLAP-FLAG PIC X.
           88 WS-OVERLAP VALUE 'Y' FALSE 'N'.

       01  WS-ACTION PIC X.
       01  WS-ENTERED-CUSTOMER PIC X(6).
       01  WS-ENTERED-CODE PIC X(6).
       01  WS-ENTERED-FROM PIC 9(8).
       01  WS-RATE-MILS PIC 9(3).
       01  WS-NEW-RATE PIC V999.
       01  WS-OLD-RATE PIC V999.
       01  WS-NEW-EFF-FROM PIC 9(8).
       01  WS-NEW-EFF-TO PIC 9(8).
       01  WS-CHK-NEW-FROM PIC 9(8).
       01  WS-CHK-NEW-TO PIC 9(8).
       01  WS-CHK-ROW-FROM PIC 9(8).
       01  WS-CHK-ROW-TO PIC 9(8).
       01  WS-SKIP-FROM PIC 9(8).
       01  WS-LIST-COUNT PIC 9(5).
       01  WS-SAVE-RECORD PIC X(48).

       01  WS-SUB PIC 9(2).
       01  WS-CODE-COUNT PIC 9(2) VALUE ZERO.
       01  WS-CODE-TABLE.
           02 WS-CODE-TBL OCCURS 50 TIMES PIC X(6).

       COPY RUNSTAMP.
       COPY NUMVALID.
       COPY SIGNONRQ.
       COPY WINRQ.

       01  WS-LIST-LINE.
           02 LL-CUSTOMER PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-CODE PIC X(6).
           02 FILLER PIC X(7) VALUE " TASA .".
           02 LL-RATE PIC 999.
           02 FILLER PIC X(5) VALUE " VIG ".
           02 LL-EFF-FROM PIC 9(8).
           02 FILLER PIC X(1) VALUE "-".
           02 LL-EFF-TO PIC 9(8).
           02 FILLER PIC X(9) VALUE " ACTIVO: ".
           02 LL-ACTIVE PIC X.
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-OPERATOR PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'I' TO WIN-MODE.
           CALL "WIN-CHECK" USING WINDOW-REQUEST.
           IF NOT WIN-ALLOWED
               DISPLAY "VENTANA NOCTURNA EN CURSO HASTA "
                   WIN-END-TIME " - PROGRAMA NO DISPONIBLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'I' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           IF NOT SGN-ACCEPTED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM LOAD-RATE-CODES.
           PERFORM OPEN-FILES.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MAINT-MENU
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LIST-CONTRACTS
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM ADD-CONTRACT
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM CHANGE-CONTRACT-RATE
                   WHEN 'V'
                   WHEN 'v'
                       PERFORM CHANGE-CONTRACT-WINDOW
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM DEACTIVATE-CONTRACT
                   WHEN 'X'
                   WHEN 'x'
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE CONTRACT-RATE-FILE.
           IF WS-CUST-FILE-OK
               CLOSE CUSTOMER-MASTER
           END-IF.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.

           GOBACK.

       SHOW-MAINT-MENU.
           DISPLAY "======================================".
           DISPLAY "MANTENIMIENTO DE TASAS DE CONTRATO".
           DISPLAY "L. LISTAR TASAS (TODAS O DE UN CLIENTE)".
           DISPLAY "A. ALTA DE TASA DE CONTRATO".
           DISPLAY "C. CAMBIO DE TASA".
           DISPLAY "V. CAMBIAR VIGENCIA".
           DISPLAY "D. DESACTIVAR TASA".
           DISPLAY "X. SALIR".
           DISPLAY "SELECCIONE UNA OPCION : ".

       OPEN-FILES.
           OPEN I-O CONTRACT-RATE-FILE.
           IF WS-CNR-STATUS = "35"
               OPEN OUTPUT CONTRACT-RATE-FILE
               CLOSE CONTRACT-RATE-FILE
               OPEN I-O CONTRACT-RATE-FILE
           END-IF.
           IF WS-CNR-STATUS NOT = "00"
               DISPLAY "CONTRATE.DAT NO DISPONIBLE - STATUS "
                   WS-CNR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUS-STATUS = "00"
               MOVE 'Y' TO WS-CUST-FILE-OK-FLAG
           ELSE
               DISPLAY "CUSTMAST.DAT NO DISPONIBLE - STATUS "
                   WS-CUS-STATUS " - NO SE PUEDEN DAR ALTAS"
           END-IF.

       LIST-CONTRACTS.
           DISPLAY "CLIENTE (EN BLANCO = TODOS) : ".
           ACCEPT WS-ENTERED-CUSTOMER.
           MOVE ZERO TO WS-LIST-COUNT.
           IF WS-ENTERED-CUSTOMER = SPACES
               MOVE LOW-VALUES TO CNR-KEY
           ELSE
               MOVE WS-ENTERED-CUSTOMER TO CNR-CUSTOMER
               MOVE LOW-VALUES TO CNR-RATE-CODE
               MOVE ZERO TO CNR-EFF-FROM
           END-IF.
           SET WS-EOF TO FALSE.
           START CONTRACT-RATE-FILE KEY NOT < CNR-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ CONTRACT-RATE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-ENTERED-CUSTOMER NOT = SPACES
                           AND CNR-CUSTOMER NOT = WS-ENTERED-CUSTOMER
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           MOVE CNR-CUSTOMER TO LL-CUSTOMER
                           MOVE CNR-RATE-CODE TO LL-CODE
                           COMPUTE LL-RATE = CNR-RATE-PERCENT * 1000
                           MOVE CNR-EFF-FROM TO LL-EFF-FROM
                           MOVE CNR-EFF-TO TO LL-EFF-TO
                           MOVE CNR-ACTIVE-FLAG TO LL-ACTIVE
                           MOVE CNR-CHANGE-OPER TO LL-OPERATOR
                           DISPLAY WS-LIST-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "SIN TASAS DE CONTRATO"
           END-IF.

       ASK-CONTRACT-KEY.
           DISPLAY "CODIGO DE CLIENTE (EJ CLI001) : ".
           ACCEPT WS-ENTERED-CUSTOMER.
           DISPLAY "CODIGO DE RECARGO (EJ REC080) : ".
           ACCEPT WS-ENTERED-CODE.

       ASK-EXISTING-ROW.
           PERFORM ASK-CONTRACT-KEY.
           DISPLAY "VIGENTE DESDE DE LA FILA (VER LISTADO) : ".
           ACCEPT WS-ENTERED-FROM.
           SET WS-FOUND TO FALSE.
           MOVE WS-ENTERED-CUSTOMER TO CNR-CUSTOMER.
           MOVE WS-ENTERED-CODE TO CNR-RATE-CODE.
           MOVE WS-ENTERED-FROM TO CNR-EFF-FROM.
           READ CONTRACT-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.

       VALIDATE-NEW-KEY.
           SET WS-ENTRY-VALID TO FALSE.
           IF NOT WS-CUST-FILE-OK
               DISPLAY "SIN MAESTRO DE CLIENTES - ALTA RECHAZADA"
               GO TO VALIDATE-NEW-KEY-EXIT
           END-IF.
           MOVE WS-ENTERED-CUSTOMER TO CUS-CODE.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE - ALTA RECHAZADA"
                   GO TO VALIDATE-NEW-KEY-EXIT
           END-READ.
           IF CUS-ACTIVE-FLAG = 'N'
               DISPLAY "CLIENTE INACTIVO - ALTA RECHAZADA"
               GO TO VALIDATE-NEW-KEY-EXIT
           END-IF.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CODE-COUNT OR WS-FOUND
               IF WS-CODE-TBL(WS-SUB) = WS-ENTERED-CODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               DISPLAY "CODIGO NO EXISTE EN SURCHCTL.DAT - ALTA "
                   "RECHAZADA"
               GO TO VALIDATE-NEW-KEY-EXIT
           END-IF.
           SET WS-ENTRY-VALID TO TRUE.
       VALIDATE-NEW-KEY-EXIT.
           EXIT.

       ASK-RATE-VALUE.
           SET WS-NUM-VALID TO FALSE.
           PERFORM UNTIL WS-NUM-VALID
               DISPLAY "TASA EN MILESIMAS (080 = 8 PCT, MAX 500) : "
               ACCEPT WS-RATE-MILS
               IF WS-RATE-MILS IS NUMERIC
                   AND WS-RATE-MILS <= 500
                   SET WS-NUM-VALID TO TRUE
               ELSE
                   DISPLAY "TASA FUERA DE RANGO - DEBE SER 000 A 500"
               END-IF
           END-PERFORM.
           COMPUTE WS-NEW-RATE = WS-RATE-MILS / 1000.

       ASK-EFF-DATES.
           SET WS-NUM-VALID TO FALSE.
           PERFORM UNTIL WS-NUM-VALID
               DISPLAY "VIGENTE DESDE AAAAMMDD (00000000 = SIEMPRE) : "
               ACCEPT WS-NEW-EFF-FROM
               DISPLAY "VIGENTE HASTA AAAAMMDD (00000000 = SIN FIN) : "
               ACCEPT WS-NEW-EFF-TO
               IF WS-NEW-EFF-FROM IS NUMERIC
                   AND WS-NEW-EFF-TO IS NUMERIC
                   AND (WS-NEW-EFF-TO = ZERO
                       OR WS-NEW-EFF-TO >= WS-NEW-EFF-FROM)
                   SET WS-NUM-VALID TO TRUE
               ELSE
                   DISPLAY "VIGENCIA INVALIDA - HASTA ANTERIOR A DESDE"
               END-IF
           END-PERFORM.

      *    Two windows of the same customer and code may not overlap,
      *    or the surcharge run could not tell which rate applies.
      *    WS-SKIP-FROM names the row being changed, which is left
      *    out of the comparison (99999999 when adding).
       CHECK-WINDOW-OVERLAP.
           SET WS-OVERLAP TO FALSE.
           MOVE WS-NEW-EFF-FROM TO WS-CHK-NEW-FROM.
           IF WS-NEW-EFF-TO = ZERO
               MOVE 99999999 TO WS-CHK-NEW-TO
           ELSE
               MOVE WS-NEW-EFF-TO TO WS-CHK-NEW-TO
           END-IF.
           MOVE WS-ENTERED-CUSTOMER TO CNR-CUSTOMER.
           MOVE WS-ENTERED-CODE TO CNR-RATE-CODE.
           MOVE ZERO TO CNR-EFF-FROM.
           SET WS-EOF TO FALSE.
           START CONTRACT-RATE-FILE KEY NOT < CNR-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF OR WS-OVERLAP
               READ CONTRACT-RATE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CNR-CUSTOMER NOT = WS-ENTERED-CUSTOMER
                           OR CNR-RATE-CODE NOT = WS-ENTERED-CODE
                           SET WS-EOF TO TRUE
                       ELSE
                           IF CNR-EFF-FROM NOT = WS-SKIP-FROM
                               AND CNR-ACTIVE-FLAG NOT = 'N'
                               PERFORM COMPARE-ONE-WINDOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COMPARE-ONE-WINDOW.
           MOVE CNR-EFF-FROM TO WS-CHK-ROW-FROM.
           IF CNR-EFF-TO = ZERO
               MOVE 99999999 TO WS-CHK-ROW-TO
           ELSE
               MOVE CNR-EFF-TO TO WS-CHK-ROW-TO
           END-IF.
           IF WS-CHK-NEW-FROM <= WS-CHK-ROW-TO
               AND WS-CHK-ROW-FROM <= WS-CHK-NEW-TO
               SET WS-OVERLAP TO TRUE
           END-IF.

       ADD-CONTRACT.
           PERFORM ASK-CONTRACT-KEY.
           PERFORM VALIDATE-NEW-KEY THRU VALIDATE-NEW-KEY-EXIT.
           IF WS-ENTRY-VALID
               PERFORM ASK-EFF-DATES
               MOVE 99999999 TO WS-SKIP-FROM
               PERFORM CHECK-WINDOW-OVERLAP
               IF WS-OVERLAP
                   DISPLAY "VIGENCIA SOLAPA OTRA FILA DEL CLIENTE Y "
                       "CODIGO - ALTA RECHAZADA"
               ELSE
                   PERFORM ASK-RATE-VALUE
                   MOVE WS-ENTERED-CUSTOMER TO CNR-CUSTOMER
                   MOVE WS-ENTERED-CODE TO CNR-RATE-CODE
                   MOVE WS-NEW-EFF-FROM TO CNR-EFF-FROM
                   MOVE WS-NEW-EFF-TO TO CNR-EFF-TO
                   MOVE WS-NEW-RATE TO CNR-RATE-PERCENT
                   MOVE 'Y' TO CNR-ACTIVE-FLAG
                   MOVE WS-RUN-DATE TO CNR-CHANGE-DATE
                   MOVE SGN-OPERATOR-ID TO CNR-CHANGE-OPER
                   WRITE CONTRACT-RATE-RECORD
                       INVALID KEY
                           DISPLAY "FILA YA EXISTE - ALTA RECHAZADA"
                       NOT INVALID KEY
                           MOVE ZERO TO WS-OLD-RATE
                           MOVE 'A' TO WS-ACTION
                           PERFORM WRITE-CONTRACT-AUDIT
                           DISPLAY "TASA DE CONTRATO AGREGADA"
                   END-WRITE
               END-IF
           END-IF.

       CHANGE-CONTRACT-RATE.
           PERFORM ASK-EXISTING-ROW.
           IF NOT WS-FOUND
               DISPLAY "FILA NO ENCONTRADA - CAMBIO RECHAZADO"
           ELSE
               MOVE CNR-RATE-PERCENT TO WS-OLD-RATE
               PERFORM ASK-RATE-VALUE
               MOVE WS-NEW-RATE TO CNR-RATE-PERCENT
               MOVE WS-RUN-DATE TO CNR-CHANGE-DATE
               MOVE SGN-OPERATOR-ID TO CNR-CHANGE-OPER
               REWRITE CONTRACT-RATE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR DE REESCRITURA - CAMBIO "
                           "RECHAZADO"
                   NOT INVALID KEY
                       MOVE 'C' TO WS-ACTION
                       PERFORM WRITE-CONTRACT-AUDIT
                       DISPLAY "TASA ACTUALIZADA"
               END-REWRITE
           END-IF.

      *    The effective-from date is part of the key, so a window
      *    change deletes the old row and writes it back under the
      *    new key.
       CHANGE-CONTRACT-WINDOW.
           PERFORM ASK-EXISTING-ROW.
           IF NOT WS-FOUND
               DISPLAY "FILA NO ENCONTRADA - CAMBIO RECHAZADO"
           ELSE
               MOVE CONTRACT-RATE-RECORD TO WS-SAVE-RECORD
               MOVE CNR-RATE-PERCENT TO WS-OLD-RATE
               MOVE CNR-RATE-PERCENT TO WS-NEW-RATE
               PERFORM ASK-EFF-DATES
               MOVE WS-ENTERED-FROM TO WS-SKIP-FROM
               PERFORM CHECK-WINDOW-OVERLAP
               IF WS-OVERLAP
                   DISPLAY "VIGENCIA SOLAPA OTRA FILA DEL CLIENTE Y "
                       "CODIGO - CAMBIO RECHAZADO"
               ELSE
                   MOVE WS-SAVE-RECORD TO CONTRACT-RATE-RECORD
                   DELETE CONTRACT-RATE-FILE RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL BORRAR LA FILA ANTERIOR"
                   END-DELETE
                   MOVE WS-SAVE-RECORD TO CONTRACT-RATE-RECORD
                   MOVE WS-NEW-EFF-FROM TO CNR-EFF-FROM
                   MOVE WS-NEW-EFF-TO TO CNR-EFF-TO
                   MOVE WS-RUN-DATE TO CNR-CHANGE-DATE
                   MOVE SGN-OPERATOR-ID TO CNR-CHANGE-OPER
                   WRITE CONTRACT-RATE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR DE ESCRITURA - REVISAR FILA"
                       NOT INVALID KEY
                           MOVE 'V' TO WS-ACTION
                           PERFORM WRITE-CONTRACT-AUDIT
                           DISPLAY "VIGENCIA ACTUALIZADA"
                   END-WRITE
               END-IF
           END-IF.

       DEACTIVATE-CONTRACT.
           PERFORM ASK-EXISTING-ROW.
           IF NOT WS-FOUND
               DISPLAY "FILA NO ENCONTRADA"
           ELSE
               IF CNR-ACTIVE-FLAG = 'N'
                   DISPLAY "FILA YA ESTABA DESACTIVADA"
               ELSE
                   MOVE CNR-RATE-PERCENT TO WS-OLD-RATE
                   MOVE CNR-RATE-PERCENT TO WS-NEW-RATE
                   MOVE 'N' TO CNR-ACTIVE-FLAG
                   MOVE WS-RUN-DATE TO CNR-CHANGE-DATE
                   MOVE SGN-OPERATOR-ID TO CNR-CHANGE-OPER
                   REWRITE CONTRACT-RATE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR DE REESCRITURA"
                       NOT INVALID KEY
                           MOVE 'D' TO WS-ACTION
                           PERFORM WRITE-CONTRACT-AUDIT
                           DISPLAY "TASA DE CONTRATO DESACTIVADA"
                   END-REWRITE
               END-IF
           END-IF.

       WRITE-CONTRACT-AUDIT.
           MOVE WS-RUN-DATE TO AUD-DATE.
           ACCEPT AUD-TIME FROM TIME.
           MOVE SGN-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-ACTION TO AUD-ACTION.
           MOVE CNR-CUSTOMER TO AUD-CUSTOMER.
           MOVE CNR-RATE-CODE TO AUD-RATE-CODE.
           MOVE CNR-EFF-FROM TO AUD-EFF-FROM.
           MOVE CNR-EFF-TO TO AUD-EFF-TO.
           MOVE WS-OLD-RATE TO AUD-OLD-RATE.
           MOVE CNR-RATE-PERCENT TO AUD-NEW-RATE.
           OPEN EXTEND CONTRACT-AUDIT-FILE.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT CONTRACT-AUDIT-FILE
           END-IF.
           WRITE CONTRACT-AUDIT-RECORD.
           CLOSE CONTRACT-AUDIT-FILE.

       LOAD-RATE-CODES.
           OPEN INPUT RATE-CTL-FILE.
           IF WS-RATE-CTL-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RATE-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-RATE-CODE
                   END-READ
               END-PERFORM
               CLOSE RATE-CTL-FILE
           END-IF.

       STORE-RATE-CODE.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CODE-COUNT OR WS-FOUND
               IF WS-CODE-TBL(WS-SUB) = CTL-RATE-CODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-CODE-COUNT >= 50
                   DISPLAY "SURCHCTL.DAT HAS MORE THAN 50 CODES - "
                       "EXTRA IGNORED"
               ELSE
                   ADD 1 TO WS-CODE-COUNT
                   MOVE CTL-RATE-CODE TO WS-CODE-TBL(WS-CODE-COUNT)
               END-IF
           END-IF.

       END PROGRAM CONTRACT-MAINT.
