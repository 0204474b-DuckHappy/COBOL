      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNL-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COA-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT PENDING-FILE ASSIGN TO "JRNLPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "JRNLTPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COA-FILE.
       01  COA-RECORD.
           02 COA-ACCOUNT PIC 9(6).
           02 COA-NAME    PIC X(20).
           02 COA-STATUS  PIC X.
           02 COA-COMPANY PIC X(2).

       FD  PENDING-FILE.
       COPY JRNLENT.

       FD  TEMPLATE-FILE.
       COPY JRNLTPL.

       WORKING-STORAGE SECTION.
       01  WS-COA-STATUS PIC XX.
       01  WS-PND-STATUS PIC XX.
       01  WS-TPL-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-TPL-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-TPL-LOADED VALUE 'Y'.
       01  WS-ACCT-OK-FLAG PIC X.
           88 WS-ACCT-OK VALUE 'Y' FALSE 'N'.
       01  WS-CAPTURE-DONE-FLAG PIC X.
           88 WS-CAPTURE-DONE VALUE 'Y' FALSE 'N'.
       01  WS-ACCEPTED-FLAG PIC X.
           88 WS-ENTRY-ACCEPTED VALUE 'Y' FALSE 'N'.

       01  WS-ACTION PIC X.
       01  WS-LINE-ACTION PIC X.
       01  WS-SUB PIC 9(3).
       01  WS-HIT PIC 9(3).
       01  WS-OUT PIC 9(3).
       01  WS-COA-SUB PIC 9(3).
       01  WS-PENDING-LINES PIC 9(5).

       01  WS-ENTRY-COMPANY PIC X(2).
       01  WS-ENTRY-DATE PIC 9(8).
       01  WS-ENTRY-DATE-R REDEFINES WS-ENTRY-DATE.
           02 WS-ENTRY-YYYY PIC 9(4).
           02 WS-ENTRY-MM   PIC 9(2).
           02 WS-ENTRY-DD   PIC 9(2).
       01  WS-ENTERED-CODE PIC X(6).
       01  WS-ENTERED-BUS-DAY PIC 9(2).
       01  WS-ENTERED-ACCOUNT PIC 9(6).
       01  WS-ENTERED-DC PIC X.
       01  WS-AMOUNT-DIGITS PIC 9(13).
       01  WS-ENTERED-AMOUNT PIC 9(11)V99.
       01  WS-ENTERED-DESC PIC X(30).
       01  WS-TOTAL-DEBITS PIC 9(13)V99.
       01  WS-TOTAL-CREDITS PIC 9(13)V99.

      *    The entry being keyed, before it is balanced and saved.
       01  WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01  WS-LINE-TABLE.
           02 WS-LINE-ENTRY OCCURS 20 TIMES.
               03 WS-LIN-ACCOUNT PIC 9(6).
               03 WS-LIN-DC      PIC X.
               03 WS-LIN-AMOUNT  PIC 9(11)V99.
               03 WS-LIN-DESC    PIC X(30).

       01  WS-COA-COUNT PIC 9(3) VALUE ZERO.
       01  WS-COA-TABLE.
           02 WS-COA-ENTRY OCCURS 200 TIMES.
               03 WS-COA-ACCOUNT-TBL PIC 9(6).
               03 WS-COA-STATUS-TBL  PIC X.
               03 WS-COA-COMPANY-TBL PIC X(2).

       01  WS-TPL-COUNT PIC 9(3) VALUE ZERO.
       01  WS-TPL-TABLE.
           02 WS-TPL-ENTRY OCCURS 200 TIMES.
               03 WS-TPL-ROW PIC X(94).

       COPY RUNSTAMP.
       COPY NUMVALID.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY AUTHRQ.
       COPY CMPRQ.
       COPY CLMRQ.
       COPY REFNUMRQ.

       01  WS-LIST-LINE.
           02 LL-KEY PIC X(8).
           02 FILLER PIC X(1) VALUE "/".
           02 LL-LINE PIC 999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-STATUS PIC X.
           02 FILLER PIC X(5) VALUE " EMP ".
           02 LL-COMPANY PIC X(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-WHEN PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-ACCOUNT PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-DC PIC X.
           02 LL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-DESC PIC X(15).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-MAKER PIC X(8).

       01  WS-TOTALS-LINE.
           02 FILLER PIC X(7) VALUE "DEBE : ".
           02 TL-DEBITS PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(9) VALUE "  HABER: ".
           02 TL-CREDITS PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(9) VALUE "  LINEAS ".
           02 TL-LINES PIC Z9.

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

           PERFORM LOAD-COA-TABLE.
           PERFORM LOAD-TEMPLATE-TABLE.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-JOURNAL-MENU
               ACCEPT WS-ACTION
               PERFORM AUTHORIZE-ACTION
               IF AUT-PERMITTED
                   EVALUATE WS-ACTION
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LIST-PENDING-WORK
                       WHEN 'N'
                       WHEN 'n'
                           PERFORM NEW-ENTRY THRU NEW-ENTRY-EXIT
                       WHEN 'P'
                       WHEN 'p'
                           PERFORM NEW-TEMPLATE
                               THRU NEW-TEMPLATE-EXIT
                       WHEN 'B'
                       WHEN 'b'
                           PERFORM DEACTIVATE-TEMPLATE
                       WHEN 'X'
                       WHEN 'x'
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-IF
           END-PERFORM.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.

           GOBACK.

       SHOW-JOURNAL-MENU.
           DISPLAY "======================================".
           DISPLAY "ASIENTOS MANUALES Y RECURRENTES".
           DISPLAY "L. LISTAR PENDIENTES Y PLANTILLAS".
           DISPLAY "N. NUEVO ASIENTO MANUAL".
           DISPLAY "P. NUEVA PLANTILLA RECURRENTE".
           DISPLAY "B. BAJA DE PLANTILLA".
           DISPLAY "X. SALIR".
           DISPLAY "SELECCIONE UNA OPCION : ".

       AUTHORIZE-ACTION.
           MOVE SPACE TO AUT-FUNCTION.
           EVALUATE WS-ACTION
               WHEN 'L'
               WHEN 'l'
                   MOVE 'I' TO AUT-FUNCTION
               WHEN 'N'
               WHEN 'n'
                   MOVE 'A' TO AUT-FUNCTION
               WHEN 'P'
               WHEN 'p'
                   MOVE 'A' TO AUT-FUNCTION
               WHEN 'B'
               WHEN 'b'
                   MOVE 'D' TO AUT-FUNCTION
           END-EVALUATE.
           SET AUT-PERMITTED TO TRUE.
           IF AUT-FUNCTION NOT = SPACE
               MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
               MOVE SGN-OPERATOR-ROLE TO AUT-ROLE
               MOVE "JRNL-ENTRY" TO AUT-PROGRAM
               SET AUT-LOG-DENIAL TO TRUE
               CALL "AUTH-CHECK" USING AUTH-REQUEST
               IF NOT AUT-PERMITTED
                   DISPLAY "FUNCION NO AUTORIZADA PARA EL ROL "
                       SGN-OPERATOR-ROLE
               END-IF
           END-IF.

      *    Entries still waiting in JRNLPEND.DAT (P = sin liberar,
      *    A = liberado, se postea en el proximo cierre diario) and
      *    every template line with its state.
       LIST-PENDING-WORK.
           MOVE ZERO TO WS-PENDING-LINES.
           DISPLAY "ASIENTOS PENDIENTES (JRNLPEND.DAT)".
           OPEN INPUT PENDING-FILE.
           IF WS-PND-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ PENDING-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PENDING-LINES
                           MOVE JEN-ENTRY-NO TO LL-KEY
                           MOVE JEN-LINE-NO TO LL-LINE
                           MOVE JEN-STATUS TO LL-STATUS
                           MOVE JEN-COMPANY TO LL-COMPANY
                           MOVE JEN-POST-DATE TO LL-WHEN
                           MOVE JEN-ACCOUNT TO LL-ACCOUNT
                           MOVE JEN-DC TO LL-DC
                           MOVE JEN-AMOUNT TO LL-AMOUNT
                           MOVE JEN-DESCRIPTION TO LL-DESC
                           MOVE JEN-MAKER TO LL-MAKER
                           DISPLAY WS-LIST-LINE
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           IF WS-PENDING-LINES = ZERO
               DISPLAY "SIN ASIENTOS PENDIENTES"
           END-IF.
           DISPLAY "PLANTILLAS RECURRENTES (JRNLTPL.DAT)".
           IF WS-TPL-COUNT = ZERO
               DISPLAY "SIN PLANTILLAS"
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TPL-COUNT
               MOVE WS-TPL-ROW(WS-SUB) TO JOURNAL-TEMPLATE-RECORD
               MOVE TPL-CODE TO LL-KEY
               MOVE TPL-LINE-NO TO LL-LINE
               MOVE TPL-STATUS TO LL-STATUS
               MOVE TPL-COMPANY TO LL-COMPANY
               MOVE SPACES TO LL-WHEN
               STRING "DIA " TPL-BUS-DAY
                   DELIMITED BY SIZE INTO LL-WHEN
               MOVE TPL-ACCOUNT TO LL-ACCOUNT
               MOVE TPL-DC TO LL-DC
               MOVE TPL-AMOUNT TO LL-AMOUNT
               MOVE TPL-DESCRIPTION TO LL-DESC
               MOVE TPL-MAKER TO LL-MAKER
               DISPLAY WS-LIST-LINE
           END-PERFORM.

      *    A manual entry is keyed whole, checked line by line
      *    against the company's chart of accounts and only queued
      *    for release once it balances. A posting date in a month
      *    already closed for the company is refused at once.
       NEW-ENTRY.
           PERFORM ASK-ENTRY-COMPANY.
           PERFORM ASK-POST-DATE.
           MOVE WS-ENTRY-DATE TO CLM-DATE-IN.
           MOVE WS-ENTRY-COMPANY TO CLM-COMPANY-IN.
           CALL "CLM-CHECK" USING CLOSED-MONTH-REQUEST.
           IF CLM-IS-CLOSED
               DISPLAY "MES CERRADO PARA LA EMPRESA "
                   WS-ENTRY-COMPANY " - ASIENTO RECHAZADO"
               GO TO NEW-ENTRY-EXIT
           END-IF.

           PERFORM CAPTURE-LINES.
           IF NOT WS-ENTRY-ACCEPTED
               DISPLAY "ASIENTO DESCARTADO"
               GO TO NEW-ENTRY-EXIT
           END-IF.

           MOVE "JOURNAL" TO RNQ-SERIES.
           MOVE 'N' TO RNQ-RESULT-FLAG.
           CALL "REF-ISSUER" USING REFNUM-REQUEST.
           IF NOT RNQ-ISSUED
               DISPLAY "SERIE JOURNAL AGOTADA EN REFNUMCT.DAT - "
                   "ASIENTO NO GRABADO"
               GO TO NEW-ENTRY-EXIT
           END-IF.

           OPEN EXTEND PENDING-FILE.
           IF WS-PND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LINE-COUNT
               MOVE SPACES TO JOURNAL-ENTRY-RECORD
               MOVE RNQ-NUMBER TO JEN-ENTRY-NO
               MOVE WS-SUB TO JEN-LINE-NO
               SET JEN-PENDING TO TRUE
               MOVE WS-ENTRY-COMPANY TO JEN-COMPANY
               MOVE WS-ENTRY-DATE TO JEN-POST-DATE
               MOVE WS-LIN-ACCOUNT(WS-SUB) TO JEN-ACCOUNT
               MOVE WS-LIN-DC(WS-SUB) TO JEN-DC
               MOVE WS-LIN-AMOUNT(WS-SUB) TO JEN-AMOUNT
               MOVE WS-LIN-DESC(WS-SUB) TO JEN-DESCRIPTION
               MOVE SGN-OPERATOR-ID TO JEN-MAKER
               MOVE WS-RUN-DATE TO JEN-ENTER-DATE
               MOVE ZERO TO JEN-RELEASE-DATE
               MOVE ZERO TO JEN-POSTED-DATE
               WRITE JOURNAL-ENTRY-RECORD
           END-PERFORM.
           CLOSE PENDING-FILE.
           DISPLAY "ASIENTO " RNQ-NUMBER " ENVIADO A APROBACION - "
               "LIBERAR EN JRNL-RELEASE".
       NEW-ENTRY-EXIT.
           EXIT.

      *    A template is proposed whole and stays out of the monthly
      *    run until a supervisor activates it in JRNL-RELEASE. A
      *    code already rejected or taken out of service may be
      *    proposed again; its old lines are replaced.
       NEW-TEMPLATE.
           IF NOT WS-TPL-LOADED
               DISPLAY "JRNLTPL.DAT NO SE PUDO LEER - NO SE PUEDEN "
                   "PROPONER PLANTILLAS"
               GO TO NEW-TEMPLATE-EXIT
           END-IF.
           DISPLAY "CODIGO DE PLANTILLA (EJ ALQ001) : ".
           MOVE SPACES TO WS-ENTERED-CODE.
           ACCEPT WS-ENTERED-CODE.
           IF WS-ENTERED-CODE = SPACES
               DISPLAY "CODIGO INVALIDO"
               GO TO NEW-TEMPLATE-EXIT
           END-IF.
           PERFORM FIND-TEMPLATE.
           IF WS-HIT > ZERO
               MOVE WS-TPL-ROW(WS-HIT) TO JOURNAL-TEMPLATE-RECORD
               IF TPL-PENDING OR TPL-ACTIVE
                   DISPLAY "PLANTILLA YA EXISTE - ALTA RECHAZADA"
                   GO TO NEW-TEMPLATE-EXIT
               END-IF
           END-IF.

           PERFORM ASK-ENTRY-COMPANY.
           SET WS-NUM-VALID TO FALSE.
           PERFORM UNTIL WS-NUM-VALID
               DISPLAY "DIA HABIL DEL MES PARA POSTEAR (01-23) : "
               ACCEPT WS-ENTERED-BUS-DAY
               IF WS-ENTERED-BUS-DAY IS NUMERIC
                   AND WS-ENTERED-BUS-DAY > ZERO
                   AND WS-ENTERED-BUS-DAY <= 23
                   SET WS-NUM-VALID TO TRUE
               ELSE
                   DISPLAY "DIA FUERA DE RANGO - DEBE SER 01 A 23"
               END-IF
           END-PERFORM.

           PERFORM CAPTURE-LINES.
           IF NOT WS-ENTRY-ACCEPTED
               DISPLAY "PLANTILLA DESCARTADA"
               GO TO NEW-TEMPLATE-EXIT
           END-IF.

           PERFORM REMOVE-TEMPLATE-ROWS.
           IF WS-TPL-COUNT + WS-LINE-COUNT > 200
               DISPLAY "JRNLTPL.DAT LLENO (200 LINEAS) - "
                   "PLANTILLA NO GRABADA"
               GO TO NEW-TEMPLATE-EXIT
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LINE-COUNT
               MOVE SPACES TO JOURNAL-TEMPLATE-RECORD
               MOVE WS-ENTERED-CODE TO TPL-CODE
               MOVE WS-SUB TO TPL-LINE-NO
               SET TPL-PENDING TO TRUE
               MOVE WS-ENTRY-COMPANY TO TPL-COMPANY
               MOVE WS-ENTERED-BUS-DAY TO TPL-BUS-DAY
               MOVE WS-LIN-ACCOUNT(WS-SUB) TO TPL-ACCOUNT
               MOVE WS-LIN-DC(WS-SUB) TO TPL-DC
               MOVE WS-LIN-AMOUNT(WS-SUB) TO TPL-AMOUNT
               MOVE WS-LIN-DESC(WS-SUB) TO TPL-DESCRIPTION
               MOVE SGN-OPERATOR-ID TO TPL-MAKER
               MOVE WS-RUN-DATE TO TPL-ENTER-DATE
               MOVE ZERO TO TPL-LAST-PERIOD
               ADD 1 TO WS-TPL-COUNT
               MOVE JOURNAL-TEMPLATE-RECORD TO WS-TPL-ROW(WS-TPL-COUNT)
           END-PERFORM.
           PERFORM SAVE-TEMPLATE-TABLE.
           DISPLAY "PLANTILLA " WS-ENTERED-CODE " ENVIADA A "
               "APROBACION - LIBERAR EN JRNL-RELEASE".
       NEW-TEMPLATE-EXIT.
           EXIT.

      *    Taking a template out of service only stops future months;
      *    it needs no release, since it can post nothing.
       DEACTIVATE-TEMPLATE.
           IF NOT WS-TPL-LOADED
               DISPLAY "JRNLTPL.DAT NO SE PUDO LEER - BAJA NO "
                   "REALIZADA"
           ELSE
               DISPLAY "CODIGO DE PLANTILLA : "
               MOVE SPACES TO WS-ENTERED-CODE
               ACCEPT WS-ENTERED-CODE
               PERFORM FIND-TEMPLATE
               IF WS-HIT > ZERO
                   MOVE WS-TPL-ROW(WS-HIT) TO JOURNAL-TEMPLATE-RECORD
               END-IF
               IF WS-HIT = ZERO OR TPL-INACTIVE OR TPL-REJECTED
                   DISPLAY "PLANTILLA INEXISTENTE O FUERA DE SERVICIO"
               ELSE
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-TPL-COUNT
                       MOVE WS-TPL-ROW(WS-SUB)
                           TO JOURNAL-TEMPLATE-RECORD
                       IF TPL-CODE = WS-ENTERED-CODE
                           SET TPL-INACTIVE TO TRUE
                           MOVE SGN-OPERATOR-ID TO TPL-CHECKER
                           MOVE JOURNAL-TEMPLATE-RECORD
                               TO WS-TPL-ROW(WS-SUB)
                       END-IF
                   END-PERFORM
                   PERFORM SAVE-TEMPLATE-TABLE
                   DISPLAY "PLANTILLA " WS-ENTERED-CODE
                       " FUERA DE SERVICIO"
               END-IF
           END-IF.

       FIND-TEMPLATE.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TPL-COUNT OR WS-HIT > ZERO
               IF WS-TPL-ROW(WS-SUB)(1:6) = WS-ENTERED-CODE
                   MOVE WS-SUB TO WS-HIT
               END-IF
           END-PERFORM.

       REMOVE-TEMPLATE-ROWS.
           MOVE ZERO TO WS-OUT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TPL-COUNT
               IF WS-TPL-ROW(WS-SUB)(1:6) NOT = WS-ENTERED-CODE
                   ADD 1 TO WS-OUT
                   MOVE WS-TPL-ROW(WS-SUB) TO WS-TPL-ROW(WS-OUT)
               END-IF
           END-PERFORM.
           MOVE WS-OUT TO WS-TPL-COUNT.

       ASK-ENTRY-COMPANY.
           SET CMQ-FOUND TO FALSE.
           PERFORM UNTIL CMQ-FOUND AND CMQ-ACTIVE
               DISPLAY "EMPRESA (EN BLANCO = DEFECTO) : "
               MOVE SPACES TO CMQ-CODE-IN
               ACCEPT CMQ-CODE-IN
               CALL "CMP-CHECK" USING COMPANY-REQUEST
               IF NOT CMQ-FOUND OR NOT CMQ-ACTIVE
                   DISPLAY "EMPRESA INEXISTENTE O INACTIVA"
               END-IF
           END-PERFORM.
           MOVE CMQ-CODE-OUT TO WS-ENTRY-COMPANY.

       ASK-POST-DATE.
           SET WS-NUM-VALID TO FALSE.
           PERFORM UNTIL WS-NUM-VALID
               DISPLAY "FECHA CONTABLE AAAAMMDD : "
               ACCEPT WS-ENTRY-DATE
               IF WS-ENTRY-DATE IS NUMERIC
                   AND WS-ENTRY-YYYY > ZERO
                   AND WS-ENTRY-MM >= 1 AND WS-ENTRY-MM <= 12
                   AND WS-ENTRY-DD >= 1 AND WS-ENTRY-DD <= 31
                   SET WS-NUM-VALID TO TRUE
               ELSE
                   DISPLAY "FECHA INVALIDA"
               END-IF
           END-PERFORM.

      *    Lines are added until the maker ends the entry. It is only
      *    accepted with two lines or more and debits equal to
      *    credits; otherwise the maker keeps adding lines or
      *    discards the whole entry.
       CAPTURE-LINES.
           MOVE ZERO TO WS-LINE-COUNT.
           SET WS-ENTRY-ACCEPTED TO FALSE.
           SET WS-CAPTURE-DONE TO FALSE.
           PERFORM UNTIL WS-CAPTURE-DONE
               PERFORM SUM-ENTRY-LINES
               DISPLAY WS-TOTALS-LINE
               DISPLAY "A. AGREGAR LINEA  T. TERMINAR  "
                   "D. DESCARTAR : "
               ACCEPT WS-LINE-ACTION
               EVALUATE WS-LINE-ACTION
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM ADD-ENTRY-LINE
                   WHEN 'T'
                   WHEN 't'
                       IF WS-LINE-COUNT < 2
                           DISPLAY "EL ASIENTO NECESITA AL MENOS "
                               "DOS LINEAS"
                       ELSE
                           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                               DISPLAY "ASIENTO NO CUADRA - DEBE Y "
                                   "HABER DEBEN SER IGUALES"
                           ELSE
                               SET WS-ENTRY-ACCEPTED TO TRUE
                               SET WS-CAPTURE-DONE TO TRUE
                           END-IF
                       END-IF
                   WHEN 'D'
                   WHEN 'd'
                       SET WS-CAPTURE-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

       SUM-ENTRY-LINES.
           MOVE ZERO TO WS-TOTAL-DEBITS.
           MOVE ZERO TO WS-TOTAL-CREDITS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LINE-COUNT
               IF WS-LIN-DC(WS-SUB) = 'D'
                   ADD WS-LIN-AMOUNT(WS-SUB) TO WS-TOTAL-DEBITS
               ELSE
                   ADD WS-LIN-AMOUNT(WS-SUB) TO WS-TOTAL-CREDITS
               END-IF
           END-PERFORM.
           MOVE WS-TOTAL-DEBITS TO TL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO TL-CREDITS.
           MOVE WS-LINE-COUNT TO TL-LINES.

       ADD-ENTRY-LINE.
           IF WS-LINE-COUNT >= 20
               DISPLAY "ASIENTO LLENO (20 LINEAS) - TERMINAR O "
                   "DESCARTAR"
           ELSE
               SET WS-NUM-VALID TO FALSE
               PERFORM UNTIL WS-NUM-VALID
                   DISPLAY "CUENTA (6 DIGITOS) : "
                   ACCEPT WS-ENTERED-ACCOUNT
                   IF WS-ENTERED-ACCOUNT IS NUMERIC
                       AND WS-ENTERED-ACCOUNT > ZERO
                       SET WS-NUM-VALID TO TRUE
                   ELSE
                       DISPLAY "ENTRADA INVALIDA - DEBE SER NUMERICO"
                   END-IF
               END-PERFORM
               PERFORM CHECK-ONE-ACCOUNT
               IF NOT WS-ACCT-OK
                   DISPLAY "CUENTA " WS-ENTERED-ACCOUNT
                       " INEXISTENTE O CERRADA EN LA EMPRESA "
                       WS-ENTRY-COMPANY " - LINEA NO AGREGADA"
               ELSE
                   PERFORM ASK-LINE-DATA
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-ENTERED-ACCOUNT TO
                       WS-LIN-ACCOUNT(WS-LINE-COUNT)
                   MOVE WS-ENTERED-DC TO WS-LIN-DC(WS-LINE-COUNT)
                   MOVE WS-ENTERED-AMOUNT TO
                       WS-LIN-AMOUNT(WS-LINE-COUNT)
                   MOVE WS-ENTERED-DESC TO WS-LIN-DESC(WS-LINE-COUNT)
               END-IF
           END-IF.

       ASK-LINE-DATA.
           MOVE SPACE TO WS-ENTERED-DC.
           PERFORM UNTIL WS-ENTERED-DC = 'D' OR WS-ENTERED-DC = 'C'
               DISPLAY "DEBE O HABER (D/C) : "
               ACCEPT WS-ENTERED-DC
               IF WS-ENTERED-DC = 'd'
                   MOVE 'D' TO WS-ENTERED-DC
               END-IF
               IF WS-ENTERED-DC = 'c'
                   MOVE 'C' TO WS-ENTERED-DC
               END-IF
           END-PERFORM.
           SET WS-NUM-VALID TO FALSE.
           PERFORM UNTIL WS-NUM-VALID
               DISPLAY "IMPORTE EN CENTIMOS "
                   "(0000000015000 = 150.00) : "
               ACCEPT WS-AMOUNT-DIGITS
               IF WS-AMOUNT-DIGITS IS NUMERIC
                   AND WS-AMOUNT-DIGITS > ZERO
                   SET WS-NUM-VALID TO TRUE
               ELSE
                   DISPLAY "IMPORTE INVALIDO - DEBE SER MAYOR QUE CERO"
               END-IF
           END-PERFORM.
           COMPUTE WS-ENTERED-AMOUNT = WS-AMOUNT-DIGITS / 100.
           DISPLAY "DESCRIPCION : ".
           MOVE SPACES TO WS-ENTERED-DESC.
           ACCEPT WS-ENTERED-DESC.

       CHECK-ONE-ACCOUNT.
           SET WS-ACCT-OK TO FALSE.
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                   UNTIL WS-COA-SUB > WS-COA-COUNT OR WS-ACCT-OK
               IF WS-COA-ACCOUNT-TBL(WS-COA-SUB) = WS-ENTERED-ACCOUNT
                   AND WS-COA-COMPANY-TBL(WS-COA-SUB)
                       = WS-ENTRY-COMPANY
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
           ELSE
               DISPLAY "GLCOA.DAT NO DISPONIBLE - STATUS "
                   WS-COA-STATUS " - NINGUNA CUENTA SERA ACEPTADA"
           END-IF.
           SET WS-EOF TO FALSE.

      *    A missing JRNLTPL.DAT is an empty template table; any
      *    other open failure leaves the table unsaved this session.
       LOAD-TEMPLATE-TABLE.
           OPEN INPUT TEMPLATE-FILE.
           IF WS-TPL-STATUS = "35"
               SET WS-TPL-LOADED TO TRUE
           END-IF.
           IF WS-TPL-STATUS = "00"
               SET WS-TPL-LOADED TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ TEMPLATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-TPL-COUNT >= 200
                               DISPLAY "JRNLTPL.DAT HAS MORE THAN 200 "
                                   "LINES - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-TPL-COUNT
                               MOVE JOURNAL-TEMPLATE-RECORD TO
                                   WS-TPL-ROW(WS-TPL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       SAVE-TEMPLATE-TABLE.
           OPEN OUTPUT TEMPLATE-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TPL-COUNT
               MOVE WS-TPL-ROW(WS-SUB) TO JOURNAL-TEMPLATE-RECORD
               WRITE JOURNAL-TEMPLATE-RECORD
           END-PERFORM.
           CLOSE TEMPLATE-FILE.

       END PROGRAM JRNL-ENTRY.
