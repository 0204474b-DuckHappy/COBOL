           SELECT FX-AUDIT-FILE ASSIGN TO "FXAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT FX-HOLD-FILE ASSIGN TO "FXHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 FX-DATE     PIC 9(8).

       FD  FX-AUDIT-FILE.
       COPY FXAUD.

       FD  FX-HOLD-FILE.
       COPY FXHOLD.

       WORKING-STORAGE SECTION.
       01  WS-FX-STATUS PIC XX.
       01  WS-AUD-STATUS PIC XX.
       01  WS-HLD-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       01  WS-HOLD-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-HOLD-CHANGED VALUE 'Y'.
       01  WS-HOLD-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-HOLD-LOADED VALUE 'Y'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-NEW-RATE PIC 9(4)V9999.
       01  WS-SUB PIC 9(2).
       01  WS-HIT PIC 9(2).
       01  WS-HOLD-SUB PIC 9(2).
       01  WS-DECISION PIC X.
       01  WS-REVIEWED-COUNT PIC 9(2).
       01  WS-AUDIT-SOURCE PIC X VALUE 'M'.

      *    Feed rates held by FX-FEED-IMPORT; WS-HOLD-OPEN-TBL is
      *    cleared once the hold is confirmed or rejected.
       01  WS-HOLD-COUNT PIC 9(2) VALUE ZERO.
       01  WS-HOLD-TABLE.
           02 WS-HOLD-ENTRY OCCURS 20 TIMES.
               03 WS-HOLD-RECORD-TBL PIC X(46).
               03 WS-HOLD-OPEN-TBL   PIC X.

       01  WS-FX-COUNT PIC 9(2) VALUE ZERO.
       01  WS-FX-TABLE.
       COPY NUMVALID.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY AUTHRQ.

       01  WS-LIST-LINE.
           02 LL-NUM PIC Z9.
           02 FILLER PIC X(7) VALUE " FECHA ".
           02 LL-DATE PIC 9(8).

       01  WS-HOLD-LINE.
           02 HL-CURRENCY PIC X(3).
           02 FILLER PIC X(9) VALUE " VIGENTE ".
           02 HL-CURRENT-RATE PIC ZZZ9.9999.
           02 FILLER PIC X(6) VALUE " FEED ".
           02 HL-NEW-RATE PIC ZZZ9.9999.
           02 FILLER PIC X(6) VALUE " VAR% ".
           02 HL-MOVE-PCT PIC ZZ9.99.
           02 FILLER PIC X(6) VALUE " TOL% ".
           02 HL-TOLERANCE PIC ZZ9.99.
           02 FILLER PIC X(7) VALUE " DESDE ".
           02 HL-EFF-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'I' TO WIN-MODE.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM LOAD-FX-TABLE.
           PERFORM LOAD-HOLD-TABLE.
           IF WS-HOLD-COUNT > ZERO
               DISPLAY WS-HOLD-COUNT " TIPOS DEL FEED RETENIDOS - "
                   "OPCION F"
           END-IF.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MAINT-MENU
               ACCEPT WS-ACTION
               PERFORM AUTHORIZE-ACTION
               IF AUT-PERMITTED
                   EVALUATE WS-ACTION
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LIST-FX-TABLE
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM ADD-CURRENCY
                       WHEN 'C'
                       WHEN 'c'
                           PERFORM CHANGE-RATE
                       WHEN 'B'
                       WHEN 'b'
                           PERFORM DROP-CURRENCY
                       WHEN 'F'
                       WHEN 'f'
                           PERFORM REVIEW-HELD-RATES
                       WHEN 'X'
                       WHEN 'x'
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-CHANGED
           ELSE
               DISPLAY "SIN CAMBIOS - TABLA NO REESCRITA"
           END-IF.
           IF WS-HOLD-LOADED AND WS-HOLD-CHANGED
               PERFORM SAVE-HOLD-TABLE
           END-IF.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           DISPLAY "A. ALTA DE MONEDA".
           DISPLAY "C. CAMBIO DE TIPO DEL DIA".
           DISPLAY "B. BAJA DE MONEDA".
           DISPLAY "F. CONFIRMAR TIPOS RETENIDOS DEL FEED".
           DISPLAY "X. SALIR Y GUARDAR".
           DISPLAY "SELECCIONE UNA OPCION : ".

       AUTHORIZE-ACTION.
           MOVE SPACE TO AUT-FUNCTION.
           EVALUATE WS-ACTION
               WHEN 'L'
               WHEN 'l'
                   MOVE 'I' TO AUT-FUNCTION
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO AUT-FUNCTION
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO AUT-FUNCTION
               WHEN 'B'
               WHEN 'b'
                   MOVE 'D' TO AUT-FUNCTION
               WHEN 'F'
               WHEN 'f'
                   MOVE 'C' TO AUT-FUNCTION
           END-EVALUATE.
           SET AUT-PERMITTED TO TRUE.
           IF AUT-FUNCTION NOT = SPACE
               MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
               MOVE SGN-OPERATOR-ROLE TO AUT-ROLE
               MOVE "FX-RATE-MAINT" TO AUT-PROGRAM
               SET AUT-LOG-DENIAL TO TRUE
               CALL "AUTH-CHECK" USING AUTH-REQUEST
               IF NOT AUT-PERMITTED
                   DISPLAY "FUNCION NO AUTORIZADA PARA EL ROL "
                       SGN-OPERATOR-ROLE
               END-IF
           END-IF.

       LIST-FX-TABLE.
           IF WS-FX-COUNT = ZERO
               DISPLAY "TABLA DE CAMBIOS VACIA"
               DISPLAY "MONEDA RETIRADA"
           END-IF.

      *    Each open hold is shown against the rate in force now,
      *    which may have been keyed since the feed was imported.
      *    A confirmed rate is applied from the feed's value date.
       REVIEW-HELD-RATES.
           IF NOT WS-HOLD-LOADED
               DISPLAY "FXHOLD.DAT NO SE PUDO LEER - SIN REVISION"
           ELSE
               MOVE ZERO TO WS-REVIEWED-COUNT
               PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                       UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                   IF WS-HOLD-OPEN-TBL(WS-HOLD-SUB) = 'Y'
                       PERFORM REVIEW-ONE-HOLD
                   END-IF
               END-PERFORM
               IF WS-REVIEWED-COUNT = ZERO
                   DISPLAY "SIN TIPOS DEL FEED RETENIDOS"
               END-IF
           END-IF.

       REVIEW-ONE-HOLD.
           ADD 1 TO WS-REVIEWED-COUNT.
           MOVE WS-HOLD-RECORD-TBL(WS-HOLD-SUB) TO FX-HOLD-RECORD.
           MOVE FXH-CURRENCY TO WS-ENTERED-CURRENCY.
           PERFORM FIND-CURRENCY.
           MOVE FXH-CURRENCY TO HL-CURRENCY.
           IF WS-FOUND
               MOVE WS-FX-RATE-TBL(WS-HIT) TO HL-CURRENT-RATE
           ELSE
               MOVE ZERO TO HL-CURRENT-RATE
           END-IF.
           MOVE FXH-NEW-RATE TO HL-NEW-RATE.
           MOVE FXH-MOVE-PCT TO HL-MOVE-PCT.
           MOVE FXH-TOLERANCE TO HL-TOLERANCE.
           MOVE FXH-EFF-DATE TO HL-EFF-DATE.
           DISPLAY WS-HOLD-LINE.
           IF FXH-NEW-CURRENCY
               DISPLAY "MONEDA SIN TIPO VIGENTE - SE DARIA DE ALTA"
           END-IF.
           DISPLAY "CONFIRMAR (S) / RECHAZAR (R) / DEJAR (ENTER) : ".
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
               WHEN 'S'
               WHEN 's'
                   PERFORM CONFIRM-HELD-RATE
                       THRU CONFIRM-HELD-RATE-EXIT
               WHEN 'R'
               WHEN 'r'
                   MOVE ZERO TO AUD-OLD-RATE
                   IF WS-FOUND
                       MOVE WS-FX-RATE-TBL(WS-HIT) TO AUD-OLD-RATE
                   END-IF
                   MOVE FXH-NEW-RATE TO WS-NEW-RATE
                   MOVE 'X' TO WS-ACTION
                   MOVE 'F' TO WS-AUDIT-SOURCE
                   PERFORM WRITE-FX-AUDIT
                   MOVE 'N' TO WS-HOLD-OPEN-TBL(WS-HOLD-SUB)
                   SET WS-HOLD-CHANGED TO TRUE
                   DISPLAY "TIPO DEL FEED RECHAZADO"
               WHEN OTHER
                   DISPLAY "QUEDA RETENIDO"
           END-EVALUATE.

       CONFIRM-HELD-RATE.
           MOVE FXH-NEW-RATE TO WS-NEW-RATE.
           IF WS-FOUND
               MOVE WS-FX-RATE-TBL(WS-HIT) TO AUD-OLD-RATE
               MOVE WS-NEW-RATE TO WS-FX-RATE-TBL(WS-HIT)
               MOVE FXH-EFF-DATE TO WS-FX-DATE-TBL(WS-HIT)
               MOVE 'C' TO WS-ACTION
           ELSE
               IF WS-FX-COUNT >= 20
                   DISPLAY "TABLA LLENA (20 MONEDAS) - QUEDA RETENIDO"
                   GO TO CONFIRM-HELD-RATE-EXIT
               END-IF
               ADD 1 TO WS-FX-COUNT
               MOVE WS-ENTERED-CURRENCY TO
                   WS-FX-CURRENCY-TBL(WS-FX-COUNT)
               MOVE WS-NEW-RATE TO WS-FX-RATE-TBL(WS-FX-COUNT)
               MOVE FXH-EFF-DATE TO WS-FX-DATE-TBL(WS-FX-COUNT)
               MOVE ZERO TO AUD-OLD-RATE
               MOVE 'A' TO WS-ACTION
           END-IF.
           MOVE 'F' TO WS-AUDIT-SOURCE.
           PERFORM WRITE-FX-AUDIT.
           MOVE 'N' TO WS-HOLD-OPEN-TBL(WS-HOLD-SUB).
           SET WS-HOLD-CHANGED TO TRUE.
           SET WS-CHANGED TO TRUE.
           DISPLAY "TIPO DEL FEED CONFIRMADO".
       CONFIRM-HELD-RATE-EXIT.
           EXIT.

       WRITE-FX-AUDIT.
           MOVE WS-RUN-DATE TO AUD-DATE.
           ACCEPT AUD-TIME FROM TIME.
           MOVE WS-ACTION TO AUD-ACTION.
           MOVE WS-ENTERED-CURRENCY TO AUD-CURRENCY.
           MOVE WS-NEW-RATE TO AUD-NEW-RATE.
           MOVE WS-AUDIT-SOURCE TO AUD-SOURCE.
           MOVE 'M' TO WS-AUDIT-SOURCE.
           OPEN EXTEND FX-AUDIT-FILE.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT FX-AUDIT-FILE
               CLOSE FX-RATE-FILE
           END-IF.

       LOAD-HOLD-TABLE.
           OPEN INPUT FX-HOLD-FILE.
           IF WS-HLD-STATUS = "35"
               SET WS-HOLD-LOADED TO TRUE
           END-IF.
           IF WS-HLD-STATUS = "00"
               SET WS-HOLD-LOADED TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ FX-HOLD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-HOLD-COUNT >= 20
                               DISPLAY "FXHOLD.DAT HAS MORE THAN 20 "
                                   "HOLDS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE FX-HOLD-RECORD TO
                                   WS-HOLD-RECORD-TBL(WS-HOLD-COUNT)
                               MOVE 'Y' TO
                                   WS-HOLD-OPEN-TBL(WS-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-HOLD-FILE
           END-IF.

       SAVE-HOLD-TABLE.
           OPEN OUTPUT FX-HOLD-FILE.
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               IF WS-HOLD-OPEN-TBL(WS-HOLD-SUB) = 'Y'
                   MOVE WS-HOLD-RECORD-TBL(WS-HOLD-SUB) TO
                       FX-HOLD-RECORD
                   WRITE FX-HOLD-RECORD
               END-IF
           END-PERFORM.
           CLOSE FX-HOLD-FILE.

       SAVE-FX-TABLE.
           OPEN OUTPUT FX-RATE-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
