       COPY NUMVALID.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY FISCRQ.

      *    A budget row is keyed by fiscal period (AAAAPP), or by
      *    calendar month for the months before the first fiscal
      *    year; a row whose key has no dates in FISCAL.DAT is
      *    listed SIN PERIODO and MONTH-END never reaches it.
       01  WS-LIST-LINE.
           02 LL-MONTH PIC 9(6).
           02 FILLER PIC X(5) VALUE " DEL ".
           02 LL-START PIC 9(8).
           02 FILLER PIC X(4) VALUE " AL ".
           02 LL-END PIC 9(8).
           02 FILLER PIC X(10) VALUE " RECARGOS ".
           02 LL-REVENUE PIC ZZZZZZZZ9.999.
           02 FILLER PIC X(9) VALUE " BRECHAS ".
           02 LL-BREACHES PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE " REVERSIONES ".
           02 LL-REVERSALS PIC ZZZZZZZZ9.999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-NOTE PIC X(11).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       SHOW-MAINT-MENU.
           DISPLAY "======================================".
           DISPLAY "MANTENIMIENTO DE PRESUPUESTO POR PERIODO".
           DISPLAY "L. LISTAR PERIODOS".
           DISPLAY "A. ALTA DE PERIODO".
           DISPLAY "C. CAMBIO DE PERIODO".
           DISPLAY "X. SALIR Y GUARDAR".
           DISPLAY "SELECCIONE UNA OPCION : ".

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BUDGET-COUNT
               MOVE WS-BUD-MONTH-TBL(WS-SUB) TO LL-MONTH
               SET FSQ-FUNC-PERIOD TO TRUE
               MOVE WS-BUD-MONTH-TBL(WS-SUB) TO FSQ-PERIOD-KEY
               CALL "FISC-CHECK" USING FISCAL-REQUEST
               MOVE FSQ-START TO LL-START
               MOVE FSQ-END TO LL-END
               IF FSQ-VALID
                   MOVE SPACES TO LL-NOTE
               ELSE
                   MOVE "SIN PERIODO" TO LL-NOTE
               END-IF
               MOVE WS-BUD-REVENUE-TBL(WS-SUB) TO LL-REVENUE
               MOVE WS-BUD-BREACH-TBL(WS-SUB) TO LL-BREACHES
               MOVE WS-BUD-REVERSAL-TBL(WS-SUB) TO LL-REVERSALS
       ASK-MONTH.
           SET WS-NUM-VALID TO FALSE.
           PERFORM UNTIL WS-NUM-VALID
               DISPLAY "PERIODO AAAAPP : "
               ACCEPT WS-ENTERED-MONTH
               IF WS-ENTERED-MONTH IS NUMERIC
                   AND WS-ENTERED-MONTH > ZERO
                   PERFORM CHECK-ENTERED-PERIOD
               ELSE
                   DISPLAY "ENTRADA INVALIDA - DEBE SER NUMERICO"
               END-IF
           END-PERFORM.
           PERFORM FIND-MONTH.

       CHECK-ENTERED-PERIOD.
           SET FSQ-FUNC-PERIOD TO TRUE.
           MOVE WS-ENTERED-MONTH TO FSQ-PERIOD-KEY.
           CALL "FISC-CHECK" USING FISCAL-REQUEST.
           IF FSQ-VALID
               SET WS-NUM-VALID TO TRUE
               DISPLAY "PERIODO " WS-ENTERED-MONTH " DEL " FSQ-START
                   " AL " FSQ-END
           ELSE
               DISPLAY "PERIODO SIN FECHAS EN FISCAL.DAT - "
                   "EJECUTAR FISC-BUILD"
           END-IF.

       FIND-MONTH.
           SET WS-FOUND TO FALSE.
           MOVE ZERO TO WS-HIT.
       ADD-BUDGET.
           PERFORM ASK-MONTH.
           IF WS-FOUND
               DISPLAY "PERIODO YA PRESUPUESTADO - USE CAMBIO"
           ELSE
               IF WS-BUDGET-COUNT >= 120
                   DISPLAY "TABLA DE PRESUPUESTOS LLENA"
       CHANGE-BUDGET.
           PERFORM ASK-MONTH.
           IF NOT WS-FOUND
               DISPLAY "PERIODO SIN PRESUPUESTO - USE ALTA"
           ELSE
               PERFORM ASK-BUDGET-VALUES
               MOVE WS-NEW-REVENUE TO WS-BUD-REVENUE-TBL(WS-HIT)
