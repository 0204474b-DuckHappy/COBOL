      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECON-EXPLAIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPLANATION-FILE ASSIGN TO "RECONEXP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REX-STATUS.
           SELECT RECON-CTL-FILE ASSIGN TO "RECONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCC-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RECONRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPLANATION-FILE.
       COPY RECONEXP.

       FD  RECON-CTL-FILE.
       01  RECON-CTL-RECORD.
           02 RCC-LEDGER    PIC X(8).
           02 RCC-SIDE      PIC X.
           02 RCC-COMPANY   PIC X(2).
           02 RCC-TOLERANCE PIC 9(7)V99.

       FD  RESULT-FILE.
       COPY RECONRES.

       WORKING-STORAGE SECTION.
       01  WS-REX-STATUS PIC XX.
       01  WS-RCC-STATUS PIC XX.
       01  WS-RCR-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       01  WS-LOAD-FLAG PIC X VALUE 'Y'.
           88 WS-LOAD-OK VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-ACTION PIC X.
       01  WS-ANSWER PIC X.
       01  WS-ENTERED-ID PIC 9(5).
       01  WS-ENTERED-PERIOD PIC X(6).
       01  WS-PERIOD PIC 9(6).
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           02 WS-PERIOD-YYYY PIC 9(4).
           02 WS-PERIOD-MM   PIC 9(2).
       01  WS-AMOUNT-DIGITS PIC 9(13).
       01  WS-SUB PIC 9(4).
       01  WS-HIT PIC 9(4).
       01  WS-NEXT-ID PIC 9(5) VALUE ZERO.
       01  WS-SHOWN-COUNT PIC 9(4).
       01  WS-PERIOD-TOTAL PIC S9(13)V999.

      *    Cancelled explanations stay in the file as the record of
      *    what was offered against each difference; they are only
      *    shown.
       01  WS-REX-COUNT PIC 9(4) VALUE ZERO.
       01  WS-REX-TABLE.
           02 WS-REX-ENTRY OCCURS 500 TIMES PIC X(107).

       01  WS-LDG-SUB PIC 9(2).
       01  WS-LDG-COUNT PIC 9(2) VALUE ZERO.
       01  WS-LDG-TABLE.
           02 WS-LDG-NAME-TBL OCCURS 20 TIMES PIC X(8).

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY AUTHRQ.
       COPY CMPRQ.
       COPY NUMVALID.

       01  WS-LIST-LINE.
           02 LL-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 LL-PERIOD PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 LL-LEDGER PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 LL-COMPANY PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 LL-AMOUNT PIC -(10)9.999.
           02 FILLER PIC X VALUE SPACE.
           02 LL-STATUS PIC X(9).

       01  WS-DETAIL-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 DL-TEXT PIC X(40).
           02 FILLER PIC X(5) VALUE " POR ".
           02 DL-ENTERED-BY PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 DL-CANCEL PIC X(20).

       01  WS-RESULT-LINE.
           02 FILLER PIC X(24) VALUE "ULTIMA CONCILIACION DEL ".
           02 RL-RUN-DATE PIC 9(8).
           02 FILLER PIC X(15) VALUE " - SIN EXPLICAR".
           02 RL-UNEXPLAINED PIC -(13)9.999.

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

           PERFORM LOAD-EXPLANATION-TABLE.
           PERFORM LOAD-RECON-CONTROL.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MAINT-MENU
               ACCEPT WS-ACTION
               PERFORM AUTHORIZE-ACTION
               IF AUT-PERMITTED
                   EVALUATE WS-ACTION
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LIST-EXPLANATIONS
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM ADD-EXPLANATION
                               THRU ADD-EXPLANATION-EXIT
                       WHEN 'C'
                       WHEN 'c'
                           PERFORM CANCEL-EXPLANATION
                       WHEN 'X'
                       WHEN 'x'
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-CHANGED AND WS-LOAD-OK
               PERFORM SAVE-EXPLANATION-TABLE
               DISPLAY "EXPLICACIONES GUARDADAS - VOLVER A EJECUTAR "
                   "GL-RECON"
           ELSE
               DISPLAY "SIN CAMBIOS - RECONEXP.DAT NO REESCRITO"
           END-IF.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.

           GOBACK.

       SHOW-MAINT-MENU.
           DISPLAY "======================================".
           DISPLAY "EXPLICACION DE DIFERENCIAS AUXILIAR / MAYOR".
           DISPLAY "L. LISTAR EXPLICACIONES DE UN PERIODO".
           DISPLAY "A. ALTA DE EXPLICACION".
           DISPLAY "C. CANCELAR EXPLICACION".
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
                   MOVE 'D' TO AUT-FUNCTION
           END-EVALUATE.
           SET AUT-PERMITTED TO TRUE.
           IF AUT-FUNCTION NOT = SPACE
               MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
               MOVE SGN-OPERATOR-ROLE TO AUT-ROLE
               MOVE "RECON-EXPLAIN" TO AUT-PROGRAM
               SET AUT-LOG-DENIAL TO TRUE
               CALL "AUTH-CHECK" USING AUTH-REQUEST
               IF NOT AUT-PERMITTED
                   DISPLAY "FUNCION NO AUTORIZADA PARA EL ROL "
                       SGN-OPERATOR-ROLE
               END-IF
           END-IF.

       LIST-EXPLANATIONS.
           PERFORM ASK-PERIOD.
           IF WS-PERIOD = ZERO
               DISPLAY "PERIODO INVALIDO"
           ELSE
               MOVE ZERO TO WS-SHOWN-COUNT
               MOVE ZERO TO WS-PERIOD-TOTAL
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-REX-COUNT
                   MOVE WS-REX-ENTRY(WS-SUB)
                       TO RECON-EXPLANATION-RECORD
                   IF REX-PERIOD = WS-PERIOD
                       PERFORM SHOW-EXPLANATION
                   END-IF
               END-PERFORM
               IF WS-SHOWN-COUNT = ZERO
                   DISPLAY "NO HAY EXPLICACIONES PARA EL PERIODO "
                       WS-PERIOD
               ELSE
                   MOVE WS-PERIOD-TOTAL TO LL-AMOUNT
                   DISPLAY "TOTAL EXPLICADO VIGENTE : " LL-AMOUNT
               END-IF
           END-IF.

       SHOW-EXPLANATION.
           ADD 1 TO WS-SHOWN-COUNT.
           MOVE REX-ID TO LL-ID.
           MOVE REX-PERIOD TO LL-PERIOD.
           MOVE REX-LEDGER TO LL-LEDGER.
           MOVE REX-COMPANY TO LL-COMPANY.
           MOVE REX-AMOUNT TO LL-AMOUNT.
           IF REX-CANCEL-DATE NOT = ZERO
               MOVE "CANCELADA" TO LL-STATUS
           ELSE
               MOVE "VIGENTE" TO LL-STATUS
               ADD REX-AMOUNT TO WS-PERIOD-TOTAL
           END-IF.
           MOVE REX-TEXT TO DL-TEXT.
           MOVE REX-ENTERED-BY TO DL-ENTERED-BY.
           MOVE SPACES TO DL-CANCEL.
           IF REX-CANCEL-DATE NOT = ZERO
               STRING "CANCELA " REX-CANCELLED-BY
                   DELIMITED BY SIZE INTO DL-CANCEL
           END-IF.
           DISPLAY WS-LIST-LINE.
           DISPLAY WS-DETAIL-LINE.

       ASK-PERIOD.
           DISPLAY "PERIODO AAAAMM : ".
           ACCEPT WS-ENTERED-PERIOD.
           MOVE ZERO TO WS-PERIOD.
           IF WS-ENTERED-PERIOD IS NUMERIC
               MOVE WS-ENTERED-PERIOD TO WS-PERIOD
               IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                   OR WS-PERIOD-YYYY < 1900
                   MOVE ZERO TO WS-PERIOD
               END-IF
           END-IF.

      *    The amount is signed as GL-RECON signs the difference:
      *    subledger total less control account balance.
       ADD-EXPLANATION.
           IF WS-REX-COUNT >= 500
               DISPLAY "RECONEXP.DAT LLENO (500)"
               GO TO ADD-EXPLANATION-EXIT
           END-IF.

           MOVE SPACES TO RECON-EXPLANATION-RECORD.
           PERFORM ASK-PERIOD.
           IF WS-PERIOD = ZERO
               DISPLAY "PERIODO INVALIDO"
               GO TO ADD-EXPLANATION-EXIT
           END-IF.
           MOVE WS-PERIOD TO REX-PERIOD.

           DISPLAY "AUXILIAR (ORIGTRAN, REVERSAL, ADJBAL, ADJSUSP) : ".
           ACCEPT REX-LEDGER.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-LDG-SUB FROM 1 BY 1
                   UNTIL WS-LDG-SUB > WS-LDG-COUNT OR WS-FOUND
               IF WS-LDG-NAME-TBL(WS-LDG-SUB) = REX-LEDGER
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               DISPLAY "AUXILIAR NO DEFINIDO EN RECONCTL.DAT"
               GO TO ADD-EXPLANATION-EXIT
           END-IF.

           DISPLAY "EMPRESA (EN BLANCO = PRINCIPAL) : ".
           MOVE SPACES TO CMQ-CODE-IN.
           ACCEPT CMQ-CODE-IN.
           CALL "CMP-CHECK" USING COMPANY-REQUEST.
           IF NOT CMQ-FOUND
               DISPLAY "EMPRESA NO EXISTE EN COMPANY.DAT"
               GO TO ADD-EXPLANATION-EXIT
           END-IF.
           MOVE CMQ-CODE-OUT TO REX-COMPANY.
           PERFORM SHOW-LAST-RESULT.

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
           COMPUTE REX-AMOUNT = WS-AMOUNT-DIGITS / 100.
           DISPLAY "EL AUXILIAR SUPERA AL MAYOR POR ESTE IMPORTE "
               "(S/N) : ".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = 'S' AND WS-ANSWER NOT = 's'
               COMPUTE REX-AMOUNT = REX-AMOUNT * -1
           END-IF.

           DISPLAY "EXPLICACION : ".
           ACCEPT REX-TEXT.
           IF REX-TEXT = SPACES
               DISPLAY "LA EXPLICACION ES OBLIGATORIA - ALTA "
                   "RECHAZADA"
               GO TO ADD-EXPLANATION-EXIT
           END-IF.

           MOVE SGN-OPERATOR-ID TO REX-ENTERED-BY.
           MOVE WS-RUN-DATE TO REX-ENTERED-DATE.
           MOVE ZERO TO REX-CANCEL-DATE.
           MOVE SPACES TO REX-CANCELLED-BY.
           ADD 1 TO WS-NEXT-ID.
           MOVE WS-NEXT-ID TO REX-ID.
           ADD 1 TO WS-REX-COUNT.
           MOVE RECON-EXPLANATION-RECORD TO WS-REX-ENTRY(WS-REX-COUNT).
           SET WS-CHANGED TO TRUE.
           DISPLAY "EXPLICACION " REX-ID " REGISTRADA".
       ADD-EXPLANATION-EXIT.
           EXIT.

      *    The difference left by the last GL-RECON run for the
      *    period is shown to guide the amount; it is not required.
       SHOW-LAST-RESULT.
           OPEN INPUT RESULT-FILE.
           IF WS-RCR-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RESULT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RCR-PERIOD = REX-PERIOD
                               AND RCR-LEDGER = REX-LEDGER
                               AND RCR-COMPANY = REX-COMPANY
                               MOVE RCR-RUN-DATE TO RL-RUN-DATE
                               MOVE RCR-UNEXPLAINED TO RL-UNEXPLAINED
                               DISPLAY WS-RESULT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF.
           SET WS-EOF TO FALSE.

      *    A cancellation takes effect on the next GL-RECON run; the
      *    explanation stays on file with the operator who cancelled
      *    it.
       CANCEL-EXPLANATION.
           DISPLAY "NUMERO DE EXPLICACION : ".
           ACCEPT WS-ENTERED-ID.
           SET WS-FOUND TO FALSE.
           MOVE ZERO TO WS-HIT.
           IF WS-ENTERED-ID IS NUMERIC
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-REX-COUNT OR WS-FOUND
                   MOVE WS-REX-ENTRY(WS-SUB)
                       TO RECON-EXPLANATION-RECORD
                   IF REX-ID = WS-ENTERED-ID
                       SET WS-FOUND TO TRUE
                       MOVE WS-SUB TO WS-HIT
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT WS-FOUND
               DISPLAY "EXPLICACION NO ENCONTRADA"
           ELSE
               MOVE WS-REX-ENTRY(WS-HIT) TO RECON-EXPLANATION-RECORD
               IF REX-CANCEL-DATE NOT = ZERO
                   DISPLAY "EXPLICACION YA CANCELADA EL "
                       REX-CANCEL-DATE
               ELSE
                   MOVE WS-RUN-DATE TO REX-CANCEL-DATE
                   MOVE SGN-OPERATOR-ID TO REX-CANCELLED-BY
                   MOVE RECON-EXPLANATION-RECORD TO WS-REX-ENTRY(WS-HIT)
                   SET WS-CHANGED TO TRUE
                   DISPLAY "EXPLICACION " REX-ID " CANCELADA"
               END-IF
           END-IF.

       LOAD-EXPLANATION-TABLE.
           OPEN INPUT EXPLANATION-FILE.
           IF WS-REX-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ EXPLANATION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-REX-COUNT >= 500
                               DISPLAY "RECONEXP.DAT HAS MORE THAN "
                                   "500 ROWS - EXTRA IGNORED"
                               SET WS-LOAD-OK TO FALSE
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-REX-COUNT
                               MOVE RECON-EXPLANATION-RECORD TO
                                   WS-REX-ENTRY(WS-REX-COUNT)
                               IF REX-ID > WS-NEXT-ID
                                   MOVE REX-ID TO WS-NEXT-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPLANATION-FILE
           ELSE
               IF WS-REX-STATUS NOT = "35"
                   DISPLAY "RECONEXP.DAT NO DISPONIBLE - STATUS "
                       WS-REX-STATUS
                   SET WS-LOAD-OK TO FALSE
               END-IF
           END-IF.

       LOAD-RECON-CONTROL.
           OPEN INPUT RECON-CTL-FILE.
           IF WS-RCC-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RECON-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-LDG-COUNT >= 20
                               DISPLAY "RECONCTL.DAT HAS MORE THAN 20 "
                                   "ROWS - EXTRA IGNORED"
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-LDG-COUNT
                               MOVE RCC-LEDGER TO
                                   WS-LDG-NAME-TBL(WS-LDG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECON-CTL-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       SAVE-EXPLANATION-TABLE.
           OPEN OUTPUT EXPLANATION-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REX-COUNT
               MOVE WS-REX-ENTRY(WS-SUB) TO RECON-EXPLANATION-RECORD
               WRITE RECON-EXPLANATION-RECORD
           END-PERFORM.
           CLOSE EXPLANATION-FILE.

       END PROGRAM RECON-EXPLAIN.
