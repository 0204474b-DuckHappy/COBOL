       01  WS-NEW-RATE PIC V999.
       01  WS-NEW-EFF-FROM PIC 9(8).
       01  WS-NEW-EFF-TO PIC 9(8).
       01  WS-NEW-COMPANY PIC X(2).
       01  WS-CHK-NEW-FROM PIC 9(8).
       01  WS-CHK-NEW-TO PIC 9(8).
       01  WS-CHK-ROW-FROM PIC 9(8).
               03 WS-RATE-ACTIVE-TBL  PIC X.
               03 WS-RATE-EFF-FROM-TBL PIC 9(8).
               03 WS-RATE-EFF-TO-TBL   PIC 9(8).
               03 WS-RATE-COMPANY-TBL  PIC X(2).

       01  WS-BEFORE-COUNT PIC 9(2) VALUE ZERO.
       01  WS-BEFORE-TABLE.
               03 WS-BEF-ACTIVE  PIC X.
               03 WS-BEF-EFF-FROM PIC 9(8).
               03 WS-BEF-EFF-TO   PIC 9(8).
               03 WS-BEF-COMPANY  PIC X(2).

       COPY RUNSTAMP.
       COPY NUMVALID.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY AUTHRQ.
       COPY CMPRQ.

       01  WS-LIST-LINE.
           02 LL-NUM PIC Z9.
           02 LL-EFF-FROM PIC 9(8).
           02 FILLER PIC X(1) VALUE "-".
           02 LL-EFF-TO PIC 9(8).
           02 FILLER PIC X(5) VALUE " EMP ".
           02 LL-COMPANY PIC X(2).

       01  WS-RPT-HDR.
           02 FILLER PIC X(34)
           02 FILLER PIC X(9) VALUE " ACTIVO: ".
           02 RD-ACTIVE PIC X.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'I' TO WIN-MODE.
           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MAINT-MENU
               ACCEPT WS-ACTION
               PERFORM AUTHORIZE-ACTION
               IF AUT-PERMITTED
                   EVALUATE WS-ACTION
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LIST-RATE-TABLE
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM ADD-RATE-CODE
                       WHEN 'C'
                       WHEN 'c'
                           PERFORM CHANGE-RATE-CODE
                       WHEN 'D'
                       WHEN 'd'
                           PERFORM DEACTIVATE-RATE-CODE
                       WHEN 'V'
                       WHEN 'v'
                           PERFORM CHANGE-ROW-WINDOW
                       WHEN 'E'
                       WHEN 'e'
                           PERFORM CHANGE-RATE-COMPANY
                       WHEN 'X'
                       WHEN 'x'
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-CHANGED
           DISPLAY "C. CAMBIO DE TASA".
           DISPLAY "D. DESACTIVAR CODIGO".
           DISPLAY "V. CAMBIAR VIGENCIA DE UNA FILA".
           DISPLAY "E. CAMBIAR EMPRESA DEL CODIGO".
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
               WHEN 'D'
               WHEN 'd'
                   MOVE 'D' TO AUT-FUNCTION
               WHEN 'V'
               WHEN 'v'
                   MOVE 'C' TO AUT-FUNCTION
               WHEN 'E'
               WHEN 'e'
                   MOVE 'C' TO AUT-FUNCTION
           END-EVALUATE.
           SET AUT-PERMITTED TO TRUE.
           IF AUT-FUNCTION NOT = SPACE
               MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
               MOVE SGN-OPERATOR-ROLE TO AUT-ROLE
               MOVE "SURCH-RATE-MAINT" TO AUT-PROGRAM
               SET AUT-LOG-DENIAL TO TRUE
               CALL "AUTH-CHECK" USING AUTH-REQUEST
               IF NOT AUT-PERMITTED
                   DISPLAY "FUNCION NO AUTORIZADA PARA EL ROL "
                       SGN-OPERATOR-ROLE
               END-IF
           END-IF.

       LIST-RATE-TABLE.
           IF WS-RATE-COUNT = ZERO
               DISPLAY "TABLA DE RECARGOS VACIA"
               MOVE WS-RATE-ACTIVE-TBL(WS-SUB) TO LL-ACTIVE
               MOVE WS-RATE-EFF-FROM-TBL(WS-SUB) TO LL-EFF-FROM
               MOVE WS-RATE-EFF-TO-TBL(WS-SUB) TO LL-EFF-TO
               MOVE WS-RATE-COMPANY-TBL(WS-SUB) TO CMQ-CODE-IN
               CALL "CMP-CHECK" USING COMPANY-REQUEST
               MOVE CMQ-CODE-OUT TO LL-COMPANY
               DISPLAY WS-LIST-LINE
           END-PERFORM.

                   DISPLAY "VIGENCIA SOLAPA OTRA FILA DEL CODIGO "
                       "- ALTA RECHAZADA"
               ELSE
                   IF WS-FOUND
                       MOVE WS-RATE-COMPANY-TBL(WS-HIT)
                           TO WS-NEW-COMPANY
                   ELSE
                       PERFORM ASK-RATE-COMPANY
                   END-IF
                   PERFORM ASK-RATE-VALUE
                   ADD 1 TO WS-RATE-COUNT
                   MOVE WS-ENTERED-CODE TO
                       WS-RATE-EFF-FROM-TBL(WS-RATE-COUNT)
                   MOVE WS-NEW-EFF-TO TO
                       WS-RATE-EFF-TO-TBL(WS-RATE-COUNT)
                   MOVE WS-NEW-COMPANY TO
                       WS-RATE-COMPANY-TBL(WS-RATE-COUNT)
                   MOVE ZERO TO AUD-OLD-RATE
                   MOVE 'A' TO WS-ACTION
                   PERFORM WRITE-RATE-AUDIT
               DISPLAY "FILA INEXISTENTE"
           ELSE
               MOVE WS-RATE-CODE-TBL(WS-HIT) TO WS-ENTERED-CODE
               MOVE WS-RATE-COMPANY-TBL(WS-HIT) TO WS-NEW-COMPANY
               PERFORM ASK-EFF-DATES
               PERFORM CHECK-OVERLAP-EXCEPT-ROW
               IF WS-OVERLAP
               DISPLAY "CODIGO NO ENCONTRADO - CAMBIO RECHAZADO"
           ELSE
               MOVE WS-RATE-PERCENT-TBL(WS-HIT) TO AUD-OLD-RATE
               MOVE WS-RATE-COMPANY-TBL(WS-HIT) TO WS-NEW-COMPANY
               PERFORM ASK-RATE-VALUE
               MOVE WS-NEW-RATE TO WS-RATE-PERCENT-TBL(WS-HIT)
               MOVE WS-RATE-EFF-FROM-TBL(WS-HIT) TO WS-NEW-EFF-FROM
                   MOVE WS-RATE-PERCENT-TBL(WS-HIT) TO AUD-OLD-RATE
                   MOVE WS-RATE-PERCENT-TBL(WS-HIT) TO WS-NEW-RATE
                   MOVE 'N' TO WS-RATE-ACTIVE-TBL(WS-HIT)
                   MOVE WS-RATE-COMPANY-TBL(WS-HIT) TO WS-NEW-COMPANY
                   MOVE WS-RATE-EFF-FROM-TBL(WS-HIT)
                       TO WS-NEW-EFF-FROM
                   MOVE WS-RATE-EFF-TO-TBL(WS-HIT) TO WS-NEW-EFF-TO
               END-IF
           END-IF.

      *    The company follows the code, so a move between companies
      *    goes to every row of the code at once.
       CHANGE-RATE-COMPANY.
           PERFORM ASK-RATE-CODE.
           IF NOT WS-FOUND
               DISPLAY "CODIGO NO ENCONTRADO - CAMBIO RECHAZADO"
           ELSE
               PERFORM ASK-RATE-COMPANY
               IF WS-NEW-COMPANY = WS-RATE-COMPANY-TBL(WS-HIT)
                   DISPLAY "EL CODIGO YA ES DE ESA EMPRESA"
               ELSE
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-RATE-COUNT
                       IF WS-RATE-CODE-TBL(WS-SUB) = WS-ENTERED-CODE
                           MOVE WS-NEW-COMPANY
                               TO WS-RATE-COMPANY-TBL(WS-SUB)
                       END-IF
                   END-PERFORM
                   MOVE WS-RATE-PERCENT-TBL(WS-HIT) TO AUD-OLD-RATE
                   MOVE WS-RATE-PERCENT-TBL(WS-HIT) TO WS-NEW-RATE
                   MOVE WS-RATE-EFF-FROM-TBL(WS-HIT)
                       TO WS-NEW-EFF-FROM
                   MOVE WS-RATE-EFF-TO-TBL(WS-HIT) TO WS-NEW-EFF-TO
                   MOVE 'E' TO WS-ACTION
                   PERFORM WRITE-RATE-AUDIT
                   PERFORM QUEUE-PENDING-CHANGE
                   SET WS-CHANGED TO TRUE
                   DISPLAY "EMPRESA ACTUALIZADA"
               END-IF
           END-IF.

       ASK-RATE-COMPANY.
           SET CMQ-FOUND TO FALSE.
           PERFORM UNTIL CMQ-FOUND AND CMQ-ACTIVE
               DISPLAY "EMPRESA DEL CODIGO (EN BLANCO = DEFECTO) : "
               ACCEPT WS-NEW-COMPANY
               MOVE WS-NEW-COMPANY TO CMQ-CODE-IN
               CALL "CMP-CHECK" USING COMPANY-REQUEST
               IF CMQ-FOUND AND CMQ-ACTIVE
                   MOVE CMQ-CODE-OUT TO WS-NEW-COMPANY
                   DISPLAY "EMPRESA " CMQ-CODE-OUT " " CMQ-NAME
               ELSE
                   DISPLAY "EMPRESA INEXISTENTE O INACTIVA EN "
                       "COMPANY.DAT"
               END-IF
           END-PERFORM.

       QUEUE-PENDING-CHANGE.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE WS-ACTION TO RPD-ACTION.
           MOVE WS-NEW-EFF-TO TO RPD-EFF-TO.
           MOVE SGN-OPERATOR-ID TO RPD-PROPOSER.
           MOVE WS-RUN-DATE TO RPD-PROP-DATE.
           MOVE WS-NEW-COMPANY TO RPD-COMPANY.
           OPEN EXTEND PENDING-FILE.
           IF WS-PND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           ELSE
               MOVE ZERO TO WS-RATE-EFF-TO-TBL(WS-RATE-COUNT)
           END-IF.
           MOVE CTL-COMPANY TO WS-RATE-COMPANY-TBL(WS-RATE-COUNT).

       WRITE-CHANGE-REPORT.
           OPEN OUTPUT CHANGE-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE CHANGE-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO RH-DATE.
           MOVE SGN-OPERATOR-ID TO RH-OPERATOR.
           WRITE CHANGE-REPORT-LINE FROM WS-RPT-HDR.
