           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-ACTING-OK-FLAG PIC X VALUE 'Y'.
           88 WS-ACTING-OK VALUE 'Y' FALSE 'N'.
       01  WS-ACTING-FOR PIC X(8) VALUE SPACES.
       01  WS-RATE-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-RATE-LOADED VALUE 'Y'.
       01  WS-TABLE-CHANGED-FLAG PIC X VALUE 'N'.
               03 WS-PND-EFF-TO    PIC 9(8).
               03 WS-PND-PROPOSER  PIC X(8).
               03 WS-PND-PROP-DATE PIC 9(8).
               03 WS-PND-COMPANY   PIC X(2).
               03 WS-PND-STATE     PIC X.
                  88 WS-PND-OPEN     VALUE 'P'.
                  88 WS-PND-APPLIED  VALUE 'A'.
               03 WS-RATE-ACTIVE-TBL  PIC X.
               03 WS-RATE-EFF-FROM-TBL PIC 9(8).
               03 WS-RATE-EFF-TO-TBL   PIC 9(8).
               03 WS-RATE-COMPANY-TBL  PIC X(2).

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY DELEGRQ.

       01  WS-LIST-LINE.
           02 LL-NUM PIC ZZ9.
           02 LL-EFF-TO PIC 9(8).
           02 FILLER PIC X(6) VALUE " POR: ".
           02 LL-PROPOSER PIC X(8).
           02 FILLER PIC X(5) VALUE " EMP ".
           02 LL-COMPANY PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM SELECT-ACTING-FOR THRU SELECT-ACTING-FOR-EXIT.
           IF NOT WS-ACTING-OK
               MOVE 'O' TO SGN-FUNCTION
               CALL "OPER-SIGNON" USING SIGNON-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-PENDING-TABLE.
           IF WS-PENDING-COUNT = ZERO
               DISPLAY "SIN CAMBIOS DE TASAS PENDIENTES"

      *    The live rate table is only rewritten when it was read
      *    back cleanly and a change was actually applied; a failed
      *    load must never be saved back as an empty table.  The
      *    counter ready-reckoner is reprinted from the new rates.
           IF WS-RATE-LOADED AND WS-TABLE-CHANGED
               PERFORM SAVE-RATE-TABLE
               CALL "SURCH-RECKON"
           END-IF.
           PERFORM SAVE-PENDING-TABLE.

           DISPLAY "X. SALIR".
           DISPLAY "SELECCIONE UNA OPCION : ".

      *    An operator covering for an absent supervisor chooses at
      *    sign-on whose name the session acts in; only a delegation
      *    in force today for this queue is accepted.
       SELECT-ACTING-FOR.
           MOVE SPACES TO WS-ACTING-FOR.
           MOVE 'F' TO DLQ-FUNCTION.
           MOVE 'T' TO DLQ-QUEUE.
           MOVE SGN-OPERATOR-ID TO DLQ-DELEGATE.
           MOVE WS-RUN-DATE TO DLQ-DATE.
           CALL "DELEG-CHECK" USING DELEGATION-REQUEST.
           IF DLQ-FOUND-COUNT = ZERO
               GO TO SELECT-ACTING-FOR-EXIT
           END-IF.
           DISPLAY "DELEGACIONES VIGENTES A SU FAVOR: "
               DLQ-FOUND-COUNT " (" DLQ-DELEGATOR " HASTA "
               DLQ-TO-DATE ")".
           DISPLAY "ACTUAR EN NOMBRE DE (EN BLANCO = PROPIO) : ".
           ACCEPT WS-ACTING-FOR.
           IF WS-ACTING-FOR = SPACES
               GO TO SELECT-ACTING-FOR-EXIT
           END-IF.
           MOVE 'V' TO DLQ-FUNCTION.
           MOVE WS-ACTING-FOR TO DLQ-DELEGATOR.
           CALL "DELEG-CHECK" USING DELEGATION-REQUEST.
           IF DLQ-IN-FORCE
               DISPLAY "ACTUANDO EN NOMBRE DE " WS-ACTING-FOR
                   " - DELEGACION " DLQ-DELEGATION-ID
           ELSE
               DISPLAY "SIN DELEGACION VIGENTE DE " WS-ACTING-FOR
                   " PARA LIBERAR TASAS"
               SET WS-ACTING-OK TO FALSE
           END-IF.
       SELECT-ACTING-FOR-EXIT.
           EXIT.

      *    Decisions taken for another supervisor are logged with
      *    both names and the proposer; RATEAUD/RATEREJ keep who
      *    acted.
       LOG-DELEGATED-DECISION.
           IF WS-ACTING-FOR NOT = SPACES
               MOVE 'W' TO DLQ-FUNCTION
               MOVE WS-ACTING-FOR TO DLQ-DELEGATOR
               MOVE SPACES TO DLQ-ITEM-KEY
               MOVE WS-PND-ACTION(WS-ENTRY-NUM) TO DLQ-ITEM-KEY(1:1)
               MOVE WS-PND-CODE(WS-ENTRY-NUM) TO DLQ-ITEM-KEY(2:6)
               MOVE WS-PND-PROP-DATE(WS-ENTRY-NUM) TO
                   DLQ-ITEM-KEY(8:8)
               MOVE WS-PND-PROPOSER(WS-ENTRY-NUM) TO DLQ-MAKER
               CALL "DELEG-CHECK" USING DELEGATION-REQUEST
           END-IF.

       LIST-PENDING.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PENDING-COUNT
                   MOVE WS-PND-EFF-FROM(WS-SUB) TO LL-EFF-FROM
                   MOVE WS-PND-EFF-TO(WS-SUB) TO LL-EFF-TO
                   MOVE WS-PND-PROPOSER(WS-SUB) TO LL-PROPOSER
                   MOVE WS-PND-COMPANY(WS-SUB) TO LL-COMPANY
                   DISPLAY WS-LIST-LINE
               END-IF
           END-PERFORM.
                   DISPLAY "EL PROPONENTE NO PUEDE LIBERAR SU "
                       "PROPIO CAMBIO"
               ELSE
                   IF WS-ACTING-FOR NOT = SPACES
                       AND WS-PND-PROPOSER(WS-ENTRY-NUM) =
                           WS-ACTING-FOR
                       DISPLAY "NO SE PUEDE LIBERAR EN NOMBRE DEL "
                           "PROPIO PROPONENTE"
                   ELSE
                       PERFORM APPLY-PENDING-CHANGE
                   END-IF
               END-IF
           END-IF.
       APPROVE-ENTRY-EXIT.
                   PERFORM APPLY-DEACTIVATE
               WHEN 'V'
                   PERFORM APPLY-WINDOW-CHANGE
               WHEN 'E'
                   PERFORM APPLY-COMPANY-CHANGE
               WHEN OTHER
                   DISPLAY "ACCION PENDIENTE DESCONOCIDA - OMITIDA"
           END-EVALUATE.
                   WS-RATE-EFF-FROM-TBL(WS-RATE-COUNT)
               MOVE WS-PND-EFF-TO(WS-ENTRY-NUM) TO
                   WS-RATE-EFF-TO-TBL(WS-RATE-COUNT)
               MOVE WS-PND-COMPANY(WS-ENTRY-NUM) TO
                   WS-RATE-COMPANY-TBL(WS-RATE-COUNT)
               PERFORM MARK-APPLIED
           END-IF.

               PERFORM MARK-APPLIED
           END-IF.

      *    Every row of the code moves to the new company together.
       APPLY-COMPANY-CHANGE.
           IF WS-HIT = ZERO
               DISPLAY "CODIGO NO EXISTE EN LA TABLA - NO APLICADO"
           ELSE
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   IF WS-RATE-CODE-TBL(WS-RATE-SUB) =
                       WS-PND-CODE(WS-ENTRY-NUM)
                       MOVE WS-PND-COMPANY(WS-ENTRY-NUM) TO
                           WS-RATE-COMPANY-TBL(WS-RATE-SUB)
                   END-IF
               END-PERFORM
               PERFORM MARK-APPLIED
           END-IF.

       MARK-APPLIED.
           SET WS-TABLE-CHANGED TO TRUE.
           SET WS-PND-APPLIED(WS-ENTRY-NUM) TO TRUE.
           PERFORM WRITE-RATE-AUDIT.
           MOVE 'A' TO DLQ-DECISION.
           PERFORM LOG-DELEGATED-DECISION.
           DISPLAY "CAMBIO LIBERADO Y APLICADO".

       FIND-RATE-CODE.
               WRITE RATE-REJECT-RECORD
               CLOSE REJECTED-FILE
               SET WS-PND-REJECTED(WS-ENTRY-NUM) TO TRUE
               MOVE 'R' TO DLQ-DECISION
               PERFORM LOG-DELEGATED-DECISION
               DISPLAY "CAMBIO RECHAZADO"
           END-IF.

                                   WS-PND-PROPOSER(WS-PENDING-COUNT)
                               MOVE RPD-PROP-DATE TO
                                   WS-PND-PROP-DATE(WS-PENDING-COUNT)
                               MOVE RPD-COMPANY TO
                                   WS-PND-COMPANY(WS-PENDING-COUNT)
                               SET WS-PND-OPEN(WS-PENDING-COUNT)
                                   TO TRUE
                           END-IF
                   MOVE WS-PND-EFF-TO(WS-SUB) TO RPD-EFF-TO
                   MOVE WS-PND-PROPOSER(WS-SUB) TO RPD-PROPOSER
                   MOVE WS-PND-PROP-DATE(WS-SUB) TO RPD-PROP-DATE
                   MOVE WS-PND-COMPANY(WS-SUB) TO RPD-COMPANY
                   WRITE RATE-PEND-RECORD
               END-IF
           END-PERFORM.
           ELSE
               MOVE ZERO TO WS-RATE-EFF-TO-TBL(WS-RATE-COUNT)
           END-IF.
           MOVE CTL-COMPANY TO WS-RATE-COMPANY-TBL(WS-RATE-COUNT).

       SAVE-RATE-TABLE.
           OPEN OUTPUT RATE-CTL-FILE.
               MOVE WS-RATE-ACTIVE-TBL(WS-SUB) TO CTL-ACTIVE-FLAG
               MOVE WS-RATE-EFF-FROM-TBL(WS-SUB) TO CTL-EFF-FROM
               MOVE WS-RATE-EFF-TO-TBL(WS-SUB) TO CTL-EFF-TO
               MOVE WS-RATE-COMPANY-TBL(WS-SUB) TO CTL-COMPANY
               WRITE RATE-CTL-RECORD
           END-PERFORM.
           CLOSE RATE-CTL-FILE.
