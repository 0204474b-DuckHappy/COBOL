           SELECT ITEM-AUDIT-FILE ASSIGN TO "ITEMAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT SUPERSESSION-FILE ASSIGN TO "SUPERSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "DORMPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 AUD-ACTION   PIC X.
           02 AUD-CODE     PIC X(6).
           02 AUD-DESC     PIC X(20).
           02 AUD-OLD-COST PIC 9(5)V99.
           02 AUD-NEW-COST PIC 9(5)V99.

       FD  SUPERSESSION-FILE.
       COPY SUPREC.

       FD  PROPOSAL-FILE.
       COPY DORMPROP.

       WORKING-STORAGE SECTION.
       01  WS-ITM-STATUS PIC XX.
       01  WS-AUD-STATUS PIC XX.
       01  WS-SUP-STATUS PIC XX.
       01  WS-DRP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.
       01  WS-NUM-VALID-FLAG PIC X VALUE 'N'.
           88 WS-NUM-VALID VALUE 'Y' FALSE 'N'.

       01  WS-ACTION PIC X.
       01  WS-ENTERED-CODE PIC X(6).
       01  WS-NEW-DESC PIC X(20).
       01  WS-NEW-UNIT PIC X(4).
       01  WS-COST-DIGITS PIC 9(7).
       01  WS-NEW-COST PIC 9(5)V99.
       01  WS-OLD-COST PIC 9(5)V99.
       01  WS-COST-EDIT PIC ZZ,ZZ9.99.

      *    SUPERSED.DAT is held whole, cancelled links included, and
      *    written back after every change. Should it not fit, links
      *    may be listed but not changed, so none is lost.
       01  WS-SUP-SUB PIC 9(3).
       01  WS-SUP-HIT PIC 9(3).
       01  WS-SUP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SUP-FULL-FLAG PIC X VALUE 'N'.
           88 WS-SUP-FULL VALUE 'Y'.
       01  WS-SUP-TABLE.
           02 WS-SUP-ENTRY OCCURS 500 TIMES PIC X(53).
       01  WS-OLD-CODE PIC X(6).
       01  WS-NEW-CODE PIC X(6).
       01  WS-EFFECTIVE PIC 9(8).
       01  WS-OLD-ACTIVE PIC X.
       01  WS-FIND-CODE PIC X(6).
       01  WS-WALK-STEPS PIC 9(3).
       01  WS-LOOP-FLAG PIC X.
           88 WS-LOOP-FOUND VALUE 'Y' FALSE 'N'.
       01  WS-DEACTIVATED-FLAG PIC X VALUE 'N'.
           88 WS-DEACTIVATED VALUE 'Y' FALSE 'N'.

      *    DORMPROP.DAT is held whole while approved dormancy
      *    proposals are carried out and written back once. Should it
      *    not fit, nothing is applied so no line is lost.
       01  WS-DRP-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-DRP-OVERFLOW VALUE 'Y'.
       01  WS-DRP-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-DRP-CHANGED VALUE 'Y' FALSE 'N'.
       01  WS-DRP-SUB PIC 9(4).
       01  WS-DRP-COUNT PIC 9(4).
       01  WS-DRP-TABLE.
           02 WS-DRP-ENTRY OCCURS 2000 TIMES PIC X(111).
       01  WS-APPLIED-COUNT PIC 9(4).
       01  WS-REFUSED-COUNT PIC 9(4).

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY AUTHRQ.

       01  WS-LIST-LINE.
           02 LL-CODE PIC X(6).
           02 LL-UNIT PIC X(4).
           02 FILLER PIC X(9) VALUE " ACTIVO: ".
           02 LL-ACTIVE PIC X.
           02 FILLER PIC X(8) VALUE " COSTO: ".
           02 LL-COST PIC ZZ,ZZ9.99.
           02 LL-NEXT-TAG PIC X(4).
           02 LL-NEXT PIC X(6).

       01  WS-SUP-LINE.
           02 SL-OLD PIC X(6).
           02 FILLER PIC X(4) VALUE " -> ".
           02 SL-NEW PIC X(6).
           02 FILLER PIC X(7) VALUE " DESDE ".
           02 SL-EFFECTIVE PIC 9(8).
           02 FILLER PIC X(5) VALUE " POR ".
           02 SL-ENTERED-BY PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 SL-ENTERED-DATE PIC 9(8).
           02 SL-STATE PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM OPEN-MASTER.
           PERFORM LOAD-SUPERSESSIONS.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MAINT-MENU
               ACCEPT WS-ACTION
               PERFORM AUTHORIZE-ACTION
               IF AUT-PERMITTED
                   EVALUATE WS-ACTION
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LIST-ITEMS
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM ADD-ITEM
                       WHEN 'C'
                       WHEN 'c'
                           PERFORM CHANGE-ITEM
                       WHEN 'D'
                       WHEN 'd'
                           PERFORM DEACTIVATE-ITEM
                       WHEN 'R'
                       WHEN 'r'
                           PERFORM REACTIVATE-ITEM
                       WHEN 'S'
                       WHEN 's'
                           PERFORM CHANGE-ITEM-COST
                       WHEN 'U'
                       WHEN 'u'
                           PERFORM ADD-SUPERSESSION
                       WHEN 'N'
                       WHEN 'n'
                           PERFORM CANCEL-SUPERSESSION
                       WHEN 'K'
                       WHEN 'k'
                           PERFORM LIST-SUPERSESSIONS
                       WHEN 'P'
                       WHEN 'p'
                           PERFORM APPLY-DORMANT-PROPOSALS
                       WHEN 'X'
                       WHEN 'x'
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-IF
           END-PERFORM.

           CLOSE ITEM-MASTER.
           DISPLAY "C. CAMBIO DE DATOS".
           DISPLAY "D. DESACTIVAR ARTICULO".
           DISPLAY "R. REACTIVAR ARTICULO".
           DISPLAY "S. CAMBIO DE COSTO ESTANDAR".
           DISPLAY "U. SUSTITUIR ARTICULO POR OTRO".
           DISPLAY "N. ANULAR SUSTITUCION".
           DISPLAY "K. LISTAR SUSTITUCIONES".
           DISPLAY "P. DESACTIVAR INACTIVOS APROBADOS".
           DISPLAY "X. SALIR".
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
               WHEN 'R'
               WHEN 'r'
                   MOVE 'C' TO AUT-FUNCTION
               WHEN 'S'
               WHEN 's'
                   MOVE 'C' TO AUT-FUNCTION
               WHEN 'U'
               WHEN 'u'
                   MOVE 'C' TO AUT-FUNCTION
               WHEN 'N'
               WHEN 'n'
                   MOVE 'C' TO AUT-FUNCTION
               WHEN 'K'
               WHEN 'k'
                   MOVE 'I' TO AUT-FUNCTION
               WHEN 'P'
               WHEN 'p'
                   MOVE 'D' TO AUT-FUNCTION
           END-EVALUATE.
           SET AUT-PERMITTED TO TRUE.
           IF AUT-FUNCTION NOT = SPACE
               MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
               MOVE SGN-OPERATOR-ROLE TO AUT-ROLE
               MOVE "ITEM-MAINT" TO AUT-PROGRAM
               SET AUT-LOG-DENIAL TO TRUE
               CALL "AUTH-CHECK" USING AUTH-REQUEST
               IF NOT AUT-PERMITTED
                   DISPLAY "FUNCION NO AUTORIZADA PARA EL ROL "
                       SGN-OPERATOR-ROLE
               END-IF
           END-IF.

       OPEN-MASTER.
           OPEN I-O ITEM-MASTER.
           IF WS-ITM-STATUS = "35"
                       MOVE ITM-DESCRIPTION TO LL-DESC
                       MOVE ITM-UNIT TO LL-UNIT
                       MOVE ITM-ACTIVE-FLAG TO LL-ACTIVE
                       MOVE ITM-STD-COST TO LL-COST
                       MOVE SPACES TO LL-NEXT-TAG
                       MOVE SPACES TO LL-NEXT
                       MOVE ITM-CODE TO WS-FIND-CODE
                       PERFORM FIND-ACTIVE-LINK
                       IF WS-SUP-HIT > ZERO
                           MOVE " -> " TO LL-NEXT-TAG
                           MOVE SUP-NEW-ITEM TO LL-NEXT
                       END-IF
                       DISPLAY WS-LIST-LINE
               END-READ
           END-PERFORM.

       READ-ITEM.
           SET WS-FOUND TO FALSE.
           MOVE ZERO TO WS-OLD-COST.
           MOVE WS-ENTERED-CODE TO ITM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
                   MOVE ITM-STD-COST TO WS-OLD-COST
           END-READ.

       ASK-ITEM-DATA.
           DISPLAY "UNIDAD DE MEDIDA : ".
           ACCEPT WS-NEW-UNIT.

       ASK-COST-VALUE.
           SET WS-NUM-VALID TO FALSE.
           PERFORM UNTIL WS-NUM-VALID
               DISPLAY "COSTO ESTANDAR EN CENTIMOS "
                   "(0000150 = 1.50) : "
               ACCEPT WS-COST-DIGITS
               IF WS-COST-DIGITS IS NUMERIC
                   SET WS-NUM-VALID TO TRUE
               ELSE
                   DISPLAY "COSTO INVALIDO - DEBE SER NUMERICO"
               END-IF
           END-PERFORM.
           COMPUTE WS-NEW-COST = WS-COST-DIGITS / 100.

       ADD-ITEM.
           PERFORM ASK-ITEM-CODE.
           IF WS-FOUND
               DISPLAY "CODIGO YA EXISTE - ALTA RECHAZADA"
           ELSE
               PERFORM ASK-ITEM-DATA
               PERFORM ASK-COST-VALUE
               MOVE WS-ENTERED-CODE TO ITM-CODE
               MOVE WS-NEW-DESC TO ITM-DESCRIPTION
               MOVE WS-NEW-UNIT TO ITM-UNIT
               MOVE 'Y' TO ITM-ACTIVE-FLAG
               MOVE WS-NEW-COST TO ITM-STD-COST
               WRITE ITEM-RECORD
                   INVALID KEY
                       DISPLAY "ERROR DE ESCRITURA - ALTA RECHAZADA"
               IF ITM-ACTIVE-FLAG = 'N'
                   DISPLAY "ARTICULO YA ESTABA DESACTIVADO"
               ELSE
                   PERFORM DEACTIVATE-FOUND-ITEM
               END-IF
           END-IF.

      *    Shared by the D option and by approved dormancy proposals:
      *    the item entered has just been read and is active.
       DEACTIVATE-FOUND-ITEM.
           SET WS-DEACTIVATED TO FALSE.
           MOVE 'N' TO ITM-ACTIVE-FLAG.
           REWRITE ITEM-RECORD
               INVALID KEY
                   DISPLAY "ERROR DE REESCRITURA"
               NOT INVALID KEY
                   MOVE 'D' TO WS-ACTION
                   PERFORM WRITE-ITEM-AUDIT
                   SET WS-DEACTIVATED TO TRUE
                   DISPLAY "ARTICULO DESACTIVADO"
           END-REWRITE.

      *    Carries out the item lines of DORMPROP.DAT a supervisor has
      *    approved in DORM-REVIEW, each through the same rewrite and
      *    audit as the D option. A line whose item is already
      *    inactive is closed as well.
       APPLY-DORMANT-PROPOSALS.
           PERFORM LOAD-PROPOSAL-TABLE.
           IF WS-DRP-OVERFLOW
               DISPLAY "DORMPROP.DAT EXCEDE LA TABLA - NO SE APLICA "
                   "NINGUNA PROPUESTA"
           ELSE
               MOVE ZERO TO WS-APPLIED-COUNT
               MOVE ZERO TO WS-REFUSED-COUNT
               SET WS-DRP-CHANGED TO FALSE
               PERFORM VARYING WS-DRP-SUB FROM 1 BY 1
                       UNTIL WS-DRP-SUB > WS-DRP-COUNT
                   MOVE WS-DRP-ENTRY(WS-DRP-SUB)
                       TO DORMANCY-PROPOSAL-RECORD
                   IF DRP-ITEM AND DRP-APPROVED
                       PERFORM APPLY-ONE-PROPOSAL
                   END-IF
               END-PERFORM
               IF WS-DRP-CHANGED
                   PERFORM SAVE-PROPOSAL-TABLE
               END-IF
               DISPLAY "PROPUESTAS APLICADAS : " WS-APPLIED-COUNT
                   "  SIN APLICAR : " WS-REFUSED-COUNT
           END-IF.

       APPLY-ONE-PROPOSAL.
           DISPLAY "ARTICULO " DRP-KEY " " DRP-NAME.
           MOVE DRP-KEY TO WS-ENTERED-CODE.
           PERFORM READ-ITEM.
           IF NOT WS-FOUND
               DISPLAY "ARTICULO NO ENCONTRADO"
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF ITM-ACTIVE-FLAG = 'N'
                   DISPLAY "ARTICULO YA ESTABA DESACTIVADO"
                   PERFORM CLOSE-PROPOSAL
               ELSE
                   PERFORM DEACTIVATE-FOUND-ITEM
                   IF WS-DEACTIVATED
                       PERFORM CLOSE-PROPOSAL
                   ELSE
                       ADD 1 TO WS-REFUSED-COUNT
                   END-IF
               END-IF
           END-IF.

       CLOSE-PROPOSAL.
           MOVE 'D' TO DRP-STATUS.
           MOVE SGN-OPERATOR-ID TO DRP-APPLIED-BY.
           MOVE WS-RUN-DATE TO DRP-APPLIED-DATE.
           MOVE DORMANCY-PROPOSAL-RECORD TO WS-DRP-ENTRY(WS-DRP-SUB).
           SET WS-DRP-CHANGED TO TRUE.
           ADD 1 TO WS-APPLIED-COUNT.

       LOAD-PROPOSAL-TABLE.
           MOVE ZERO TO WS-DRP-COUNT.
           MOVE 'N' TO WS-DRP-OVERFLOW-FLAG.
           OPEN INPUT PROPOSAL-FILE.
           IF WS-DRP-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ PROPOSAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-DRP-COUNT >= 2000
                               SET WS-DRP-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-DRP-COUNT
                               MOVE DORMANCY-PROPOSAL-RECORD
                                   TO WS-DRP-ENTRY(WS-DRP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           ELSE
               DISPLAY "DORMPROP.DAT SIN PROPUESTAS"
           END-IF.

       SAVE-PROPOSAL-TABLE.
           OPEN OUTPUT PROPOSAL-FILE.
           PERFORM VARYING WS-DRP-SUB FROM 1 BY 1
                   UNTIL WS-DRP-SUB > WS-DRP-COUNT
               MOVE WS-DRP-ENTRY(WS-DRP-SUB)
                   TO DORMANCY-PROPOSAL-RECORD
               WRITE DORMANCY-PROPOSAL-RECORD
           END-PERFORM.
           CLOSE PROPOSAL-FILE.

       REACTIVATE-ITEM.
           PERFORM ASK-ITEM-CODE.
           IF NOT WS-FOUND
               END-IF
           END-IF.

       CHANGE-ITEM-COST.
           PERFORM ASK-ITEM-CODE.
           IF NOT WS-FOUND
               DISPLAY "ARTICULO NO ENCONTRADO - CAMBIO RECHAZADO"
           ELSE
               MOVE ITM-STD-COST TO WS-COST-EDIT
               DISPLAY "COSTO ACTUAL: " WS-COST-EDIT
               PERFORM ASK-COST-VALUE
               IF WS-NEW-COST = WS-OLD-COST
                   DISPLAY "COSTO SIN CAMBIOS"
               ELSE
                   MOVE WS-NEW-COST TO ITM-STD-COST
                   REWRITE ITEM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR DE REESCRITURA - CAMBIO "
                               "RECHAZADO"
                       NOT INVALID KEY
                           MOVE 'S' TO WS-ACTION
                           PERFORM WRITE-ITEM-AUDIT
                           DISPLAY "COSTO ESTANDAR ACTUALIZADO"
                   END-REWRITE
               END-IF
           END-IF.

      *    The item replaced may already be retired; the item that
      *    replaces it must be active. An item is replaced by one
      *    item only, and a link that would lead back to the item it
      *    replaces is refused, so every chain ends.
       ADD-SUPERSESSION.
           IF WS-SUP-FULL OR WS-SUP-COUNT >= 500
               DISPLAY "SUPERSED.DAT LLENO - SUSTITUCION RECHAZADA"
           ELSE
               PERFORM ASK-SUPERSESSION
           END-IF.

       ASK-SUPERSESSION.
           DISPLAY "ARTICULO SUSTITUIDO (EJ ART001) : ".
           ACCEPT WS-ENTERED-CODE.
           PERFORM READ-ITEM.
           MOVE WS-ENTERED-CODE TO WS-OLD-CODE.
           MOVE WS-ENTERED-CODE TO WS-FIND-CODE.
           MOVE ITM-ACTIVE-FLAG TO WS-OLD-ACTIVE.
           IF NOT WS-FOUND
               DISPLAY "ARTICULO NO ENCONTRADO - SUSTITUCION RECHAZADA"
           ELSE
               PERFORM FIND-ACTIVE-LINK
               IF WS-SUP-HIT > ZERO
                   DISPLAY "ARTICULO YA SUSTITUIDO POR " SUP-NEW-ITEM
                       " - ANULAR ANTES LA SUSTITUCION"
               ELSE
                   PERFORM ASK-REPLACEMENT
               END-IF
           END-IF.

       ASK-REPLACEMENT.
           DISPLAY "ARTICULO QUE LO SUSTITUYE : ".
           ACCEPT WS-ENTERED-CODE.
           PERFORM READ-ITEM.
           MOVE WS-ENTERED-CODE TO WS-NEW-CODE.
           EVALUATE TRUE
               WHEN WS-NEW-CODE = WS-OLD-CODE
                   DISPLAY "UN ARTICULO NO SE SUSTITUYE A SI MISMO"
               WHEN NOT WS-FOUND
                   DISPLAY "ARTICULO NO ENCONTRADO - SUSTITUCION "
                       "RECHAZADA"
               WHEN ITM-ACTIVE-FLAG = 'N'
                   DISPLAY "ARTICULO " WS-NEW-CODE " RETIRADO - "
                       "SUSTITUCION RECHAZADA"
               WHEN OTHER
                   PERFORM CHECK-FOR-LOOP
                   IF WS-LOOP-FOUND
                       DISPLAY WS-NEW-CODE " YA LLEVA A " WS-OLD-CODE
                           " - LA CADENA SERIA CIRCULAR, RECHAZADA"
                   ELSE
                       PERFORM ASK-EFFECTIVE-DATE
                       PERFORM STORE-SUPERSESSION
                   END-IF
           END-EVALUATE.

      *    Walks on from the replacement; reaching the item being
      *    replaced means the new link would close a loop.
       CHECK-FOR-LOOP.
           SET WS-LOOP-FOUND TO FALSE.
           MOVE WS-NEW-CODE TO WS-FIND-CODE.
           MOVE ZERO TO WS-WALK-STEPS.
           MOVE 1 TO WS-SUP-HIT.
           PERFORM UNTIL WS-LOOP-FOUND OR WS-SUP-HIT = ZERO
                   OR WS-WALK-STEPS > WS-SUP-COUNT
               PERFORM FIND-ACTIVE-LINK
               IF WS-SUP-HIT > ZERO
                   MOVE SUP-NEW-ITEM TO WS-FIND-CODE
                   ADD 1 TO WS-WALK-STEPS
                   IF WS-FIND-CODE = WS-OLD-CODE
                       SET WS-LOOP-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       ASK-EFFECTIVE-DATE.
           DISPLAY "EN VIGOR DESDE AAAAMMDD (00000000 = HOY) : ".
           ACCEPT WS-EFFECTIVE.
           IF WS-EFFECTIVE IS NOT NUMERIC OR WS-EFFECTIVE = ZERO
               MOVE WS-RUN-DATE TO WS-EFFECTIVE
           END-IF.

       STORE-SUPERSESSION.
           MOVE WS-OLD-CODE TO SUP-OLD-ITEM.
           MOVE WS-NEW-CODE TO SUP-NEW-ITEM.
           MOVE WS-EFFECTIVE TO SUP-EFFECTIVE.
           SET SUP-ACTIVE TO TRUE.
           MOVE SGN-OPERATOR-ID TO SUP-ENTERED-BY.
           MOVE WS-RUN-DATE TO SUP-ENTERED-DATE.
           MOVE SPACES TO SUP-CANCELLED-BY.
           MOVE ZERO TO SUP-CANCELLED-DATE.
           ADD 1 TO WS-SUP-COUNT.
           MOVE SUPERSESSION-RECORD TO WS-SUP-ENTRY(WS-SUP-COUNT).
           PERFORM SAVE-SUPERSESSIONS.
           DISPLAY "ARTICULO " WS-OLD-CODE " SUSTITUIDO POR "
               WS-NEW-CODE " DESDE " WS-EFFECTIVE.
           IF WS-OLD-ACTIVE NOT = 'N'
               DISPLAY "ARTICULO " WS-OLD-CODE " SIGUE ACTIVO - "
                   "DESACTIVAR CON LA OPCION D"
           END-IF.

       CANCEL-SUPERSESSION.
           IF WS-SUP-FULL
               DISPLAY "SUPERSED.DAT LLENO - ANULACION RECHAZADA"
           ELSE
               DISPLAY "ARTICULO SUSTITUIDO (EJ ART001) : "
               ACCEPT WS-OLD-CODE
               MOVE WS-OLD-CODE TO WS-FIND-CODE
               PERFORM FIND-ACTIVE-LINK
               IF WS-SUP-HIT = ZERO
                   DISPLAY "ARTICULO SIN SUSTITUCION ACTIVA"
               ELSE
                   SET SUP-CANCELLED TO TRUE
                   MOVE SGN-OPERATOR-ID TO SUP-CANCELLED-BY
                   MOVE WS-RUN-DATE TO SUP-CANCELLED-DATE
                   MOVE SUPERSESSION-RECORD TO
                       WS-SUP-ENTRY(WS-SUP-HIT)
                   PERFORM SAVE-SUPERSESSIONS
                   DISPLAY "SUSTITUCION DE " WS-OLD-CODE " POR "
                       SUP-NEW-ITEM " ANULADA"
               END-IF
           END-IF.

       LIST-SUPERSESSIONS.
           IF WS-SUP-COUNT = ZERO
               DISPLAY "SIN SUSTITUCIONES REGISTRADAS"
           END-IF.
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUP-COUNT
               MOVE WS-SUP-ENTRY(WS-SUP-SUB) TO SUPERSESSION-RECORD
               MOVE SUP-OLD-ITEM TO SL-OLD
               MOVE SUP-NEW-ITEM TO SL-NEW
               MOVE SUP-EFFECTIVE TO SL-EFFECTIVE
               MOVE SUP-ENTERED-BY TO SL-ENTERED-BY
               MOVE SUP-ENTERED-DATE TO SL-ENTERED-DATE
               IF SUP-CANCELLED
                   MOVE " ANULADA" TO SL-STATE
               ELSE
                   MOVE SPACES TO SL-STATE
               END-IF
               DISPLAY WS-SUP-LINE
           END-PERFORM.

      *    Leaves the active link out of WS-FIND-CODE in
      *    SUPERSESSION-RECORD, at WS-SUP-HIT (zero when none).
       FIND-ACTIVE-LINK.
           MOVE ZERO TO WS-SUP-HIT.
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUP-COUNT OR WS-SUP-HIT > ZERO
               MOVE WS-SUP-ENTRY(WS-SUP-SUB) TO SUPERSESSION-RECORD
               IF SUP-OLD-ITEM = WS-FIND-CODE AND SUP-ACTIVE
                   MOVE WS-SUP-SUB TO WS-SUP-HIT
               END-IF
           END-PERFORM.

       LOAD-SUPERSESSIONS.
           OPEN INPUT SUPERSESSION-FILE.
           IF WS-SUP-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ SUPERSESSION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-SUP-COUNT >= 500
                               MOVE 'Y' TO WS-SUP-FULL-FLAG
                           ELSE
                               ADD 1 TO WS-SUP-COUNT
                               MOVE SUPERSESSION-RECORD TO
                                   WS-SUP-ENTRY(WS-SUP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPERSESSION-FILE
           END-IF.
           IF WS-SUP-FULL
               DISPLAY "SUPERSED.DAT HAS MORE THAN 500 LINKS - "
                   "LINKS MAY NOT BE CHANGED"
           END-IF.

       SAVE-SUPERSESSIONS.
           OPEN OUTPUT SUPERSESSION-FILE.
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUP-COUNT
               MOVE WS-SUP-ENTRY(WS-SUP-SUB) TO SUPERSESSION-RECORD
               WRITE SUPERSESSION-RECORD
           END-PERFORM.
           CLOSE SUPERSESSION-FILE.

       WRITE-ITEM-AUDIT.
           MOVE WS-RUN-DATE TO AUD-DATE.
           ACCEPT AUD-TIME FROM TIME.
           MOVE WS-ACTION TO AUD-ACTION.
           MOVE ITM-CODE TO AUD-CODE.
           MOVE ITM-DESCRIPTION TO AUD-DESC.
           MOVE WS-OLD-COST TO AUD-OLD-COST.
           MOVE ITM-STD-COST TO AUD-NEW-COST.
           OPEN EXTEND ITEM-AUDIT-FILE.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT ITEM-AUDIT-FILE
