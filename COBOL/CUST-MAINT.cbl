           SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "DORMPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 AUD-ACTION   PIC X.
           02 AUD-CODE     PIC X(6).
           02 AUD-NAME     PIC X(20).
           02 AUD-CREDIT-LIMIT PIC 9(7)V999.
           02 AUD-CREDIT-HOLD  PIC X.
           02 AUD-COMPANY      PIC X(2).
           02 AUD-PARENT       PIC X(6).

       FD  PROPOSAL-FILE.
       COPY DORMPROP.

       WORKING-STORAGE SECTION.
       01  WS-CUS-STATUS PIC XX.
       01  WS-AUD-STATUS PIC XX.
       01  WS-DRP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
       01  WS-ENTERED-CODE PIC X(6).
       01  WS-NEW-NAME PIC X(20).
       01  WS-NEW-CONTACT PIC X(20).
       01  WS-NEW-LIMIT PIC 9(7).
       01  WS-NEW-COMPANY PIC X(2).
       01  WS-NEW-PARENT PIC X(6).

      *    A branch may itself have branches; the chain above any
      *    customer is capped so SURCH-STMT and the surcharge run can
      *    always find the head of the group.
       01  WS-MAX-GROUP-DEPTH PIC 9(2) VALUE 10.
       01  WS-CHAIN-CODE PIC X(6).
       01  WS-CHAIN-DEPTH PIC 9(2).
       01  WS-PARENT-FLAG PIC X VALUE 'N'.
           88 WS-PARENT-VALID VALUE 'Y' FALSE 'N'.
       01  WS-BRANCH-COUNT PIC 9(5).
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
       COPY NUMVALID.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY AUTHRQ.
       COPY CMPRQ.

       01  WS-LIST-LINE.
           02 LL-CODE PIC X(6).
           02 LL-CONTACT PIC X(20).
           02 FILLER PIC X(9) VALUE " ACTIVO: ".
           02 LL-ACTIVE PIC X.
           02 FILLER PIC X(8) VALUE " LIMITE ".
           02 LL-LIMIT PIC Z(6)9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-HOLD PIC X(8).
           02 FILLER PIC X(5) VALUE " EMP ".
           02 LL-COMPANY PIC X(2).
           02 FILLER PIC X(7) VALUE " PADRE ".
           02 LL-PARENT PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MAINT-MENU
               ACCEPT WS-ACTION
               PERFORM AUTHORIZE-ACTION
               IF AUT-PERMITTED
                   EVALUATE WS-ACTION
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LIST-CUSTOMERS
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM ADD-CUSTOMER
                       WHEN 'C'
                       WHEN 'c'
                           PERFORM CHANGE-CUSTOMER
                       WHEN 'D'
                       WHEN 'd'
                           PERFORM DEACTIVATE-CUSTOMER
                       WHEN 'R'
                       WHEN 'r'
                           PERFORM REACTIVATE-CUSTOMER
                       WHEN 'H'
                       WHEN 'h'
                           PERFORM SET-CREDIT-HOLD
                       WHEN 'B'
                       WHEN 'b'
                           PERFORM RELEASE-CREDIT-HOLD
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

           CLOSE CUSTOMER-MASTER.
           DISPLAY "C. CAMBIO DE DATOS".
           DISPLAY "D. DESACTIVAR CLIENTE".
           DISPLAY "R. REACTIVAR CLIENTE".
           DISPLAY "H. RETENER CREDITO".
           DISPLAY "B. LIBERAR RETENCION DE CREDITO".
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
               WHEN 'H'
               WHEN 'h'
                   MOVE 'C' TO AUT-FUNCTION
               WHEN 'B'
               WHEN 'b'
                   MOVE 'C' TO AUT-FUNCTION
               WHEN 'P'
               WHEN 'p'
                   MOVE 'D' TO AUT-FUNCTION
           END-EVALUATE.
           SET AUT-PERMITTED TO TRUE.
           IF AUT-FUNCTION NOT = SPACE
               MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
               MOVE SGN-OPERATOR-ROLE TO AUT-ROLE
               MOVE "CUST-MAINT" TO AUT-PROGRAM
               SET AUT-LOG-DENIAL TO TRUE
               CALL "AUTH-CHECK" USING AUTH-REQUEST
               IF NOT AUT-PERMITTED
                   DISPLAY "FUNCION NO AUTORIZADA PARA EL ROL "
                       SGN-OPERATOR-ROLE
               END-IF
           END-IF.

       OPEN-MASTER.
           OPEN I-O CUSTOMER-MASTER.
           IF WS-CUS-STATUS = "35"
                       MOVE CUS-NAME TO LL-NAME
                       MOVE CUS-CONTACT TO LL-CONTACT
                       MOVE CUS-ACTIVE-FLAG TO LL-ACTIVE
                       PERFORM FILL-CREDIT-COLUMNS
                       MOVE CUS-COMPANY TO CMQ-CODE-IN
                       CALL "CMP-CHECK" USING COMPANY-REQUEST
                       MOVE CMQ-CODE-OUT TO LL-COMPANY
                       MOVE CUS-PARENT TO LL-PARENT
                       DISPLAY WS-LIST-LINE
               END-READ
           END-PERFORM.
           ACCEPT WS-NEW-NAME.
           DISPLAY "CONTACTO DE FACTURACION : ".
           ACCEPT WS-NEW-CONTACT.
           SET WS-NUM-VALID TO FALSE.
           PERFORM UNTIL WS-NUM-VALID
               DISPLAY "LIMITE DE CREDITO (ENTERO, 0 = SIN LIMITE) : "
               ACCEPT WS-NEW-LIMIT
               IF WS-NEW-LIMIT IS NUMERIC
                   SET WS-NUM-VALID TO TRUE
               ELSE
                   DISPLAY "ENTRADA INVALIDA - DEBE SER NUMERICO"
               END-IF
           END-PERFORM.
           PERFORM ASK-CUST-COMPANY.
           PERFORM ASK-CUST-PARENT.

      *    The customer is billed by one legal entity of COMPANY.DAT;
      *    a blank answer takes the default company.
       ASK-CUST-COMPANY.
           SET CMQ-FOUND TO FALSE.
           PERFORM UNTIL CMQ-FOUND AND CMQ-ACTIVE
               DISPLAY "EMPRESA QUE FACTURA (EN BLANCO = DEFECTO) : "
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

      *    A branch names the customer it belongs to; the group is
      *    billed on one consolidated statement. The parent must be
      *    an active customer and may not be the customer itself or
      *    one of its own branches at any level.
       ASK-CUST-PARENT.
           SET WS-PARENT-VALID TO FALSE.
           PERFORM UNTIL WS-PARENT-VALID
               DISPLAY "CLIENTE PADRE (EN BLANCO = SIN GRUPO) : "
               ACCEPT WS-NEW-PARENT
               IF WS-NEW-PARENT = SPACES
                   SET WS-PARENT-VALID TO TRUE
               ELSE
                   PERFORM CHECK-CUST-PARENT
               END-IF
           END-PERFORM.

       CHECK-CUST-PARENT.
           IF WS-NEW-PARENT = WS-ENTERED-CODE
               DISPLAY "UN CLIENTE NO PUEDE SER SU PROPIO PADRE"
           ELSE
               MOVE WS-NEW-PARENT TO CUS-CODE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "CLIENTE PADRE INEXISTENTE"
                   NOT INVALID KEY
                       IF CUS-ACTIVE-FLAG = 'N'
                           DISPLAY "CLIENTE PADRE DESACTIVADO"
                       ELSE
                           DISPLAY "PADRE " CUS-CODE " " CUS-NAME
                           PERFORM CHECK-PARENT-CHAIN
                       END-IF
               END-READ
           END-IF.

      *    Walks up from the proposed parent. Reaching the customer
      *    being maintained would close a cycle.
       CHECK-PARENT-CHAIN.
           SET WS-PARENT-VALID TO TRUE.
           MOVE CUS-PARENT TO WS-CHAIN-CODE.
           MOVE 1 TO WS-CHAIN-DEPTH.
           PERFORM UNTIL WS-CHAIN-CODE = SPACES
                   OR NOT WS-PARENT-VALID
               IF WS-CHAIN-CODE = WS-ENTERED-CODE
                   DISPLAY "EL PADRE ES SUCURSAL DE ESTE CLIENTE - "
                       "SE FORMARIA UN CICLO"
                   SET WS-PARENT-VALID TO FALSE
               ELSE
                   ADD 1 TO WS-CHAIN-DEPTH
                   IF WS-CHAIN-DEPTH NOT < WS-MAX-GROUP-DEPTH
                       DISPLAY "GRUPO CON MAS DE " WS-MAX-GROUP-DEPTH
                           " NIVELES - ELEGIR OTRO PADRE"
                       SET WS-PARENT-VALID TO FALSE
                   ELSE
                       MOVE WS-CHAIN-CODE TO CUS-CODE
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               MOVE SPACES TO WS-CHAIN-CODE
                           NOT INVALID KEY
                               MOVE CUS-PARENT TO WS-CHAIN-CODE
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

      *    Counts the active customers whose parent is the entered
      *    code. The scan moves the record area, so callers read the
      *    customer again afterwards.
       COUNT-ACTIVE-BRANCHES.
           MOVE ZERO TO WS-BRANCH-COUNT.
           MOVE LOW-VALUES TO CUS-CODE.
           START CUSTOMER-MASTER KEY NOT < CUS-CODE
               INVALID KEY
                   CONTINUE
           END-START.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CUS-PARENT = WS-ENTERED-CODE
                               AND CUS-ACTIVE-FLAG NOT = 'N'
                           ADD 1 TO WS-BRANCH-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       FILL-CREDIT-COLUMNS.
           IF CUS-CREDIT-LIMIT IS NUMERIC
               MOVE CUS-CREDIT-LIMIT TO LL-LIMIT
           ELSE
               MOVE ZERO TO LL-LIMIT
           END-IF.
           IF CUS-ON-CREDIT-HOLD
               MOVE "RETENIDO" TO LL-HOLD
           ELSE
               MOVE SPACES TO LL-HOLD
           END-IF.

       ADD-CUSTOMER.
           PERFORM ASK-CUST-CODE.
               MOVE WS-NEW-NAME TO CUS-NAME
               MOVE WS-NEW-CONTACT TO CUS-CONTACT
               MOVE 'Y' TO CUS-ACTIVE-FLAG
               MOVE WS-NEW-LIMIT TO CUS-CREDIT-LIMIT
               MOVE SPACE TO CUS-CREDIT-HOLD
               MOVE WS-NEW-COMPANY TO CUS-COMPANY
               MOVE WS-NEW-PARENT TO CUS-PARENT
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR DE ESCRITURA - ALTA RECHAZADA"
               DISPLAY "CLIENTE NO ENCONTRADO - CAMBIO RECHAZADO"
           ELSE
               PERFORM ASK-CUST-DATA
               PERFORM READ-CUSTOMER
               MOVE WS-NEW-NAME TO CUS-NAME
               MOVE WS-NEW-CONTACT TO CUS-CONTACT
               MOVE WS-NEW-LIMIT TO CUS-CREDIT-LIMIT
               MOVE WS-NEW-COMPANY TO CUS-COMPANY
               MOVE WS-NEW-PARENT TO CUS-PARENT
               IF CUS-CREDIT-HOLD NOT = 'H'
                   MOVE SPACE TO CUS-CREDIT-HOLD
               END-IF
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR DE REESCRITURA - CAMBIO "
               IF CUS-ACTIVE-FLAG = 'N'
                   DISPLAY "CLIENTE YA ESTABA DESACTIVADO"
               ELSE
                   PERFORM DEACTIVATE-FOUND-CUSTOMER
               END-IF
           END-IF.

      *    Shared by the D option and by approved dormancy proposals:
      *    the customer entered has just been read and is active.
       DEACTIVATE-FOUND-CUSTOMER.
           SET WS-DEACTIVATED TO FALSE.
           PERFORM COUNT-ACTIVE-BRANCHES.
           PERFORM READ-CUSTOMER.
           IF WS-BRANCH-COUNT > ZERO
               DISPLAY "CLIENTE CON " WS-BRANCH-COUNT
                   " SUCURSALES ACTIVAS - DESACTIVARLAS O "
                   "CAMBIARLES EL PADRE PRIMERO"
           ELSE
               MOVE 'N' TO CUS-ACTIVE-FLAG
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR DE REESCRITURA"
                   NOT INVALID KEY
                       MOVE 'D' TO WS-ACTION
                       PERFORM WRITE-CUST-AUDIT
                       SET WS-DEACTIVATED TO TRUE
                       DISPLAY "CLIENTE DESACTIVADO"
               END-REWRITE
           END-IF.

      *    Carries out the customer lines of DORMPROP.DAT a supervisor
      *    has approved in DORM-REVIEW, each through the same checks
      *    and audit as the D option. A line whose customer is already
      *    inactive is closed as well; one refused (active branches)
      *    stays approved for a later pass.
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
                   IF DRP-CUSTOMER AND DRP-APPROVED
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
           DISPLAY "CLIENTE " DRP-KEY " " DRP-NAME.
           MOVE DRP-KEY TO WS-ENTERED-CODE.
           PERFORM READ-CUSTOMER.
           IF NOT WS-FOUND
               DISPLAY "CLIENTE NO ENCONTRADO"
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF CUS-ACTIVE-FLAG = 'N'
                   DISPLAY "CLIENTE YA ESTABA DESACTIVADO"
                   PERFORM CLOSE-PROPOSAL
               ELSE
                   PERFORM DEACTIVATE-FOUND-CUSTOMER
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

      *    A branch comes back only under an active parent.
       REACTIVATE-CUSTOMER.
           PERFORM ASK-CUST-CODE.
           IF NOT WS-FOUND
               DISPLAY "CLIENTE NO ENCONTRADO"
           ELSE
               IF CUS-ACTIVE-FLAG NOT = 'N'
                   DISPLAY "CLIENTE YA ESTABA ACTIVO"
               ELSE
                   SET WS-PARENT-VALID TO TRUE
                   IF CUS-PARENT NOT = SPACES
                       PERFORM CHECK-PARENT-ACTIVE
                       PERFORM READ-CUSTOMER
                   END-IF
                   IF NOT WS-PARENT-VALID
                       DISPLAY "CLIENTE PADRE " WS-NEW-PARENT
                           " DESACTIVADO - REACTIVARLO PRIMERO"
                   ELSE
                       MOVE 'Y' TO CUS-ACTIVE-FLAG
                       REWRITE CUSTOMER-RECORD
                           INVALID KEY
                               DISPLAY "ERROR DE REESCRITURA"
                           NOT INVALID KEY
                               MOVE 'R' TO WS-ACTION
                               PERFORM WRITE-CUST-AUDIT
                               DISPLAY "CLIENTE REACTIVADO"
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       CHECK-PARENT-ACTIVE.
           MOVE CUS-PARENT TO WS-NEW-PARENT.
           MOVE CUS-PARENT TO CUS-CODE.
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET WS-PARENT-VALID TO FALSE
               NOT INVALID KEY
                   IF CUS-ACTIVE-FLAG = 'N'
                       SET WS-PARENT-VALID TO FALSE
                   END-IF
           END-READ.

       SET-CREDIT-HOLD.
           PERFORM ASK-CUST-CODE.
           IF NOT WS-FOUND
               DISPLAY "CLIENTE NO ENCONTRADO"
           ELSE
               IF CUS-ON-CREDIT-HOLD
                   DISPLAY "CLIENTE YA ESTABA RETENIDO"
               ELSE
                   MOVE 'H' TO CUS-CREDIT-HOLD
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR DE REESCRITURA"
                       NOT INVALID KEY
                           MOVE 'H' TO WS-ACTION
                           PERFORM WRITE-CUST-AUDIT
                           DISPLAY "CREDITO RETENIDO"
                   END-REWRITE
               END-IF
           END-IF.

       RELEASE-CREDIT-HOLD.
           PERFORM ASK-CUST-CODE.
           IF NOT WS-FOUND
               DISPLAY "CLIENTE NO ENCONTRADO"
           ELSE
               IF NOT CUS-ON-CREDIT-HOLD
                   DISPLAY "CLIENTE NO ESTABA RETENIDO"
               ELSE
                   MOVE SPACE TO CUS-CREDIT-HOLD
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR DE REESCRITURA"
                       NOT INVALID KEY
                           MOVE 'B' TO WS-ACTION
                           PERFORM WRITE-CUST-AUDIT
                           DISPLAY "RETENCION LIBERADA"
                   END-REWRITE
               END-IF
           END-IF.
           MOVE WS-ACTION TO AUD-ACTION.
           MOVE CUS-CODE TO AUD-CODE.
           MOVE CUS-NAME TO AUD-NAME.
           IF CUS-CREDIT-LIMIT IS NUMERIC
               MOVE CUS-CREDIT-LIMIT TO AUD-CREDIT-LIMIT
           ELSE
               MOVE ZERO TO AUD-CREDIT-LIMIT
           END-IF.
           MOVE CUS-CREDIT-HOLD TO AUD-CREDIT-HOLD.
           MOVE CUS-COMPANY TO AUD-COMPANY.
           MOVE CUS-PARENT TO AUD-PARENT.
           OPEN EXTEND CUST-AUDIT-FILE.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT CUST-AUDIT-FILE
