      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELEG-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELEGATION-FILE ASSIGN TO "DELEGATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLG-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELEGATION-FILE.
       COPY DELEGREC.

       FD  OPERATOR-MASTER.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-DLG-STATUS PIC XX.
       01  WS-OPM-STATUS PIC XX.
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
       01  WS-DATE-OK-FLAG PIC X.
           88 WS-DATE-OK VALUE 'Y' FALSE 'N'.

       01  WS-ACTION PIC X.
       01  WS-ANSWER PIC X.
       01  WS-ENTERED-ID PIC 9(5).
       01  WS-ENTERED-DATE PIC X(8).
       01  WS-SUB PIC 9(4).
       01  WS-HIT PIC 9(4).
       01  WS-QUEUE-SUB PIC 9.
       01  WS-NEXT-ID PIC 9(5) VALUE ZERO.
       01  WS-SHOWN-COUNT PIC 9(4).
       01  WS-NEW-DELEGATION PIC X(102).
       01  WS-NEW-WINDOW.
           02 WS-NEW-DELEGATOR PIC X(8).
           02 WS-NEW-DELEGATE  PIC X(8).
           02 WS-NEW-QUEUES    PIC X(3).
           02 WS-NEW-QUEUE-TBL REDEFINES WS-NEW-QUEUES.
               03 WS-NEW-QUEUE-FLAG PIC X OCCURS 3 TIMES.
           02 WS-NEW-FROM-DATE PIC 9(8).
           02 WS-NEW-TO-DATE   PIC 9(8).

      *    Cancelled and expired delegations stay in the file as the
      *    record of who covered for whom; they are only shown.
       01  WS-DLG-COUNT PIC 9(4) VALUE ZERO.
       01  WS-DLG-TABLE.
           02 WS-DLG-ENTRY OCCURS 500 TIMES PIC X(102).

       01  WS-OPER-SUB PIC 9(3).
       01  WS-OPER-HIT PIC 9(3).
       01  WS-OPER-COUNT PIC 9(3) VALUE ZERO.
       01  WS-OPER-TABLE.
           02 WS-OPER-ENTRY OCCURS 100 TIMES.
               03 WS-OPER-ID-TBL     PIC X(8).
               03 WS-OPER-ROLE-TBL   PIC X(8).
               03 WS-OPER-ACTIVE-TBL PIC X.
       01  WS-CHECK-OPERATOR PIC X(8).

       01  WS-CHECK-DATE PIC 9(8).
       01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           02 WS-CHK-YYYY PIC 9(4).
           02 WS-CHK-MM   PIC 9(2).
           02 WS-CHK-DD   PIC 9(2).
       01  WS-LEAP-REM PIC 9(3).
       01  WS-LEAP-QUOT PIC 9(4).
       01  WS-LAST-DAY PIC 9(2).
       01  WS-MONTH-DAYS-LIT PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-LIT.
           02 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY AUTHRQ.

       01  WS-LIST-LINE.
           02 LL-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 LL-DELEGATOR PIC X(8).
           02 FILLER PIC X(4) VALUE " -> ".
           02 LL-DELEGATE PIC X(8).
           02 FILLER PIC X(7) VALUE " COLAS ".
           02 LL-QUEUES PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 LL-FROM-DATE PIC 9(8).
           02 FILLER PIC X VALUE "-".
           02 LL-TO-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 LL-STATUS PIC X(9).

       01  WS-DETAIL-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 DL-REASON PIC X(30).
           02 FILLER PIC X(5) VALUE " POR ".
           02 DL-CREATED-BY PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 DL-CANCEL PIC X(20).

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

           PERFORM LOAD-DELEGATION-TABLE.
           PERFORM LOAD-OPERATOR-TABLE.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MAINT-MENU
               ACCEPT WS-ACTION
               PERFORM AUTHORIZE-ACTION
               IF AUT-PERMITTED
                   EVALUATE WS-ACTION
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LIST-DELEGATIONS
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM ADD-DELEGATION
                               THRU ADD-DELEGATION-EXIT
                       WHEN 'C'
                       WHEN 'c'
                           PERFORM CANCEL-DELEGATION
                       WHEN 'X'
                       WHEN 'x'
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-CHANGED AND WS-LOAD-OK
               PERFORM SAVE-DELEGATION-TABLE
               DISPLAY "DELEGACIONES GUARDADAS"
           ELSE
               DISPLAY "SIN CAMBIOS - DELEGATE.DAT NO REESCRITO"
           END-IF.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.

           GOBACK.

       SHOW-MAINT-MENU.
           DISPLAY "======================================".
           DISPLAY "DELEGACION DE APROBACIONES".
           DISPLAY "L. LISTAR DELEGACIONES".
           DISPLAY "A. ALTA DE DELEGACION".
           DISPLAY "C. CANCELAR DELEGACION".
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
               MOVE "DELEG-MAINT" TO AUT-PROGRAM
               SET AUT-LOG-DENIAL TO TRUE
               CALL "AUTH-CHECK" USING AUTH-REQUEST
               IF NOT AUT-PERMITTED
                   DISPLAY "FUNCION NO AUTORIZADA PARA EL ROL "
                       SGN-OPERATOR-ROLE
               END-IF
           END-IF.

       LIST-DELEGATIONS.
           MOVE ZERO TO WS-SHOWN-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DLG-COUNT
               MOVE WS-DLG-ENTRY(WS-SUB) TO DELEGATION-RECORD
               PERFORM SHOW-DELEGATION
           END-PERFORM.
           IF WS-SHOWN-COUNT = ZERO
               DISPLAY "NO HAY DELEGACIONES REGISTRADAS"
           END-IF.

       SHOW-DELEGATION.
           ADD 1 TO WS-SHOWN-COUNT.
           MOVE DLG-ID TO LL-ID.
           MOVE DLG-DELEGATOR TO LL-DELEGATOR.
           MOVE DLG-DELEGATE TO LL-DELEGATE.
           MOVE SPACES TO LL-QUEUES.
           IF DLG-QUEUE-REV = 'Y'
               MOVE 'R' TO LL-QUEUES(1:1)
           END-IF.
           IF DLG-QUEUE-RATE = 'Y'
               MOVE 'T' TO LL-QUEUES(3:1)
           END-IF.
           IF DLG-QUEUE-EXC = 'Y'
               MOVE 'E' TO LL-QUEUES(5:1)
           END-IF.
           MOVE DLG-FROM-DATE TO LL-FROM-DATE.
           MOVE DLG-TO-DATE TO LL-TO-DATE.
           IF DLG-CANCEL-DATE NOT = ZERO
               AND DLG-CANCEL-DATE <= WS-RUN-DATE
               MOVE "CANCELADA" TO LL-STATUS
           ELSE
               IF DLG-TO-DATE < WS-RUN-DATE
                   MOVE "VENCIDA" TO LL-STATUS
               ELSE
                   IF DLG-FROM-DATE > WS-RUN-DATE
                       MOVE "FUTURA" TO LL-STATUS
                   ELSE
                       MOVE "VIGENTE" TO LL-STATUS
                   END-IF
               END-IF
           END-IF.
           MOVE DLG-REASON TO DL-REASON.
           MOVE DLG-CREATED-BY TO DL-CREATED-BY.
           MOVE SPACES TO DL-CANCEL.
           IF DLG-CANCEL-DATE NOT = ZERO
               STRING "CANCELA " DLG-CANCELLED-BY
                   DELIMITED BY SIZE INTO DL-CANCEL
           END-IF.
           DISPLAY WS-LIST-LINE.
           DISPLAY WS-DETAIL-LINE.

       ADD-DELEGATION.
           IF WS-DLG-COUNT >= 500
               DISPLAY "DELEGATE.DAT LLENO (500)"
               GO TO ADD-DELEGATION-EXIT
           END-IF.
           IF WS-OPER-COUNT = ZERO
               DISPLAY "OPERMAST.DAT NO DISPONIBLE - NO SE PUEDEN "
                   "VERIFICAR LOS ROLES"
               GO TO ADD-DELEGATION-EXIT
           END-IF.

           MOVE SPACES TO DELEGATION-RECORD.
           DISPLAY "SUPERVISOR AUSENTE (DELEGANTE) : ".
           ACCEPT DLG-DELEGATOR.
           MOVE DLG-DELEGATOR TO WS-CHECK-OPERATOR.
           PERFORM FIND-OPERATOR.
           IF WS-OPER-HIT = ZERO
               DISPLAY "DELEGANTE NO EXISTE EN OPERMAST.DAT"
               GO TO ADD-DELEGATION-EXIT
           END-IF.
           IF WS-OPER-ROLE-TBL(WS-OPER-HIT) NOT = "SUPERVIS"
               DISPLAY "EL DELEGANTE NO TIENE ROL SUPERVIS - "
                   "NADA QUE DELEGAR"
               GO TO ADD-DELEGATION-EXIT
           END-IF.

      *    The delegate decides in the supervisor's place, so must
      *    be an active supervisor in their own right.
           DISPLAY "DELEGADO : ".
           ACCEPT DLG-DELEGATE.
           IF DLG-DELEGATE = DLG-DELEGATOR
               DISPLAY "DELEGANTE Y DELEGADO NO PUEDEN SER EL MISMO"
               GO TO ADD-DELEGATION-EXIT
           END-IF.
           MOVE DLG-DELEGATE TO WS-CHECK-OPERATOR.
           PERFORM FIND-OPERATOR.
           IF WS-OPER-HIT = ZERO
               DISPLAY "DELEGADO NO EXISTE EN OPERMAST.DAT"
               GO TO ADD-DELEGATION-EXIT
           END-IF.
           IF WS-OPER-ROLE-TBL(WS-OPER-HIT) NOT = "SUPERVIS"
               DISPLAY "EL DELEGADO NO TIENE ROL SUPERVIS EN "
                   "OPERMAST.DAT - DELEGACION RECHAZADA"
               GO TO ADD-DELEGATION-EXIT
           END-IF.
           IF WS-OPER-ACTIVE-TBL(WS-OPER-HIT) NOT = 'Y'
               DISPLAY "EL DELEGADO ESTA INACTIVO - DELEGACION "
                   "RECHAZADA"
               GO TO ADD-DELEGATION-EXIT
           END-IF.

           DISPLAY "CUBRE APROBACION DE REVERSIONES (S/N) : ".
           ACCEPT WS-ANSWER.
           PERFORM SET-QUEUE-ANSWER.
           MOVE WS-ANSWER TO DLG-QUEUE-REV.
           DISPLAY "CUBRE LIBERACION DE TASAS (S/N) : ".
           ACCEPT WS-ANSWER.
           PERFORM SET-QUEUE-ANSWER.
           MOVE WS-ANSWER TO DLG-QUEUE-RATE.
           DISPLAY "CUBRE DISPOSICION DE EXCEPCIONES (S/N) : ".
           ACCEPT WS-ANSWER.
           PERFORM SET-QUEUE-ANSWER.
           MOVE WS-ANSWER TO DLG-QUEUE-EXC.
           IF DLG-QUEUES = "NNN"
               DISPLAY "NINGUNA COLA SELECCIONADA - DELEGACION "
                   "RECHAZADA"
               GO TO ADD-DELEGATION-EXIT
           END-IF.

           SET WS-DATE-OK TO FALSE.
           PERFORM UNTIL WS-DATE-OK
               DISPLAY "DESDE AAAAMMDD (HOY O POSTERIOR) : "
               ACCEPT WS-ENTERED-DATE
               PERFORM CHECK-ENTERED-DATE
               IF WS-DATE-OK AND WS-CHECK-DATE < WS-RUN-DATE
                   SET WS-DATE-OK TO FALSE
               END-IF
               IF NOT WS-DATE-OK
                   DISPLAY "FECHA INVALIDA"
               END-IF
           END-PERFORM.
           MOVE WS-CHECK-DATE TO DLG-FROM-DATE.

           SET WS-DATE-OK TO FALSE.
           PERFORM UNTIL WS-DATE-OK
               DISPLAY "HASTA AAAAMMDD : "
               ACCEPT WS-ENTERED-DATE
               PERFORM CHECK-ENTERED-DATE
               IF WS-DATE-OK AND WS-CHECK-DATE < DLG-FROM-DATE
                   SET WS-DATE-OK TO FALSE
               END-IF
               IF NOT WS-DATE-OK
                   DISPLAY "FECHA INVALIDA - NO ANTERIOR A DESDE"
               END-IF
           END-PERFORM.
           MOVE WS-CHECK-DATE TO DLG-TO-DATE.

           DISPLAY "MOTIVO : ".
           ACCEPT DLG-REASON.
           IF DLG-REASON = SPACES
               DISPLAY "EL MOTIVO ES OBLIGATORIO - DELEGACION "
                   "RECHAZADA"
               GO TO ADD-DELEGATION-EXIT
           END-IF.

           MOVE SGN-OPERATOR-ID TO DLG-CREATED-BY.
           MOVE WS-RUN-DATE TO DLG-CREATED-DATE.
           MOVE ZERO TO DLG-CANCEL-DATE.
           MOVE SPACES TO DLG-CANCELLED-BY.
           MOVE DELEGATION-RECORD TO WS-NEW-DELEGATION.
           MOVE DLG-DELEGATOR TO WS-NEW-DELEGATOR.
           MOVE DLG-DELEGATE TO WS-NEW-DELEGATE.
           MOVE DLG-QUEUES TO WS-NEW-QUEUES.
           MOVE DLG-FROM-DATE TO WS-NEW-FROM-DATE.
           MOVE DLG-TO-DATE TO WS-NEW-TO-DATE.
           PERFORM CHECK-OVERLAP.
           IF WS-FOUND
               DISPLAY "YA EXISTE UNA DELEGACION " DLG-ID
                   " ENTRE LOS MISMOS OPERADORES EN ESAS FECHAS"
               GO TO ADD-DELEGATION-EXIT
           END-IF.
           MOVE WS-NEW-DELEGATION TO DELEGATION-RECORD.

           ADD 1 TO WS-NEXT-ID.
           MOVE WS-NEXT-ID TO DLG-ID.
           ADD 1 TO WS-DLG-COUNT.
           MOVE DELEGATION-RECORD TO WS-DLG-ENTRY(WS-DLG-COUNT).
           SET WS-CHANGED TO TRUE.
           DISPLAY "DELEGACION " DLG-ID " REGISTRADA".
       ADD-DELEGATION-EXIT.
           EXIT.

       SET-QUEUE-ANSWER.
           IF WS-ANSWER = 'S' OR WS-ANSWER = 's'
               MOVE 'Y' TO WS-ANSWER
           ELSE
               MOVE 'N' TO WS-ANSWER
           END-IF.

       CHECK-ENTERED-DATE.
           SET WS-DATE-OK TO FALSE.
           IF WS-ENTERED-DATE IS NUMERIC
               MOVE WS-ENTERED-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-DATE
           END-IF.

      *    A second delegation between the same pair that shares a
      *    queue and overlaps in time is refused; the first one is
      *    cancelled and re-entered instead.
       CHECK-OVERLAP.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DLG-COUNT OR WS-FOUND
               MOVE WS-DLG-ENTRY(WS-SUB) TO DELEGATION-RECORD
               IF DLG-DELEGATOR = WS-NEW-DELEGATOR
                   AND DLG-DELEGATE = WS-NEW-DELEGATE
                   AND DLG-FROM-DATE <= WS-NEW-TO-DATE
                   AND DLG-TO-DATE >= WS-NEW-FROM-DATE
                   AND (DLG-CANCEL-DATE = ZERO
                   OR DLG-CANCEL-DATE > WS-RUN-DATE)
                   PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                           UNTIL WS-QUEUE-SUB > 3 OR WS-FOUND
                       IF DLG-QUEUE-FLAG(WS-QUEUE-SUB) = 'Y'
                           AND WS-NEW-QUEUE-FLAG(WS-QUEUE-SUB) = 'Y'
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    A cancellation takes effect today; the delegation stays on
      *    file with the operator who cancelled it.
       CANCEL-DELEGATION.
           DISPLAY "NUMERO DE DELEGACION : ".
           ACCEPT WS-ENTERED-ID.
           SET WS-FOUND TO FALSE.
           MOVE ZERO TO WS-HIT.
           IF WS-ENTERED-ID IS NUMERIC
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-DLG-COUNT OR WS-FOUND
                   MOVE WS-DLG-ENTRY(WS-SUB) TO DELEGATION-RECORD
                   IF DLG-ID = WS-ENTERED-ID
                       SET WS-FOUND TO TRUE
                       MOVE WS-SUB TO WS-HIT
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT WS-FOUND
               DISPLAY "DELEGACION NO ENCONTRADA"
           ELSE
               MOVE WS-DLG-ENTRY(WS-HIT) TO DELEGATION-RECORD
               IF DLG-CANCEL-DATE NOT = ZERO
                   AND DLG-CANCEL-DATE <= WS-RUN-DATE
                   DISPLAY "DELEGACION YA CANCELADA EL "
                       DLG-CANCEL-DATE
               ELSE
                   IF DLG-TO-DATE < WS-RUN-DATE
                       DISPLAY "DELEGACION YA VENCIDA EL "
                           DLG-TO-DATE
                   ELSE
                       MOVE WS-RUN-DATE TO DLG-CANCEL-DATE
                       MOVE SGN-OPERATOR-ID TO DLG-CANCELLED-BY
                       MOVE DELEGATION-RECORD TO WS-DLG-ENTRY(WS-HIT)
                       SET WS-CHANGED TO TRUE
                       DISPLAY "DELEGACION " DLG-ID " CANCELADA"
                   END-IF
               END-IF
           END-IF.

       FIND-OPERATOR.
           MOVE ZERO TO WS-OPER-HIT.
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                   UNTIL WS-OPER-SUB > WS-OPER-COUNT
                   OR WS-OPER-HIT > ZERO
               IF WS-OPER-ID-TBL(WS-OPER-SUB) = WS-CHECK-OPERATOR
                   MOVE WS-OPER-SUB TO WS-OPER-HIT
               END-IF
           END-PERFORM.

       VALIDATE-DATE.
           SET WS-DATE-OK TO FALSE.
           IF WS-CHK-YYYY >= 1900
               AND WS-CHK-MM >= 1 AND WS-CHK-MM <= 12
               PERFORM GET-MONTH-LAST-DAY
               IF WS-CHK-DD >= 1 AND WS-CHK-DD <= WS-LAST-DAY
                   SET WS-DATE-OK TO TRUE
               END-IF
           END-IF.

       GET-MONTH-LAST-DAY.
           MOVE WS-MONTH-DAYS(WS-CHK-MM) TO WS-LAST-DAY.
           IF WS-CHK-MM = 2
               DIVIDE WS-CHK-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 29 TO WS-LAST-DAY
                   DIVIDE WS-CHK-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       DIVIDE WS-CHK-YYYY BY 400 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = ZERO
                           MOVE 28 TO WS-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOAD-DELEGATION-TABLE.
           OPEN INPUT DELEGATION-FILE.
           IF WS-DLG-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ DELEGATION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-DLG-COUNT >= 500
                               DISPLAY "DELEGATE.DAT HAS MORE THAN "
                                   "500 ROWS - EXTRA IGNORED"
                               SET WS-LOAD-OK TO FALSE
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-DLG-COUNT
                               MOVE DELEGATION-RECORD TO
                                   WS-DLG-ENTRY(WS-DLG-COUNT)
                               IF DLG-ID > WS-NEXT-ID
                                   MOVE DLG-ID TO WS-NEXT-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELEGATION-FILE
           ELSE
               IF WS-DLG-STATUS NOT = "35"
                   DISPLAY "DELEGATE.DAT NO DISPONIBLE - STATUS "
                       WS-DLG-STATUS
                   SET WS-LOAD-OK TO FALSE
               END-IF
           END-IF.

       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPM-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ OPERATOR-MASTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-OPER-COUNT >= 100
                               DISPLAY "OPERMAST.DAT HAS MORE THAN "
                                   "100 OPERATORS - EXTRA IGNORED"
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-OPER-COUNT
                               MOVE OPM-ID TO
                                   WS-OPER-ID-TBL(WS-OPER-COUNT)
                               MOVE OPM-ROLE TO
                                   WS-OPER-ROLE-TBL(WS-OPER-COUNT)
                               MOVE OPM-ACTIVE-FLAG TO
                                   WS-OPER-ACTIVE-TBL(WS-OPER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.

       SAVE-DELEGATION-TABLE.
           OPEN OUTPUT DELEGATION-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DLG-COUNT
               MOVE WS-DLG-ENTRY(WS-SUB) TO DELEGATION-RECORD
               WRITE DELEGATION-RECORD
           END-PERFORM.
           CLOSE DELEGATION-FILE.

       END PROGRAM DELEG-MAINT.
