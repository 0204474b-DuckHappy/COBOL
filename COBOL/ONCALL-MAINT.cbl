      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROTA-FILE ASSIGN TO "ONCROTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROT-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROTA-FILE.
       COPY ONCROTA.

       FD  OPERATOR-MASTER.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-ROT-STATUS PIC XX.
       01  WS-OPM-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.
       01  WS-DATE-OK-FLAG PIC X.
           88 WS-DATE-OK VALUE 'Y' FALSE 'N'.

       01  WS-ACTION PIC X.
       01  WS-CONFIRM PIC X.
       01  WS-SUB PIC 9(3).
       01  WS-HIT PIC 9(3).
       01  WS-ENTRY-NUM PIC 9(3).
       01  WS-NOW-STAMP.
           02 WS-NOW-DATE PIC 9(8).
           02 WS-NOW-HHMM PIC 9(4).

       01  WS-ROTA-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ROTA-TABLE.
           02 WS-ROTA-ENTRY OCCURS 200 TIMES.
               03 WS-ROT-START-TBL.
                   04 WS-ROT-START-DATE-TBL PIC 9(8).
                   04 WS-ROT-START-TIME-TBL PIC 9(4).
               03 WS-ROT-END-TBL.
                   04 WS-ROT-END-DATE-TBL PIC 9(8).
                   04 WS-ROT-END-TIME-TBL PIC 9(4).
               03 WS-ROT-PRIMARY-TBL PIC X(8).
               03 WS-ROT-BACKUP-TBL  PIC X(8).

       01  WS-OPER-COUNT PIC 9(3) VALUE ZERO.
       01  WS-OPER-TABLE.
           02 WS-OPER-ENTRY OCCURS 100 TIMES.
               03 WS-OPR-ID-TBL     PIC X(8).
               03 WS-OPR-ACTIVE-TBL PIC X.

      *    The window being added, entered field by field.
       01  WS-NEW-START.
           02 WS-NEW-START-DATE PIC X(8).
           02 WS-NEW-START-TIME PIC X(4).
       01  WS-NEW-END.
           02 WS-NEW-END-DATE PIC X(8).
           02 WS-NEW-END-TIME PIC X(4).
       01  WS-NEW-PRIMARY PIC X(8).
       01  WS-NEW-BACKUP PIC X(8).
       01  WS-CHECK-OPERATOR PIC X(8).
       01  WS-CHECK-TIME PIC X(4).
       01  WS-CHECK-TIME-R REDEFINES WS-CHECK-TIME.
           02 WS-CHT-HH PIC 9(2).
           02 WS-CHT-MM PIC 9(2).
       01  WS-TIME-OK-FLAG PIC X.
           88 WS-TIME-OK VALUE 'Y' FALSE 'N'.

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
       COPY AUTHRQ.

       01  WS-LIST-LINE.
           02 LL-NUMBER PIC ZZ9.
           02 FILLER PIC X(2) VALUE ". ".
           02 LL-START-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-START-TIME PIC 9(4).
           02 FILLER PIC X(3) VALUE " - ".
           02 LL-END-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-END-TIME PIC 9(4).
           02 FILLER PIC X(10) VALUE "  GUARDIA ".
           02 LL-PRIMARY PIC X(8).
           02 FILLER PIC X(10) VALUE " SUPLENTE ".
           02 LL-BACKUP PIC X(8).
           02 LL-NOW-FLAG PIC X(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'I' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           IF NOT SGN-ACCEPTED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM LOAD-ROTA-TABLE.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MAINT-MENU
               ACCEPT WS-ACTION
               PERFORM AUTHORIZE-ACTION
               IF AUT-PERMITTED
                   EVALUATE WS-ACTION
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LIST-WINDOWS
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM ADD-WINDOW
                               THRU ADD-WINDOW-EXIT
                       WHEN 'B'
                       WHEN 'b'
                           PERFORM DELETE-WINDOW
                               THRU DELETE-WINDOW-EXIT
                       WHEN 'X'
                       WHEN 'x'
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-CHANGED
               PERFORM SAVE-ROTA-TABLE
               DISPLAY "ROTA DE GUARDIAS GUARDADA"
           ELSE
               DISPLAY "SIN CAMBIOS - ROTA NO REESCRITA"
           END-IF.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.

           GOBACK.

       SHOW-MAINT-MENU.
           DISPLAY "======================================".
           DISPLAY "MANTENIMIENTO DE ROTA DE GUARDIAS".
           DISPLAY "L. LISTAR TURNOS".
           DISPLAY "A. ALTA DE TURNO".
           DISPLAY "B. BAJA DE TURNO".
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
               WHEN 'B'
               WHEN 'b'
                   MOVE 'D' TO AUT-FUNCTION
           END-EVALUATE.
           SET AUT-PERMITTED TO TRUE.
           IF AUT-FUNCTION NOT = SPACE
               MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
               MOVE SGN-OPERATOR-ROLE TO AUT-ROLE
               MOVE "ONCALL-MAINT" TO AUT-PROGRAM
               SET AUT-LOG-DENIAL TO TRUE
               CALL "AUTH-CHECK" USING AUTH-REQUEST
               IF NOT AUT-PERMITTED
                   DISPLAY "FUNCION NO AUTORIZADA PARA EL ROL "
                       SGN-OPERATOR-ROLE
               END-IF
           END-IF.

       LIST-WINDOWS.
           IF WS-ROTA-COUNT = ZERO
               DISPLAY "ROTA DE GUARDIAS VACIA"
           END-IF.
           MOVE WS-RUN-DATE TO WS-NOW-DATE.
           MOVE WS-RUN-TIME(1:4) TO WS-NOW-HHMM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROTA-COUNT
               MOVE WS-SUB TO LL-NUMBER
               MOVE WS-ROT-START-DATE-TBL(WS-SUB) TO LL-START-DATE
               MOVE WS-ROT-START-TIME-TBL(WS-SUB) TO LL-START-TIME
               MOVE WS-ROT-END-DATE-TBL(WS-SUB) TO LL-END-DATE
               MOVE WS-ROT-END-TIME-TBL(WS-SUB) TO LL-END-TIME
               MOVE WS-ROT-PRIMARY-TBL(WS-SUB) TO LL-PRIMARY
               MOVE WS-ROT-BACKUP-TBL(WS-SUB) TO LL-BACKUP
               IF WS-NOW-STAMP >= WS-ROT-START-TBL(WS-SUB)
                   AND WS-NOW-STAMP < WS-ROT-END-TBL(WS-SUB)
                   MOVE " <- AHORA" TO LL-NOW-FLAG
               ELSE
                   MOVE SPACES TO LL-NOW-FLAG
               END-IF
               DISPLAY WS-LIST-LINE
           END-PERFORM.

      *    A new window must be a valid, non-empty span that does not
      *    overlap any window already on the rota, with two different
      *    active operators.
       ADD-WINDOW.
           IF WS-ROTA-COUNT >= 200
               DISPLAY "ROTA DE GUARDIAS LLENA (200)"
               GO TO ADD-WINDOW-EXIT
           END-IF.
           DISPLAY "FECHA DE INICIO (AAAAMMDD) : ".
           ACCEPT WS-NEW-START-DATE.
           DISPLAY "HORA DE INICIO (HHMM) : ".
           ACCEPT WS-NEW-START-TIME.
           DISPLAY "FECHA DE FIN (AAAAMMDD) : ".
           ACCEPT WS-NEW-END-DATE.
           DISPLAY "HORA DE FIN (HHMM) : ".
           ACCEPT WS-NEW-END-TIME.

           SET WS-DATE-OK TO FALSE.
           IF WS-NEW-START-DATE IS NUMERIC
               MOVE WS-NEW-START-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-DATE
           END-IF.
           IF NOT WS-DATE-OK
               DISPLAY "FECHA DE INICIO INVALIDA"
               GO TO ADD-WINDOW-EXIT
           END-IF.
           MOVE WS-NEW-START-TIME TO WS-CHECK-TIME.
           PERFORM VALIDATE-TIME.
           IF NOT WS-TIME-OK
               DISPLAY "HORA DE INICIO INVALIDA"
               GO TO ADD-WINDOW-EXIT
           END-IF.
           SET WS-DATE-OK TO FALSE.
           IF WS-NEW-END-DATE IS NUMERIC
               MOVE WS-NEW-END-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-DATE
           END-IF.
           IF NOT WS-DATE-OK
               DISPLAY "FECHA DE FIN INVALIDA"
               GO TO ADD-WINDOW-EXIT
           END-IF.
           MOVE WS-NEW-END-TIME TO WS-CHECK-TIME.
           PERFORM VALIDATE-TIME.
           IF NOT WS-TIME-OK
               DISPLAY "HORA DE FIN INVALIDA"
               GO TO ADD-WINDOW-EXIT
           END-IF.
           IF WS-NEW-END NOT > WS-NEW-START
               DISPLAY "EL FIN DEBE SER POSTERIOR AL INICIO"
               GO TO ADD-WINDOW-EXIT
           END-IF.

           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROTA-COUNT
               IF WS-NEW-START < WS-ROT-END-TBL(WS-SUB)
                   AND WS-ROT-START-TBL(WS-SUB) < WS-NEW-END
                   MOVE WS-SUB TO WS-HIT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               DISPLAY "SE SUPERPONE CON EL TURNO " WS-HIT
                   " - ALTA RECHAZADA"
               GO TO ADD-WINDOW-EXIT
           END-IF.

           DISPLAY "OPERADOR DE GUARDIA : ".
           ACCEPT WS-NEW-PRIMARY.
           MOVE WS-NEW-PRIMARY TO WS-CHECK-OPERATOR.
           PERFORM FIND-ACTIVE-OPERATOR.
           IF NOT WS-FOUND
               DISPLAY "OPERADOR " WS-NEW-PRIMARY
                   " NO EXISTE O NO ESTA ACTIVO EN OPERMAST.DAT"
               GO TO ADD-WINDOW-EXIT
           END-IF.
           DISPLAY "OPERADOR SUPLENTE : ".
           ACCEPT WS-NEW-BACKUP.
           MOVE WS-NEW-BACKUP TO WS-CHECK-OPERATOR.
           PERFORM FIND-ACTIVE-OPERATOR.
           IF NOT WS-FOUND
               DISPLAY "OPERADOR " WS-NEW-BACKUP
                   " NO EXISTE O NO ESTA ACTIVO EN OPERMAST.DAT"
               GO TO ADD-WINDOW-EXIT
           END-IF.
           IF WS-NEW-BACKUP = WS-NEW-PRIMARY
               DISPLAY "EL SUPLENTE DEBE SER OTRO OPERADOR"
               GO TO ADD-WINDOW-EXIT
           END-IF.

           PERFORM INSERT-WINDOW.
           SET WS-CHANGED TO TRUE.
           DISPLAY "TURNO AGREGADO EN LA POSICION " WS-HIT.
       ADD-WINDOW-EXIT.
           SET WS-FOUND TO FALSE.

      *    Keeps the rota in start order: entries after the insert
      *    point move down one place.
       INSERT-WINDOW.
           MOVE 1 TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROTA-COUNT
               IF WS-ROT-START-TBL(WS-SUB) < WS-NEW-START
                   COMPUTE WS-HIT = WS-SUB + 1
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM WS-ROTA-COUNT BY -1
                   UNTIL WS-SUB < WS-HIT
               MOVE WS-ROTA-ENTRY(WS-SUB) TO WS-ROTA-ENTRY(WS-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-ROTA-COUNT.
           MOVE WS-NEW-START TO WS-ROT-START-TBL(WS-HIT).
           MOVE WS-NEW-END TO WS-ROT-END-TBL(WS-HIT).
           MOVE WS-NEW-PRIMARY TO WS-ROT-PRIMARY-TBL(WS-HIT).
           MOVE WS-NEW-BACKUP TO WS-ROT-BACKUP-TBL(WS-HIT).

       DELETE-WINDOW.
           PERFORM LIST-WINDOWS.
           IF WS-ROTA-COUNT = ZERO
               GO TO DELETE-WINDOW-EXIT
           END-IF.
           DISPLAY "NUMERO DE TURNO A DAR DE BAJA : ".
           ACCEPT WS-ENTRY-NUM.
           IF WS-ENTRY-NUM = ZERO OR WS-ENTRY-NUM > WS-ROTA-COUNT
               DISPLAY "TURNO INEXISTENTE"
               GO TO DELETE-WINDOW-EXIT
           END-IF.
           MOVE WS-ENTRY-NUM TO WS-HIT.
           DISPLAY "CONFIRMA BAJA DEL TURNO " WS-HIT " ? S/N : ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
               DISPLAY "BAJA CANCELADA"
               GO TO DELETE-WINDOW-EXIT
           END-IF.
           PERFORM VARYING WS-SUB FROM WS-HIT BY 1
                   UNTIL WS-SUB >= WS-ROTA-COUNT
               MOVE WS-ROTA-ENTRY(WS-SUB + 1) TO WS-ROTA-ENTRY(WS-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-ROTA-COUNT.
           SET WS-CHANGED TO TRUE.
           DISPLAY "TURNO DADO DE BAJA".
       DELETE-WINDOW-EXIT.
           EXIT.

       FIND-ACTIVE-OPERATOR.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OPER-COUNT OR WS-FOUND
               IF WS-OPR-ID-TBL(WS-SUB) = WS-CHECK-OPERATOR
                   AND WS-OPR-ACTIVE-TBL(WS-SUB) = 'Y'
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       VALIDATE-TIME.
           SET WS-TIME-OK TO FALSE.
           IF WS-CHECK-TIME IS NUMERIC
               IF WS-CHT-HH <= 23 AND WS-CHT-MM <= 59
                   SET WS-TIME-OK TO TRUE
               END-IF
           END-IF.

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

       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPM-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ OPERATOR-MASTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-OPER-COUNT >= 100
                               DISPLAY "OPERMAST.DAT HAS MORE THAN "
                                   "100 OPERATORS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-OPER-COUNT
                               MOVE OPM-ID TO
                                   WS-OPR-ID-TBL(WS-OPER-COUNT)
                               MOVE OPM-ACTIVE-FLAG TO
                                   WS-OPR-ACTIVE-TBL(WS-OPER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           ELSE
               DISPLAY "OPERMAST.DAT NO DISPONIBLE - STATUS "
                   WS-OPM-STATUS
           END-IF.
           SET WS-EOF TO FALSE.

       LOAD-ROTA-TABLE.
           OPEN INPUT ROTA-FILE.
           IF WS-ROT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ROTA-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-ROTA-COUNT >= 200
                               DISPLAY "ONCROTA.DAT HAS MORE THAN "
                                   "200 WINDOWS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-ROTA-COUNT
                               MOVE ONCALL-ROTA-RECORD TO
                                   WS-ROTA-ENTRY(WS-ROTA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROTA-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       SAVE-ROTA-TABLE.
           OPEN OUTPUT ROTA-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROTA-COUNT
               MOVE WS-ROTA-ENTRY(WS-SUB) TO ONCALL-ROTA-RECORD
               WRITE ONCALL-ROTA-RECORD
           END-PERFORM.
           CLOSE ROTA-FILE.

       END PROGRAM ONCALL-MAINT.
